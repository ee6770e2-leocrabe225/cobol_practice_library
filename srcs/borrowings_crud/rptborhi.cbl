       01 WS-START-DATE      PIC X(08).
       01 WS-END-DATE        PIC X(08).
       01 WS-RETURNED-DATE   PIC X(08).
       01 WS-HISTORY-PREF    PIC X(01).
       01 WS-TODAY           PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).

       LINKAGE SECTION.
       01 LK-PERSON-ID       PIC 9(10).

      *    a patron who keeps no reading history is shown what
      *    is still out, never what went back
       EXEC SQL
           DECLARE borrow_history_cursor CURSOR FOR
               SELECT
                   borrowings.returned_date
               FROM borrowings
               INNER JOIN books ON borrowings.book_id = books.id
               INNER JOIN people ON borrowings.people_id = people.id
               WHERE borrowings.people_id = :WS-PERSON-ID
                 AND (borrowings.returned_date = '00000000'
                      OR people.history_pref = 'K')
               ORDER BY borrowings.start_date DESC
       END-EXEC.

      *    e-loans from the platform, under the same rule : the
      *    licence still running, or everything for a patron who
      *    keeps a history
       EXEC SQL
           DECLARE eloan_history_cursor CURSOR FOR
               SELECT
                   electronic_loans.id,
                   electronic_loans.title,
                   electronic_loans.loan_date,
                   electronic_loans.expiry_date
               FROM electronic_loans
               INNER JOIN people
                   ON electronic_loans.people_id = people.id
               WHERE electronic_loans.people_id = :WS-PERSON-ID
                 AND (electronic_loans.expiry_date >= :WS-TODAY
                      OR people.history_pref = 'K')
               ORDER BY electronic_loans.loan_date DESC
       END-EXEC.

       PROCEDURE DIVISION USING LK-PERSON-ID.

           MOVE LK-PERSON-ID TO WS-PERSON-ID.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           SELECT history_pref
           INTO :WS-HISTORY-PREF
           FROM people
           WHERE id = :WS-PERSON-ID
       END-EXEC.

           IF SQLCODE = 0 AND WS-HISTORY-PREF = "D"
               DISPLAY "This patron asked us not to keep their "
                       "reading history : current loans only."
           END-IF.

       EXEC SQL OPEN borrow_history_cursor END-EXEC.

           IF SQLCODE NOT = 0

           END-PERFORM.

       EXEC SQL CLOSE borrow_history_cursor END-EXEC.

       EXEC SQL OPEN eloan_history_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "E-loan history error SQLCODE: " SQLCODE
           ELSE
               SET WS-EOF-N TO TRUE
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH eloan_history_cursor
           INTO :WS-ID, :WS-BOOK-NAME, :WS-START-DATE,
               :WS-END-DATE
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-MATCH-COUNT = 1
                       DISPLAY WS-OUT-SEPARATION-LINE
                       DISPLAY WS-OUT-HDR
                       DISPLAY WS-OUT-SEPARATION-LINE
                   END-IF
                   MOVE WS-ID        TO WS-OUT-ID
                   MOVE WS-BOOK-NAME TO WS-OUT-BOOK-NAME
                   MOVE WS-START-DATE TO WS-OUT-START
                   MOVE WS-END-DATE    TO WS-OUT-END
                   IF WS-END-DATE < WS-TODAY
                       MOVE "E-EXPIRED" TO WS-OUT-STATUS-COL
                   ELSE
                       MOVE "E-LOAN"   TO WS-OUT-STATUS-COL
                   END-IF
                   DISPLAY WS-OUT-LINE
                   MOVE "LINE" TO WS-SPOOL-REQUEST
                   MOVE WS-OUT-LINE TO WS-SPOOL-TEXT
                   CALL "prtspool" USING
                       WS-SPOOL-REQUEST
                       WS-SPOOL-TEXT
                   END-CALL
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE eloan_history_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "This patron has no borrowing history."
           ELSE
               DISPLAY WS-OUT-SEPARATION-LINE
           END-IF.

           MOVE "CLOS" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
