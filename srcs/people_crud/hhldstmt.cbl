       IDENTIFICATION DIVISION.
       PROGRAM-ID. hhldstmt.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-FILTER-ID        PIC 9(10).
       01 WS-HOUSEHOLD-ID     PIC 9(10).
       01 WS-HOUSEHOLD-NAME   PIC X(40).
       01 WS-GUARANTOR-ID     PIC 9(10).
       01 WS-MAX-LOANS        PIC 9(05).
       01 WS-PERSON-ID        PIC 9(10).
       01 WS-LAST-NAME        PIC X(25).
       01 WS-FIRST-NAME       PIC X(25).
       01 WS-CATEGORY-CODE    PIC X(02).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-END-DATE         PIC X(08).
       01 WS-FULFILLED-DATE   PIC X(08).
       01 WS-UNPAID-BALANCE   PIC 9(07)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-HHLD-EOF-SWITCH  PIC X   VALUE "n".
           88 WS-HHLD-EOF-N           VALUE "n".
           88 WS-HHLD-EOF-Y           VALUE "Y".

       01 WS-MEMBER-EOF-SWITCH PIC X  VALUE "n".
           88 WS-MEMBER-EOF-N         VALUE "n".
           88 WS-MEMBER-EOF-Y         VALUE "Y".

       01 WS-ITEM-EOF-SWITCH  PIC X   VALUE "n".
           88 WS-ITEM-EOF-N           VALUE "n".
           88 WS-ITEM-EOF-Y           VALUE "Y".

       01 WS-STATEMENT-COUNT  PIC 9(05) VALUE 0.
       01 WS-ITEM-COUNT       PIC 9(05).
       01 WS-LOAN-TOTAL       PIC 9(05).
       01 WS-HOUSEHOLD-BALANCE PIC 9(07)V99.
       01 WS-JUNIOR-BALANCE   PIC 9(07)V99.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30)
               VALUE "household-statements".

      *    0 in the filter means every open household ; the
      *    household screen passes one id
       EXEC SQL
           DECLARE household_cursor CURSOR FOR
               SELECT id, name, guarantor_id, max_loans
               FROM households
               WHERE deleted_date = '00000000'
                 AND (:WS-FILTER-ID = 0 OR id = :WS-FILTER-ID)
               ORDER BY id
       END-EXEC.

       EXEC SQL
           DECLARE hh_member_cursor CURSOR FOR
               SELECT id, last_name, first_name, category_code
               FROM people
               WHERE household_id = :WS-HOUSEHOLD-ID
               ORDER BY id
       END-EXEC.

       EXEC SQL
           DECLARE hh_loan_cursor CURSOR FOR
               SELECT books.name, borrowings.end_date
               FROM borrowings
               INNER JOIN books ON borrowings.book_id = books.id
               WHERE borrowings.people_id = :WS-PERSON-ID
                 AND borrowings.returned_date = '00000000'
               ORDER BY borrowings.end_date
       END-EXEC.

       EXEC SQL
           DECLARE hh_hold_cursor CURSOR FOR
               SELECT books.name, holds.fulfilled_date
               FROM holds
               INNER JOIN books ON holds.book_id = books.id
               WHERE holds.people_id = :WS-PERSON-ID
                 AND holds.closed_date = '00000000'
               ORDER BY holds.requested_date
       END-EXEC.

       LINKAGE SECTION.
       01 LK-HOUSEHOLD-ID     PIC 9(10).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the whole family on one sheet : every member's loans,
      *    holds and balance, and what the guarantor answers for
       PROCEDURE DIVISION USING LK-HOUSEHOLD-ID,
                                LK-RETURN-VALUE.

           MOVE LK-HOUSEHOLD-ID TO WS-FILTER-ID.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           SET WS-HHLD-EOF-N TO TRUE.

       EXEC SQL OPEN household_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Statement run error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-HHLD-EOF-Y

       EXEC SQL
           FETCH household_cursor
           INTO :WS-HOUSEHOLD-ID, :WS-HOUSEHOLD-NAME,
               :WS-GUARANTOR-ID, :WS-MAX-LOANS
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-HHLD-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-STATEMENT-COUNT
                   PERFORM 0100-ONE-HOUSEHOLD-BEGIN
                      THRU 0100-ONE-HOUSEHOLD-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE household_cursor END-EXEC.

           MOVE "CLOS" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           IF WS-STATEMENT-COUNT = 0
               DISPLAY "No open household matches."
               SET LK-RETURN-NOT-FOUND TO TRUE
           ELSE
               DISPLAY WS-STATEMENT-COUNT " statement(s) spooled."
               SET LK-RETURN-OK TO TRUE
           END-IF.

           EXIT PROGRAM.

       0100-ONE-HOUSEHOLD-BEGIN.
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Household statement : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOUSEHOLD-NAME)
                  DELIMITED BY SIZE
                  " (household " DELIMITED BY SIZE
                  WS-HOUSEHOLD-ID DELIMITED BY SIZE
                  ") as of " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           PERFORM 0900-SPOOL-LINE-BEGIN
              THRU 0900-SPOOL-LINE-END.

           MOVE 0 TO WS-HOUSEHOLD-BALANCE.
           MOVE 0 TO WS-JUNIOR-BALANCE.
           MOVE 0 TO WS-LOAN-TOTAL.
           SET WS-MEMBER-EOF-N TO TRUE.

       EXEC SQL OPEN hh_member_cursor END-EXEC.

           PERFORM UNTIL WS-MEMBER-EOF-Y

       EXEC SQL
           FETCH hh_member_cursor
           INTO :WS-PERSON-ID, :WS-LAST-NAME, :WS-FIRST-NAME,
               :WS-CATEGORY-CODE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-MEMBER-EOF-Y TO TRUE
               ELSE
                   PERFORM 0200-ONE-MEMBER-BEGIN
                      THRU 0200-ONE-MEMBER-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE hh_member_cursor END-EXEC.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  Household loans out : " DELIMITED BY SIZE
                  WS-LOAN-TOTAL DELIMITED BY SIZE
                  "   ceiling : " DELIMITED BY SIZE
                  WS-MAX-LOANS DELIMITED BY SIZE
                  " (0 = none)" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           PERFORM 0900-SPOOL-LINE-BEGIN
              THRU 0900-SPOOL-LINE-END.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  Household balance : " DELIMITED BY SIZE
                  WS-HOUSEHOLD-BALANCE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           PERFORM 0900-SPOOL-LINE-BEGIN
              THRU 0900-SPOOL-LINE-END.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  Junior charges payable by guarantor "
                  DELIMITED BY SIZE
                  WS-GUARANTOR-ID DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-JUNIOR-BALANCE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           PERFORM 0900-SPOOL-LINE-BEGIN
              THRU 0900-SPOOL-LINE-END.

           MOVE SPACES TO WS-SPOOL-TEXT.
           PERFORM 0900-SPOOL-LINE-BEGIN
              THRU 0900-SPOOL-LINE-END.
       0100-ONE-HOUSEHOLD-END.

       0200-ONE-MEMBER-BEGIN.
           MOVE SPACES TO WS-SPOOL-TEXT.
           IF WS-PERSON-ID = WS-GUARANTOR-ID
               STRING "  " DELIMITED BY SIZE
                      WS-PERSON-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FIRST-NAME) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LAST-NAME) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-CATEGORY-CODE DELIMITED BY SIZE
                      ", guarantor)" DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
           ELSE
               STRING "  " DELIMITED BY SIZE
                      WS-PERSON-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FIRST-NAME) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LAST-NAME) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-CATEGORY-CODE DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
           END-IF.
           PERFORM 0900-SPOOL-LINE-BEGIN
              THRU 0900-SPOOL-LINE-END.

           SET WS-ITEM-EOF-N TO TRUE.
           MOVE 0 TO WS-ITEM-COUNT.

       EXEC SQL OPEN hh_loan_cursor END-EXEC.

           PERFORM UNTIL WS-ITEM-EOF-Y

       EXEC SQL
           FETCH hh_loan_cursor
           INTO :WS-BOOK-NAME, :WS-END-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ITEM-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-ITEM-COUNT
                   ADD 1 TO WS-LOAN-TOTAL
                   MOVE SPACES TO WS-SPOOL-TEXT
                   IF WS-END-DATE < WS-TODAY
                       STRING "    loan  " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BOOK-NAME)
                           DELIMITED BY SIZE
                           " due " DELIMITED BY SIZE
                           WS-END-DATE DELIMITED BY SIZE
                           "  ** OVERDUE **" DELIMITED BY SIZE
                       INTO WS-SPOOL-TEXT
                   ELSE
                       STRING "    loan  " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BOOK-NAME)
                           DELIMITED BY SIZE
                           " due " DELIMITED BY SIZE
                           WS-END-DATE DELIMITED BY SIZE
                       INTO WS-SPOOL-TEXT
                   END-IF
                   PERFORM 0900-SPOOL-LINE-BEGIN
                      THRU 0900-SPOOL-LINE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE hh_loan_cursor END-EXEC.

           SET WS-ITEM-EOF-N TO TRUE.

       EXEC SQL OPEN hh_hold_cursor END-EXEC.

           PERFORM UNTIL WS-ITEM-EOF-Y

       EXEC SQL
           FETCH hh_hold_cursor
           INTO :WS-BOOK-NAME, :WS-FULFILLED-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-ITEM-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE SPACES TO WS-SPOOL-TEXT
                   IF WS-FULFILLED-DATE NOT = "00000000"
                       STRING "    hold  " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BOOK-NAME)
                           DELIMITED BY SIZE
                           "  ready for pickup" DELIMITED BY SIZE
                       INTO WS-SPOOL-TEXT
                   ELSE
                       STRING "    hold  " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-BOOK-NAME)
                           DELIMITED BY SIZE
                           "  waiting" DELIMITED BY SIZE
                       INTO WS-SPOOL-TEXT
                   END-IF
                   PERFORM 0900-SPOOL-LINE-BEGIN
                      THRU 0900-SPOOL-LINE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE hh_hold_cursor END-EXEC.

           IF WS-ITEM-COUNT = 0
               MOVE "    nothing on loan or on hold." TO WS-SPOOL-TEXT
               PERFORM 0900-SPOOL-LINE-BEGIN
                  THRU 0900-SPOOL-LINE-END
           END-IF.

      *    the same balance math the desk uses
       EXEC SQL
           SELECT COALESCE(SUM(fines.amount_due - COALESCE((
                   SELECT SUM(fine_payments.amount)
                   FROM fine_payments
                   WHERE fine_payments.fine_id = fines.id
               ), 0)), 0)
           INTO :WS-UNPAID-BALANCE
           FROM fines
           LEFT JOIN borrowings
               ON fines.borrowing_id = borrowings.id
           WHERE COALESCE(NULLIF(fines.people_id, 0),
                     borrowings.people_id) = :WS-PERSON-ID
             AND fines.paid_date = '00000000'
       END-EXEC.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "    balance : " DELIMITED BY SIZE
                  WS-UNPAID-BALANCE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           PERFORM 0900-SPOOL-LINE-BEGIN
              THRU 0900-SPOOL-LINE-END.

           ADD WS-UNPAID-BALANCE TO WS-HOUSEHOLD-BALANCE.
           IF WS-CATEGORY-CODE = "CH"
               AND WS-PERSON-ID NOT = WS-GUARANTOR-ID
               ADD WS-UNPAID-BALANCE TO WS-JUNIOR-BALANCE
           END-IF.
       0200-ONE-MEMBER-END.

       0900-SPOOL-LINE-BEGIN.
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
       0900-SPOOL-LINE-END.
