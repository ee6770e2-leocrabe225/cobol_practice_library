       IDENTIFICATION DIVISION.
       PROGRAM-ID. autornew.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-LIMIT-DATE       PIC X(08).
       01 WS-BORROWING-ID     PIC 9(10).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-END-DATE         PIC X(08).
       01 WS-EXPIRY-DATE      PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS-RNW==.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "autornew".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-RENEWED-COUNT    PIC 9(05) VALUE 0.
       01 WS-REFUSED-COUNT    PIC 9(05) VALUE 0.
       01 WS-WINDOW-DAYS      PIC 9(03) VALUE 3.
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-DATE-DAYS        PIC S9(05).

       01 WS-OVERRIDE-SWITCH  PIC X(01) VALUE "N".
       01 WS-BLOCKED-AMOUNT   PIC 9(07)V99.
       01 WS-NOTICE-KIND      PIC X(01).
       01 WS-NOTICE-TEXT      PIC X(100).

      *    loans falling due in the next few days : short loans
      *    are never renewed and a disputed loan is left to the
      *    claims desk
       EXEC SQL
           DECLARE autorenew_cursor CURSOR FOR
               SELECT borrowings.id, borrowings.people_id,
                   books.name, borrowings.end_date,
                   people.expiry_date
               FROM borrowings
               INNER JOIN books ON borrowings.book_id = books.id
               INNER JOIN people ON borrowings.people_id = people.id
               WHERE borrowings.returned_date = '00000000'
                 AND borrowings.end_date >= :WS-TODAY
                 AND borrowings.end_date <= :WS-LIMIT-DATE
                 AND borrowings.claim_status <> 'C'
                 AND borrowings.loan_policy <> 'S'
               ORDER BY borrowings.id
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the routine phone renewals, done overnight : every loan
      *    due within AUTORENEW-DAYS goes through the same rules
      *    as a desk renewal (rnwlborw, never overridden) ; the
      *    patron is told either the new due date or that the
      *    item has to come back
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "AUTORENEW-DAYS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-WINDOW-DAYS
           END-IF.

      *    a second run the same night would renew again what the
      *    first one just renewed : refused outright
           MOVE "START" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-ALREADY-HERE
               DISPLAY "Automatic renewal already ran for business "
                       "date " WS-TODAY ", nothing done."
               SET LK-RETURN-CONFLICT TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE "ADDD" TO WS-DATE-REQUEST.
           MOVE WS-WINDOW-DAYS TO WS-DATE-DAYS.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-TODAY
               WS-LIMIT-DATE
               WS-DATE-DAYS
               WS-RETURN-VALUE
           END-CALL.

           DISPLAY "Renewing loans due " WS-TODAY " to "
                   WS-LIMIT-DATE ".".

       EXEC SQL OPEN autorenew_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Automatic renewal error SQLCODE: " SQLCODE
               MOVE "FAILED" TO WS-RUN-STATUS
               MOVE "END" TO WS-RUN-REQUEST
               CALL "wrtbrun" USING
                   WS-RUN-REQUEST
                   WS-RUN-PROGRAM
                   WS-TODAY
                   WS-RUN-ID
                   WS-RUN-COUNT
                   WS-RUN-STATUS
                   WS-RETURN-VALUE
               END-CALL
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH autorenew_cursor
           INTO :WS-BORROWING-ID, :WS-PEOPLE-ID, :WS-BOOK-NAME,
               :WS-END-DATE, :WS-EXPIRY-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0100-RENEW-ONE-BEGIN
                      THRU 0100-RENEW-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE autorenew_cursor END-EXEC.

           DISPLAY WS-RENEWED-COUNT " loan(s) renewed, "
                   WS-REFUSED-COUNT " courtesy notice(s) queued.".

           SET LK-RETURN-OK TO TRUE.

           MOVE WS-RENEWED-COUNT TO WS-RUN-COUNT.
           MOVE "OK" TO WS-RUN-STATUS.
           MOVE "END" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           EXIT PROGRAM.

      *    a lapsed membership is checked here, rnwlborw covers
      *    holds, recalls, the renewal ceiling and the fines block
       0100-RENEW-ONE-BEGIN.
           IF WS-EXPIRY-DATE < WS-TODAY
               PERFORM 0300-COURTESY-NOTICE-BEGIN
                  THRU 0300-COURTESY-NOTICE-END
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-OVERRIDE-SWITCH.
           CALL "rnwlborw" USING
               WS-BORROWING-ID
               WS-OVERRIDE-SWITCH
               WS-BLOCKED-AMOUNT
               WS-RNW-RETURN-VALUE
           END-CALL.

           IF WS-RNW-RETURN-OK
               PERFORM 0200-RENEWED-NOTICE-BEGIN
                  THRU 0200-RENEWED-NOTICE-END
           ELSE
               PERFORM 0300-COURTESY-NOTICE-BEGIN
                  THRU 0300-COURTESY-NOTICE-END
           END-IF.
       0100-RENEW-ONE-END.

       0200-RENEWED-NOTICE-BEGIN.
           ADD 1 TO WS-RENEWED-COUNT.

       EXEC SQL
           SELECT end_date
           INTO :WS-END-DATE
           FROM borrowings
           WHERE id = :WS-BORROWING-ID
       END-EXEC.

           MOVE "A" TO WS-NOTICE-KIND.
           MOVE SPACES TO WS-NOTICE-TEXT.
           STRING "We renewed " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BOOK-NAME) DELIMITED BY SIZE
                  " for you - new due date " DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
           INTO WS-NOTICE-TEXT.
           CALL "wrtnotic" USING
               WS-PEOPLE-ID
               WS-NOTICE-KIND
               WS-NOTICE-TEXT
           END-CALL.
       0200-RENEWED-NOTICE-END.

       0300-COURTESY-NOTICE-BEGIN.
           ADD 1 TO WS-REFUSED-COUNT.

           MOVE "C" TO WS-NOTICE-KIND.
           MOVE SPACES TO WS-NOTICE-TEXT.
           STRING "We could not renew " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BOOK-NAME) DELIMITED BY SIZE
                  " - please return it by " DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
           INTO WS-NOTICE-TEXT.
           CALL "wrtnotic" USING
               WS-PEOPLE-ID
               WS-NOTICE-KIND
               WS-NOTICE-TEXT
           END-CALL.
       0300-COURTESY-NOTICE-END.
