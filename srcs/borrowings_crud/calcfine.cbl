       01 WS-CREDIT-BALANCE   PIC 9(05)V99.
       01 WS-CREDIT-APPLIED   PIC 9(05)V99.
       01 WS-EQUIP-LOAN-ID    PIC 9(10).
       01 WS-DUE-TIME         PIC X(04).
       01 WS-RETURNED-DATE    PIC X(08).
       01 WS-RETURNED-TIME    PIC X(04).

       EXEC SQL END DECLARE SECTION END-EXEC.


       01 WS-DAYS-OVERDUE     PIC S9(05).
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-HOURLY-RATE      PIC 9(03)V99 VALUE 0.50.
       01 WS-LATE-MINUTES     PIC S9(07).
       01 WS-HOURS-LATE       PIC 9(05).
       01 WS-NOW-TIME         PIC X(08).
       01 WS-DUE-DATE-NUM     PIC 9(08).
       01 WS-BACK-DATE-NUM    PIC 9(08).
       01 WS-DUE-CLOCK.
           05 WS-DUE-HH       PIC 9(02).
           05 WS-DUE-MM       PIC 9(02).
       01 WS-BACK-CLOCK.
           05 WS-BACK-HH      PIC 9(02).
           05 WS-BACK-MM      PIC 9(02).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
                   ON people.category_code = categories.code
               WHERE borrowings.returned_date = '00000000'
                 AND borrowings.end_date < :WS-TODAY
                 AND borrowings.claim_status <> 'C'
                 AND borrowings.loan_policy <> 'S'
                 AND NOT EXISTS (
                     SELECT 1 FROM fines
                     WHERE fines.borrowing_id = borrowings.id
                 )
       END-EXEC.

      *    short loans are due at a clock time and charged by the
      *    hour : the ones still out tonight, and the ones that
      *    came back after their due time ; a category that pays
      *    no daily fine pays no hourly fine either
       EXEC SQL
           DECLARE unfined_short_loan_cursor CURSOR FOR
               SELECT borrowings.id, borrowings.end_date,
                   borrowings.due_time, borrowings.returned_date,
                   borrowings.returned_time,
                   COALESCE(categories.daily_rate,
                       :WS-FALLBACK-RATE),
                   people.id, people.credit_balance
               FROM borrowings
               INNER JOIN people
                   ON borrowings.people_id = people.id
               LEFT JOIN categories
                   ON people.category_code = categories.code
               WHERE borrowings.loan_policy = 'S'
                 AND borrowings.claim_status <> 'C'
                 AND ((borrowings.returned_date = '00000000'
                       AND borrowings.end_date <= :WS-TODAY)
                   OR borrowings.returned_date > borrowings.end_date
                   OR (borrowings.returned_date = borrowings.end_date
                       AND borrowings.returned_time
                           > borrowings.due_time))
                 AND NOT EXISTS (
                     SELECT 1 FROM fines
                     WHERE fines.borrowing_id = borrowings.id
               MOVE WS-PARAM-VALUE TO WS-FALLBACK-RATE
           END-IF.

           MOVE "HOURLY-FINE-RATE" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-HOURLY-RATE
           END-IF.

           MOVE "START" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
           PERFORM 0400-ASSESS-EQUIPMENT-BEGIN
              THRU 0400-ASSESS-EQUIPMENT-END.

           PERFORM 0500-ASSESS-SHORT-LOANS-BEGIN
              THRU 0500-ASSESS-SHORT-LOANS-END.

           SET LK-RETURN-OK TO TRUE.

           DISPLAY WS-FINE-COUNT " fine(s) assessed.".
                  THRU 0300-APPLY-CREDIT-END
           END-IF.
       0450-INSERT-EQUIP-FINE-END.

       0500-ASSESS-SHORT-LOANS-BEGIN.
           SET WS-EOF-N TO TRUE.
           ACCEPT WS-NOW-TIME FROM TIME.

       EXEC SQL OPEN unfined_short_loan_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Short loan fines error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH unfined_short_loan_cursor
           INTO :WS-BORROWING-ID, :WS-END-DATE, :WS-DUE-TIME,
               :WS-RETURNED-DATE, :WS-RETURNED-TIME,
               :WS-CAT-DAILY-RATE, :WS-PEOPLE-ID,
               :WS-CREDIT-BALANCE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   IF WS-CAT-DAILY-RATE = 0
                       EXIT PERFORM CYCLE
                   END-IF
                   PERFORM 0520-COMPUTE-HOURS-LATE-BEGIN
                      THRU 0520-COMPUTE-HOURS-LATE-END
                   COMPUTE WS-FINE-AMOUNT =
                       WS-HOURS-LATE * WS-HOURLY-RATE
                   IF WS-FINE-AMOUNT > 0
                       PERFORM 0550-INSERT-SHORT-FINE-BEGIN
                          THRU 0550-INSERT-SHORT-FINE-END
                   END-IF
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE unfined_short_loan_cursor END-EXEC.
       0500-ASSESS-SHORT-LOANS-END.

      *    every hour or part of an hour past the due time counts,
      *    up to the return, or up to now for a copy still out ;
      *    unlike day fines the clock runs on closed days too
       0520-COMPUTE-HOURS-LATE-BEGIN.
           MOVE 0 TO WS-HOURS-LATE.

           IF WS-DUE-TIME = SPACES
               MOVE "0000" TO WS-DUE-TIME
           END-IF.
           MOVE WS-DUE-TIME TO WS-DUE-CLOCK.
           MOVE WS-END-DATE TO WS-DUE-DATE-NUM.

           IF WS-RETURNED-DATE = "00000000"
               MOVE WS-TODAY TO WS-BACK-DATE-NUM
               MOVE WS-NOW-TIME(1:4) TO WS-BACK-CLOCK
           ELSE
               MOVE WS-RETURNED-DATE TO WS-BACK-DATE-NUM
               IF WS-RETURNED-TIME = SPACES
                   MOVE "2359" TO WS-BACK-CLOCK
               ELSE
                   MOVE WS-RETURNED-TIME TO WS-BACK-CLOCK
               END-IF
           END-IF.

           COMPUTE WS-LATE-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-BACK-DATE-NUM)
                - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)) * 1440
               + WS-BACK-HH * 60 + WS-BACK-MM
               - WS-DUE-HH * 60 - WS-DUE-MM.

           IF WS-LATE-MINUTES > 0
               COMPUTE WS-HOURS-LATE = (WS-LATE-MINUTES + 59) / 60
           END-IF.
       0520-COMPUTE-HOURS-LATE-END.

       0550-INSERT-SHORT-FINE-BEGIN.
       EXEC SQL
           INSERT INTO fines (borrowing_id, amount_due, assessed_date)
           VALUES (:WS-BORROWING-ID, :WS-FINE-AMOUNT, :WS-TODAY)
           RETURNING id
           INTO :WS-FINE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Short loan fine insert error SQLCODE: "
                       SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-FINE-COUNT.
       EXEC SQL COMMIT END-EXEC.

           IF WS-CREDIT-BALANCE > 0
               PERFORM 0300-APPLY-CREDIT-BEGIN
                  THRU 0300-APPLY-CREDIT-END
           END-IF.
       0550-INSERT-SHORT-FINE-END.
