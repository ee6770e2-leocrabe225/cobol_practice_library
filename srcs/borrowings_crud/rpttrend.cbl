       01 WS-OVERDUE-LOANS    PIC 9(07).
       01 WS-OPEN-HOLDS       PIC 9(07).
       01 WS-UNPAID-FINES     PIC 9(07)V99.
       01 WS-VISITS           PIC 9(07).
       01 WS-E-LOANS          PIC 9(07).

       EXEC SQL END DECLARE SECTION END-EXEC.

           DECLARE trend_cursor CURSOR FOR
               SELECT business_date, total_books, copies_on_shelf,
                   active_loans, overdue_loans, open_holds,
                   unpaid_fines, visits, e_loans
               FROM stats_history
               WHERE business_date >= :WS-FROM-DATE
                 AND business_date <= :WS-TO-DATE
       PROCEDURE DIVISION.

           DISPLAY "Measure? BOOKS / SHELF / LOANS / OVERDUE / "
                   "HOLDS / FINES / VISITS / ELOANS : ".
           ACCEPT WS-MEASURE.
           DISPLAY "From date (YYYYMMDD) : ".
           ACCEPT WS-FROM-DATE.
           END-IF.

           MOVE 0 TO WS-PREV-VALUE.
           MOVE 0 TO WS-MONTH-VALUE.
           MOVE SPACES TO WS-CURRENT-MONTH.

           PERFORM UNTIL WS-EOF-Y
           INTO :WS-BUSINESS-DATE, :WS-TOTAL-BOOKS,
               :WS-COPIES-ON-SHELF, :WS-ACTIVE-LOANS,
               :WS-OVERDUE-LOANS, :WS-OPEN-HOLDS,
               :WS-UNPAID-FINES, :WS-VISITS, :WS-E-LOANS
       END-EXEC

               IF SQLCODE = +100
      *    the nightly rows roll up to one value per month (the
      *    last snapshot of the month, since these are gauges) ;
      *    the director reads month-over-month deltas, not
      *    day-over-day noise.  Visits are a count of heads, not
      *    a gauge, so their month is the sum of its days ; so
      *    are e-loans, which count loans taken that day
       0200-SHOW-ONE-DAY-BEGIN.
           EVALUATE WS-MEASURE
               WHEN "BOOKS"
                   MOVE WS-OVERDUE-LOANS TO WS-VALUE
               WHEN "HOLDS"
                   MOVE WS-OPEN-HOLDS TO WS-VALUE
               WHEN "VISITS"
                   MOVE WS-VISITS TO WS-VALUE
               WHEN "ELOANS"
                   MOVE WS-E-LOANS TO WS-VALUE
               WHEN OTHER
                   MOVE WS-UNPAID-FINES TO WS-VALUE
           END-EVALUATE.
                      THRU 0300-EMIT-MONTH-END
               END-IF
               MOVE WS-BUSINESS-DATE(1:6) TO WS-CURRENT-MONTH
               MOVE 0 TO WS-MONTH-VALUE
           END-IF.

           IF WS-MEASURE = "VISITS" OR WS-MEASURE = "ELOANS"
               ADD WS-VALUE TO WS-MONTH-VALUE
           ELSE
               MOVE WS-VALUE TO WS-MONTH-VALUE
           END-IF.
       0200-SHOW-ONE-DAY-END.

       0300-EMIT-MONTH-BEGIN.
