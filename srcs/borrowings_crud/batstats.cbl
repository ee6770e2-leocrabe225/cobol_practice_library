       01 WS-UNPAID-FINES     PIC 9(07)V99.
       01 WS-EVENT-ATTENDANCE PIC 9(07).
       01 WS-ILL-LENT         PIC 9(07).
       01 WS-VISITS           PIC 9(07).
       01 WS-E-LOANS          PIC 9(07).
       01 WS-EXISTING-ID      PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.
           WHERE status = 'S'
       END-EXEC.

      *    heads through the doors at every branch, as far as the
      *    gate counter files are in ; ftfimprt brings the figure
      *    up to date if a counter's file turns up later
       EXEC SQL
           SELECT COALESCE(SUM(visits_in), 0)
           INTO :WS-VISITS
           FROM footfall
           WHERE count_date = :WS-TODAY
       END-EXEC.

      *    loans taken on the e-lending platform today, kept apart
      *    from borrowings ; elnimprt refreshes the figure when
      *    the platform's file comes in after the close
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-E-LOANS
           FROM electronic_loans
           WHERE loan_date = :WS-TODAY
       END-EXEC.

       EXEC SQL
           SELECT id
           INTO :WS-EXISTING-ID
               open_holds = :WS-OPEN-HOLDS,
               unpaid_fines = :WS-UNPAID-FINES,
               event_attendance = :WS-EVENT-ATTENDANCE,
               ill_lent = :WS-ILL-LENT,
               visits = :WS-VISITS,
               e_loans = :WS-E-LOANS
           WHERE id = :WS-EXISTING-ID
       END-EXEC
           ELSE
           INSERT INTO stats_history
               (business_date, total_books, copies_on_shelf,
                active_loans, overdue_loans, open_holds,
                unpaid_fines, event_attendance, ill_lent, visits,
                e_loans)
           VALUES (:WS-TODAY, :WS-TOTAL-BOOKS, :WS-COPIES-ON-SHELF,
               :WS-ACTIVE-LOANS, :WS-OVERDUE-LOANS, :WS-OPEN-HOLDS,
               :WS-UNPAID-FINES, :WS-EVENT-ATTENDANCE,
               :WS-ILL-LENT, :WS-VISITS, :WS-E-LOANS)
       END-EXEC
           END-IF.

