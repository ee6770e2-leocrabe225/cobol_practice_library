       01 WS-ACTIVE-BORROWERS   PIC 9(07).
       01 WS-ACTIVE-LOANS       PIC 9(07).
       01 WS-OVERDUE-LOANS      PIC 9(07).
       01 WS-E-LOANS            PIC 9(07).
       01 WS-TODAY              PIC X(08).
       01 WS-OPEN-HOLDS         PIC 9(07).
       01 WS-UNPAID-FINE-COUNT  PIC 9(07).
           WHERE returned_date = '00000000'
             AND end_date < :WS-TODAY
       END-EXEC.

      *    e-loans still within their licence, counted apart from
      *    the copies out of the building
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-E-LOANS
           FROM electronic_loans
           WHERE expiry_date >= :WS-TODAY
       END-EXEC.
       0300-COUNT-LOANS-END.

       0400-COUNT-HOLDS-BEGIN.
           DISPLAY "Active borrowers        : " WS-ACTIVE-BORROWERS.
           DISPLAY "Active loans            : " WS-ACTIVE-LOANS.
           DISPLAY "Overdue loans           : " WS-OVERDUE-LOANS.
           DISPLAY "Current e-loans         : " WS-E-LOANS.
           DISPLAY "Open holds              : " WS-OPEN-HOLDS.
           DISPLAY "Unpaid fines (count)    : " WS-UNPAID-FINE-COUNT.
           DISPLAY "Unpaid fines (total)    : " WS-UNPAID-FINE-TOTAL.
