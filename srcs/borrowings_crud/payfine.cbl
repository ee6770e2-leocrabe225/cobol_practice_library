       01 WS-CREDIT-BALANCE  PIC 9(05)V99.
       01 WS-CREDIT-APPLIED  PIC 9(05)V99.
       01 WS-OUTSTANDING     PIC S9(07)V99.
       01 WS-PAYER-ID        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

           PERFORM 0100-EXIT-IF-NOT-PAYABLE-BEGIN
              THRU 0100-EXIT-IF-NOT-PAYABLE-END.

           PERFORM 0120-FIND-GUARANTOR-BEGIN
              THRU 0120-FIND-GUARANTOR-END.

           PERFORM 0200-PAY-BEGIN
              THRU 0200-PAY-END.

           END-IF.
       0100-EXIT-IF-NOT-PAYABLE-END.

      *    a junior's charges are the household guarantor's to
      *    settle : the cash is taken from them and the ledger row
      *    says so, the fine itself stays on the junior's loan
       0120-FIND-GUARANTOR-BEGIN.
           MOVE 0 TO WS-PAYER-ID.

       EXEC SQL
           SELECT households.guarantor_id
           INTO :WS-PAYER-ID
           FROM fines
           LEFT JOIN borrowings
               ON fines.borrowing_id = borrowings.id
           INNER JOIN people
               ON people.id = COALESCE(
                   NULLIF(fines.people_id, 0),
                   borrowings.people_id)
           INNER JOIN households
               ON households.id = people.household_id
           WHERE fines.id = :WS-ID
             AND people.category_code = 'CH'
             AND households.deleted_date = '00000000'
             AND households.guarantor_id <> people.id
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-PAYER-ID
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Junior's fine : collect from the household "
                   "guarantor, patron " WS-PAYER-ID ".".
       0120-FIND-GUARANTOR-END.

       0150-APPLY-CREDIT-BEGIN.
           COMPUTE WS-OUTSTANDING =
               WS-AMOUNT-DUE - WS-SETTLED-TOTAL.

       EXEC SQL
           INSERT INTO fine_payments (fine_id, amount, paid_date,
               kind, till_session_id, payer_id)
       VALUES (:WS-ID, :WS-AMOUNT, :WS-PAID-DATE, 'P',
               :WS-SESSION-ID, :WS-PAYER-ID)
       END-EXEC.

           IF SQLCODE NOT = 0
