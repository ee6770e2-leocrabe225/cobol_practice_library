       01 WS-TODAY            PIC X(08).
       01 WS-FINE-ID          PIC 9(10).
       01 WS-SESSION-ID       PIC 9(10).
       01 WS-VAT-CODE         PIC X(01).
       01 WS-VAT-RATE         PIC 9(03)V99.
       01 WS-VAT-AMOUNT       PIC 9(07)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-CARD-INPUT       PIC X(10).
       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "FINE".
       01 WS-AUDIT-ACTION     PIC X(10) VALUE "DESKCHRG".
       01 WS-VAT-BASIS        PIC X(01) VALUE "G".
       01 WS-VAT-GROSS        PIC 9(07)V99.
       01 WS-SLIP-KIND        PIC X(01) VALUE "D".
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS-SLIP==.

      *    printing, photocopies, a replacement card : one coded
      *    charge, posted and paid in the same motion, into the
           ACCEPT WS-CHARGE-CODE.

       EXEC SQL
           SELECT code, description, amount, vat_code
           INTO :WS-CHARGE-CODE, :WS-DESCRIPTION, :WS-UNIT-AMOUNT,
               :WS-VAT-CODE
           FROM charge_codes
           WHERE code = :WS-CHARGE-CODE
       END-EXEC.
           COMPUTE WS-TOTAL-AMOUNT =
               WS-QUANTITY * WS-UNIT-AMOUNT.

      *    the tariff price includes the VAT : the VAT in it is
      *    worked out now, at today's rate, and kept on the row
           MOVE WS-TOTAL-AMOUNT TO WS-VAT-GROSS.
           CALL "vatsrvc" USING
               WS-VAT-CODE
               WS-VAT-BASIS
               WS-VAT-GROSS
               WS-VAT-RATE
               WS-VAT-AMOUNT
               WS-RETURN-VALUE
           END-CALL.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
       EXEC SQL
           INSERT INTO fines
               (borrowing_id, people_id, amount_due,
                assessed_date, paid_date, fine_type, charge_code,
                vat_code, vat_rate, vat_amount)
           VALUES (0, :WS-PEOPLE-ID, :WS-TOTAL-AMOUNT,
               :WS-TODAY, :WS-TODAY, 'D', :WS-CHARGE-CODE,
               :WS-VAT-CODE, :WS-VAT-RATE, :WS-VAT-AMOUNT)
           RETURNING id
           INTO :WS-FINE-ID
       END-EXEC.
               DISPLAY "Take " WS-TOTAL-AMOUNT " ("
                       WS-QUANTITY " x "
                       FUNCTION TRIM(WS-DESCRIPTION) ")."
               IF WS-VAT-AMOUNT > 0
                   DISPLAY "Includes VAT " WS-VAT-AMOUNT " at "
                           WS-VAT-RATE "%."
               END-IF
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-FINE-ID
                   WS-AUDIT-ACTION
               END-CALL
               CALL "rcptslip" USING
                   WS-FINE-ID
                   WS-SLIP-KIND
                   WS-SLIP-RETURN-VALUE
               END-CALL
           ELSE
               DISPLAY "Charge payment error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
