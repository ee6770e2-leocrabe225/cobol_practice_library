       01 WS-CHARGE-CODE      PIC X(04).
       01 WS-DESCRIPTION      PIC X(30).
       01 WS-UNIT-AMOUNT      PIC 9(03)V99.
       01 WS-VAT-CODE         PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-ADD-STRING      PIC X(10) VALUE "ADD".
       01 WS-LIST-STRING     PIC X(10) VALUE "LIST".
       01 WS-PRICE-STRING    PIC X(10) VALUE "PRICE".
       01 WS-VAT-STRING      PIC X(10) VALUE "VAT".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".

       EXEC SQL
           DECLARE charge_code_cursor CURSOR FOR
               SELECT code, description, amount, vat_code
               FROM charge_codes
               ORDER BY code
       END-EXEC.
           DISPLAY WS-ADD-STRING " / "
                   WS-LIST-STRING " / "
                   WS-PRICE-STRING " / "
                   WS-VAT-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE
               WHEN WS-PRICE-STRING
                   PERFORM 0300-RETUNE-PRICE-BEGIN
                      THRU 0300-RETUNE-PRICE-END
               WHEN WS-VAT-STRING
                   PERFORM 0400-RECODE-VAT-BEGIN
                      THRU 0400-RECODE-VAT-END
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE
           DISPLAY "Enter unit amount : ".
           ACCEPT WS-UNIT-AMOUNT.

           PERFORM 0500-ACCEPT-VAT-CODE-BEGIN
              THRU 0500-ACCEPT-VAT-CODE-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO charge_codes (code, description, amount,
               vat_code)
           VALUES (:WS-CHARGE-CODE, :WS-DESCRIPTION,
               :WS-UNIT-AMOUNT, :WS-VAT-CODE)
       END-EXEC.

           IF SQLCODE = 0

       EXEC SQL
           FETCH charge_code_cursor
           INTO :WS-CHARGE-CODE, :WS-DESCRIPTION, :WS-UNIT-AMOUNT,
               :WS-VAT-CODE
       END-EXEC

               IF SQLCODE = +100
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-CHARGE-CODE " | " WS-UNIT-AMOUNT
                           " | VAT " WS-VAT-CODE
                           " | " WS-DESCRIPTION
               END-IF

                   DISPLAY "Price retuned."
           END-EVALUATE.
       0300-RETUNE-PRICE-END.

       0400-RECODE-VAT-BEGIN.
           DISPLAY "Enter code to recode : ".
           ACCEPT WS-CHARGE-CODE.

           PERFORM 0500-ACCEPT-VAT-CODE-BEGIN
              THRU 0500-ACCEPT-VAT-CODE-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE charge_codes
           SET vat_code = :WS-VAT-CODE
           WHERE code = :WS-CHARGE-CODE
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "VAT update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "No such code."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "VAT code changed."
           END-EVALUATE.
       0400-RECODE-VAT-END.

      *    fines are never taxable, but a charge for a service
      *    the library sells may well be
       0500-ACCEPT-VAT-CODE-BEGIN.
           DISPLAY "VAT code (S standard, R reduced, Z zero, "
                   "E exempt, O outside scope) : ".
           MOVE SPACE TO WS-VAT-CODE.
           ACCEPT WS-VAT-CODE.

           IF WS-VAT-CODE = SPACE
               MOVE "O" TO WS-VAT-CODE
           END-IF.

           IF WS-VAT-CODE NOT = "S" AND NOT = "R" AND NOT = "Z"
               AND NOT = "E" AND NOT = "O"
               DISPLAY "No such VAT code."
               SET WS-RETURN-ERROR TO TRUE
           ELSE
               SET WS-RETURN-OK TO TRUE
           END-IF.
       0500-ACCEPT-VAT-CODE-END.
