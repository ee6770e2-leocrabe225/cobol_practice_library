       01 WS-END-DATE         PIC X(08).
       01 WS-RETURNED-DATE    PIC X(08).
       01 WS-UNPAID-BALANCE   PIC 9(07)V99.
       01 WS-RECEIPT-ID       PIC 9(10).
       01 WS-CHARGE-DESC      PIC X(30).
       01 WS-PAID-DATE        PIC X(08).
       01 WS-GROSS-AMOUNT     PIC 9(07)V99.
       01 WS-VAT-RATE         PIC 9(03)V99.
       01 WS-VAT-AMOUNT       PIC 9(07)V99.
       01 WS-ITEM-TITLE       PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-ID-TEXT          PIC 9(10).
       01 WS-OUT-LINE         PIC X(40).
       01 WS-OUT-BALANCE      PIC ZZZZZ9.99.
       01 WS-OUT-RATE         PIC ZZ9.99.
       01 WS-NET-AMOUNT       PIC 9(07)V99.
       01 WS-VAT-TOTAL        PIC 9(07)V99.
       01 WS-GROSS-TOTAL      PIC 9(07)V99.

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       EXEC SQL
           DECLARE sale_receipt_cursor CURSOR FOR
               SELECT title, price, vat_rate, vat_amount
               FROM sale_items
               WHERE sale_payment_id = :WS-RECEIPT-ID
               ORDER BY id
       END-EXEC.

       LINKAGE SECTION.
       01 LK-BORROWING-ID     PIC 9(10).
           88 LK-KIND-CHECKOUT       VALUE "C".
           88 LK-KIND-RENEWAL        VALUE "N".
           88 LK-KIND-RETURN         VALUE "R".
           88 LK-KIND-CHARGE         VALUE "D".
           88 LK-KIND-SALE           VALUE "S".
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    one small file per transaction, named after the loan so
      *    "can I have that again" is just a reprint of the same
      *    slip from the current data ; a desk charge (kind D,
      *    the fine id) or a book sale basket (kind S, the ledger
      *    row id) gets a till receipt showing the VAT instead
       PROCEDURE DIVISION USING LK-BORROWING-ID,
                                LK-KIND,
                                LK-RETURN-VALUE.

           IF LK-KIND-CHARGE
               PERFORM 0100-CHARGE-RECEIPT-BEGIN
                  THRU 0100-CHARGE-RECEIPT-END
               EXIT PROGRAM
           END-IF.

           IF LK-KIND-SALE
               PERFORM 0200-SALE-RECEIPT-BEGIN
                  THRU 0200-SALE-RECEIPT-END
               EXIT PROGRAM
           END-IF.

           MOVE LK-BORROWING-ID TO WS-BORROWING-ID.

       EXEC SQL
                   FUNCTION TRIM(WS-SLIP-FILE-NAME) ".".

           EXIT PROGRAM.

       0100-CHARGE-RECEIPT-BEGIN.
           MOVE LK-BORROWING-ID TO WS-RECEIPT-ID.

       EXEC SQL
           SELECT people.last_name, people.first_name,
               COALESCE(charge_codes.description, fines.charge_code),
               fines.assessed_date, fines.amount_due,
               fines.vat_rate, fines.vat_amount
           INTO :WS-PEOPLE-LNAME, :WS-PEOPLE-FNAME, :WS-CHARGE-DESC,
               :WS-PAID-DATE, :WS-GROSS-AMOUNT, :WS-VAT-RATE,
               :WS-VAT-AMOUNT
           FROM fines
           INNER JOIN people ON fines.people_id = people.id
           LEFT JOIN charge_codes
               ON charge_codes.code = fines.charge_code
           WHERE fines.id = :WS-RECEIPT-ID
             AND fines.fine_type = 'D'
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RECEIPT-ID TO WS-ID-TEXT.
           MOVE SPACES TO WS-SLIP-FILE-NAME.
           STRING "output/charge-" DELIMITED BY SIZE
                  WS-ID-TEXT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
           INTO WS-SLIP-FILE-NAME.

           OPEN OUTPUT F-SLIP.

           IF NOT WS-F-STATUS-OK
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE "***     MUNICIPAL LIBRARY     ***" TO WS-OUT-LINE.
           WRITE F-SLIP-RCD FROM WS-OUT-LINE.
           MOVE "DESK CHARGE" TO WS-OUT-LINE.
           WRITE F-SLIP-RCD FROM WS-OUT-LINE.

           MOVE SPACES TO WS-OUT-LINE.
           STRING FUNCTION TRIM(WS-PEOPLE-FNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PEOPLE-LNAME) DELIMITED BY SIZE
           INTO WS-OUT-LINE.
           WRITE F-SLIP-RCD FROM WS-OUT-LINE.

           MOVE WS-CHARGE-DESC TO WS-OUT-LINE.
           WRITE F-SLIP-RCD FROM WS-OUT-LINE.

           MOVE SPACES TO WS-OUT-LINE.
           STRING "paid " DELIMITED BY SIZE
                  WS-PAID-DATE DELIMITED BY SIZE
           INTO WS-OUT-LINE.
           WRITE F-SLIP-RCD FROM WS-OUT-LINE.

           MOVE WS-GROSS-AMOUNT TO WS-GROSS-TOTAL.
           MOVE WS-VAT-AMOUNT TO WS-VAT-TOTAL.
           PERFORM 0300-WRITE-VAT-LINES-BEGIN
              THRU 0300-WRITE-VAT-LINES-END.

           MOVE "***   thank you, see you soon  ***" TO WS-OUT-LINE.
           WRITE F-SLIP-RCD FROM WS-OUT-LINE.

           CLOSE F-SLIP.

           SET LK-RETURN-OK TO TRUE.
           DISPLAY "Receipt slip written to "
                   FUNCTION TRIM(WS-SLIP-FILE-NAME) ".".
       0100-CHARGE-RECEIPT-END.

      *    one line per item sold in the basket, the VAT summed
      *    at the foot
       0200-SALE-RECEIPT-BEGIN.
           MOVE LK-BORROWING-ID TO WS-RECEIPT-ID.

       EXEC SQL
           SELECT paid_date
           INTO :WS-PAID-DATE
           FROM fine_payments
           WHERE id = :WS-RECEIPT-ID
             AND kind = 'S'
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RECEIPT-ID TO WS-ID-TEXT.
           MOVE SPACES TO WS-SLIP-FILE-NAME.
           STRING "output/sale-" DELIMITED BY SIZE
                  WS-ID-TEXT DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
           INTO WS-SLIP-FILE-NAME.

           OPEN OUTPUT F-SLIP.

           IF NOT WS-F-STATUS-OK
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE "***     MUNICIPAL LIBRARY     ***" TO WS-OUT-LINE.
           WRITE F-SLIP-RCD FROM WS-OUT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "BOOK SALE " DELIMITED BY SIZE
                  WS-PAID-DATE DELIMITED BY SIZE
           INTO WS-OUT-LINE.
           WRITE F-SLIP-RCD FROM WS-OUT-LINE.

           MOVE 0 TO WS-GROSS-TOTAL.
           MOVE 0 TO WS-VAT-TOTAL.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN sale_receipt_cursor END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-EOF-Y TO TRUE
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH sale_receipt_cursor
           INTO :WS-ITEM-TITLE, :WS-GROSS-AMOUNT, :WS-VAT-RATE,
               :WS-VAT-AMOUNT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD WS-GROSS-AMOUNT TO WS-GROSS-TOTAL
                   ADD WS-VAT-AMOUNT TO WS-VAT-TOTAL
                   MOVE WS-GROSS-AMOUNT TO WS-OUT-BALANCE
                   MOVE SPACES TO WS-OUT-LINE
                   STRING WS-ITEM-TITLE(1:29) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-OUT-BALANCE DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WRITE F-SLIP-RCD FROM WS-OUT-LINE
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE sale_receipt_cursor END-EXEC.

           PERFORM 0300-WRITE-VAT-LINES-BEGIN
              THRU 0300-WRITE-VAT-LINES-END.

           MOVE "***   thank you, see you soon  ***" TO WS-OUT-LINE.
           WRITE F-SLIP-RCD FROM WS-OUT-LINE.

           CLOSE F-SLIP.

           SET LK-RETURN-OK TO TRUE.
           DISPLAY "Receipt slip written to "
                   FUNCTION TRIM(WS-SLIP-FILE-NAME) ".".
       0200-SALE-RECEIPT-END.

      *    the VAT is shown even when it is nil, so the patron
      *    can see the receipt is a valid one
       0300-WRITE-VAT-LINES-BEGIN.
           COMPUTE WS-NET-AMOUNT = WS-GROSS-TOTAL - WS-VAT-TOTAL.

           MOVE WS-GROSS-TOTAL TO WS-OUT-BALANCE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "total paid          " DELIMITED BY SIZE
                  WS-OUT-BALANCE DELIMITED BY SIZE
           INTO WS-OUT-LINE.
           WRITE F-SLIP-RCD FROM WS-OUT-LINE.

           MOVE WS-NET-AMOUNT TO WS-OUT-BALANCE.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "net of VAT          " DELIMITED BY SIZE
                  WS-OUT-BALANCE DELIMITED BY SIZE
           INTO WS-OUT-LINE.
           WRITE F-SLIP-RCD FROM WS-OUT-LINE.

           MOVE WS-VAT-TOTAL TO WS-OUT-BALANCE.
           MOVE SPACES TO WS-OUT-LINE.
           IF LK-KIND-CHARGE
               MOVE WS-VAT-RATE TO WS-OUT-RATE
               STRING "VAT at " DELIMITED BY SIZE
                      WS-OUT-RATE DELIMITED BY SIZE
                      "%      " DELIMITED BY SIZE
                      WS-OUT-BALANCE DELIMITED BY SIZE
               INTO WS-OUT-LINE
           ELSE
               STRING "VAT included        " DELIMITED BY SIZE
                      WS-OUT-BALANCE DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-IF.
           WRITE F-SLIP-RCD FROM WS-OUT-LINE.
       0300-WRITE-VAT-LINES-END.
