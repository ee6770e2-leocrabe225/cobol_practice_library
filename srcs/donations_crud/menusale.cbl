       01 WS-SOLD-COUNT       PIC 9(05).
       01 WS-PROCEEDS         PIC 9(07)V99.
       01 WS-BUILT-COUNT      PIC 9(05).
       01 WS-VAT-CODE         PIC X(01).
       01 WS-VAT-RATE         PIC 9(03)V99.
       01 WS-VAT-AMOUNT       PIC 9(07)V99.
       01 WS-PAYMENT-ID       PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "sale-proceeds".

       01 WS-VAT-BASIS        PIC X(01) VALUE "G".
       01 WS-VAT-GROSS        PIC 9(07)V99.
       01 WS-SLIP-KIND        PIC X(01) VALUE "S".
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS-SLIP==.

      *    the items rung up in the current basket, so the
      *    basket's ledger row can be written back onto them
       01 WS-BASKET-COUNT     PIC 9(03) VALUE 0.
       01 WS-BASKET-IDX       PIC 9(03).
       01 WS-BASKET-TABLE.
           05 WS-BASKET-ITEM-ID PIC 9(10) OCCURS 200 TIMES.

       EXEC SQL
           DECLARE sale_list_cursor CURSOR FOR
               SELECT id, source, title, price, status
                   FUNCTION TRIM(WS-ITEM-TITLE) " : ".
           ACCEPT WS-ITEM-PRICE.

      *    a book is zero-rated ; anything else on the table
      *    (a tote bag, a print) may carry VAT
           DISPLAY "VAT code (S standard, R reduced, Z zero, "
                   "blank for zero) : ".
           MOVE SPACE TO WS-VAT-CODE.
           ACCEPT WS-VAT-CODE.

           IF WS-VAT-CODE = SPACE
               MOVE "Z" TO WS-VAT-CODE
           END-IF.

           IF WS-VAT-CODE NOT = "S" AND NOT = "R" AND NOT = "Z"
               AND NOT = "E"
               DISPLAY "No such VAT code."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE sale_items
           SET price = :WS-ITEM-PRICE,
               vat_code = :WS-VAT-CODE
           WHERE id = :WS-ITEM-ID
       END-EXEC.

       0400-SELL-SESSION-BEGIN.
           MOVE 0 TO WS-SALE-TOTAL.
           MOVE 0 TO WS-SOLD-COUNT.
           MOVE 0 TO WS-BASKET-COUNT.

           CALL "rdbusdat" USING
               WS-TODAY
                till_session_id)
           VALUES (0, :WS-SALE-TOTAL, :WS-TODAY, 'S',
               :WS-SESSION-ID)
           RETURNING id
           INTO :WS-PAYMENT-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Sale ledger error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-BASKET-IDX FROM 1 BY 1
               UNTIL WS-BASKET-IDX > WS-BASKET-COUNT
               OR SQLCODE NOT = 0
               MOVE WS-BASKET-ITEM-ID(WS-BASKET-IDX) TO WS-ITEM-ID
       EXEC SQL
           UPDATE sale_items
           SET sale_payment_id = :WS-PAYMENT-ID
           WHERE id = :WS-ITEM-ID
       END-EXEC
           END-PERFORM.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY WS-SOLD-COUNT " item(s) sold, take "
                       WS-SALE-TOTAL "."
               CALL "rcptslip" USING
                   WS-PAYMENT-ID
                   WS-SLIP-KIND
                   WS-SLIP-RETURN-VALUE
               END-CALL
           ELSE
               DISPLAY "Sale ledger error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC

       0500-SELL-ONE-BEGIN.
       EXEC SQL
           SELECT id, title, price, status, vat_code
           INTO :WS-ITEM-ID, :WS-ITEM-TITLE, :WS-ITEM-PRICE,
               :WS-ITEM-STATUS, :WS-VAT-CODE
           FROM sale_items
           WHERE id = :WS-ITEM-ID
       END-EXEC.
               EXIT PARAGRAPH
           END-IF.

           IF WS-BASKET-COUNT = 200
               DISPLAY "Basket full, total up and start another."
               EXIT PARAGRAPH
           END-IF.

      *    the price on the table includes any VAT
           MOVE WS-ITEM-PRICE TO WS-VAT-GROSS.
           CALL "vatsrvc" USING
               WS-VAT-CODE
               WS-VAT-BASIS
               WS-VAT-GROSS
               WS-VAT-RATE
               WS-VAT-AMOUNT
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           UPDATE sale_items
           SET status = 'S',
               sold_date = :WS-TODAY,
               vat_rate = :WS-VAT-RATE,
               vat_amount = :WS-VAT-AMOUNT
           WHERE id = :WS-ITEM-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-SOLD-COUNT
               ADD 1 TO WS-BASKET-COUNT
               MOVE WS-ITEM-ID TO WS-BASKET-ITEM-ID(WS-BASKET-COUNT)
               ADD WS-ITEM-PRICE TO WS-SALE-TOTAL
               DISPLAY FUNCTION TRIM(WS-ITEM-TITLE) " -- "
                       WS-ITEM-PRICE
