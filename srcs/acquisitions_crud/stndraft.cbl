       IDENTIFICATION DIVISION.
       PROGRAM-ID. stndraft.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-STANDING-ID      PIC 9(10).
       01 WS-SERIES-NAME      PIC X(50).
       01 WS-VOLUME           PIC 9(04).
       01 WS-ISBN             PIC X(13).
       01 WS-SUPPLIER-ID      PIC 9(10).
       01 WS-FUND-ID          PIC 9(10).
       01 WS-QUANTITY         PIC 9(05).
       01 WS-ORDER-ID         PIC 9(10).
       01 WS-FOUND-COUNT      PIC 9(05).
       01 WS-TODAY            PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "ORDER".
       01 WS-AUDIT-ACTION     PIC X(10) VALUE "STANDING".

       LINKAGE SECTION.
      *    LK-STANDING-ID : the standing order the supplier quoted,
      *    or 0 to find the live one for LK-SERIES-NAME
       01 LK-STANDING-ID      PIC 9(10).
       01 LK-SERIES-NAME      PIC X(50).
       01 LK-VOLUME           PIC 9(04).
       01 LK-ISBN             PIC X(13).
       01 LK-ORDER-ID         PIC 9(10).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    a new volume of a series on standing order becomes a
      *    draft order line in the acquisitions review queue, with
      *    the standing order's supplier, quantity and fund.
      *    NOT-FOUND : no live standing order for it
      *    ALREADY-HERE : the volume is held or already on order
       PROCEDURE DIVISION USING LK-STANDING-ID,
                                LK-SERIES-NAME,
                                LK-VOLUME,
                                LK-ISBN,
                                LK-ORDER-ID,
                                LK-RETURN-VALUE.

           MOVE 0 TO LK-ORDER-ID.
           MOVE LK-STANDING-ID TO WS-STANDING-ID.
           MOVE LK-SERIES-NAME TO WS-SERIES-NAME.
           MOVE LK-VOLUME TO WS-VOLUME.
           MOVE LK-ISBN TO WS-ISBN.

           IF WS-ISBN = SPACES
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-STANDING-ID > 0
       EXEC SQL
           SELECT series_name, supplier_id, fund_id, quantity
           INTO :WS-SERIES-NAME, :WS-SUPPLIER-ID, :WS-FUND-ID,
               :WS-QUANTITY
           FROM standing_orders
           WHERE id = :WS-STANDING-ID
             AND cancelled_date = '00000000'
       END-EXEC
           ELSE
       EXEC SQL
           SELECT id, series_name, supplier_id, fund_id, quantity
           INTO :WS-STANDING-ID, :WS-SERIES-NAME, :WS-SUPPLIER-ID,
               :WS-FUND-ID, :WS-QUANTITY
           FROM standing_orders
           WHERE UPPER(series_name) = UPPER(:WS-SERIES-NAME)
             AND cancelled_date = '00000000'
           ORDER BY id
           LIMIT 1
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

      *    held already, under this ISBN or as this volume
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-FOUND-COUNT
           FROM books
           WHERE deleted_date = '00000000'
             AND (isbn = :WS-ISBN
                  OR (UPPER(series_name) = UPPER(:WS-SERIES-NAME)
                      AND volume_number = :WS-VOLUME
                      AND :WS-VOLUME > 0))
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-FOUND-COUNT > 0
               SET LK-RETURN-ALREADY-HERE TO TRUE
               EXIT PROGRAM
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

      *    the county file and the supplier both announce the same
      *    volume : only the first announcement raises a line, and a
      *    volume this standing order already cancelled stays off
       EXEC SQL
           INSERT INTO orders (supplier_id, isbn, quantity,
               ordered_date, status, fund_id, standing_order_id)
           SELECT :WS-SUPPLIER-ID, :WS-ISBN, :WS-QUANTITY,
               :WS-TODAY, 'D', :WS-FUND-ID, :WS-STANDING-ID
           WHERE NOT EXISTS (
               SELECT 1 FROM orders
               WHERE orders.isbn = :WS-ISBN
                 AND (orders.status IN ('O', 'D')
                      OR (orders.status = 'C'
                          AND orders.standing_order_id
                              = :WS-STANDING-ID))
           )
           RETURNING id
           INTO :WS-ORDER-ID
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   SET LK-RETURN-ALREADY-HERE TO TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Standing order draft error SQLCODE: "
                           SQLCODE
       EXEC SQL ROLLBACK END-EXEC
                   SET LK-RETURN-ERROR TO TRUE
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   MOVE WS-ORDER-ID TO LK-ORDER-ID
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-ORDER-ID
                       WS-AUDIT-ACTION
                   END-CALL
                   SET LK-RETURN-OK TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.
