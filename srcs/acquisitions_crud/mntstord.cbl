       IDENTIFICATION DIVISION.
       PROGRAM-ID. mntstord.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-STANDING-ID      PIC 9(10).
       01 WS-SERIES-NAME      PIC X(50).
       01 WS-SUPPLIER-ID      PIC 9(10).
       01 WS-SUPPLIER-NAME    PIC X(40).
       01 WS-FUND-ID          PIC 9(10).
       01 WS-QUANTITY         PIC 9(05).
       01 WS-STARTED-DATE     PIC X(08).
       01 WS-HELD-COUNT       PIC 9(05).
       01 WS-TODAY            PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY sepline.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-QUIT      PIC X   VALUE "n".
           88 WS-QUIT-N        VALUE "n".
           88 WS-QUIT-Y        VALUE "Y".

       01 WS-CHOICE    PIC X(10).

       01 WS-SET-STRING      PIC X(10) VALUE "SET".
       01 WS-CANCEL-STRING   PIC X(10) VALUE "CANCEL".
       01 WS-LIST-STRING     PIC X(10) VALUE "LIST".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT     PIC 9(05) VALUE 0.

       01 WS-AUDIT-ENTITY    PIC X(10) VALUE "STANDING".
       01 WS-AUDIT-ACTION    PIC X(10).

       EXEC SQL
           DECLARE standing_list_cursor CURSOR FOR
               SELECT standing_orders.id,
                   standing_orders.series_name,
                   standing_orders.supplier_id,
                   COALESCE(suppliers.name, ' '),
                   standing_orders.fund_id,
                   standing_orders.quantity,
                   standing_orders.started_date
               FROM standing_orders
               LEFT JOIN suppliers
                   ON standing_orders.supplier_id = suppliers.id
               WHERE standing_orders.cancelled_date = '00000000'
               ORDER BY standing_orders.series_name,
                   standing_orders.id
       END-EXEC.

      *    standing orders : the series we take every new volume
      *    of, who from, and which fund pays.  The county file scan
      *    and supplier notices turn new volumes into draft lines
       PROCEDURE DIVISION.

       SET WS-QUIT-N TO TRUE.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Series standing orders"
           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Choose an operation : "
           DISPLAY WS-SET-STRING " / "
                   WS-CANCEL-STRING " / "
                   WS-LIST-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN WS-SET-STRING
                   PERFORM 0100-SET-STANDING-BEGIN
                      THRU 0100-SET-STANDING-END
               WHEN WS-CANCEL-STRING
                   PERFORM 0200-CANCEL-STANDING-BEGIN
                      THRU 0200-CANCEL-STANDING-END
               WHEN WS-LIST-STRING
                   PERFORM 0300-LIST-STANDING-BEGIN
                      THRU 0300-LIST-STANDING-END
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE

       END-PERFORM.

       EXIT PROGRAM.

       0100-SET-STANDING-BEGIN.
           DISPLAY "Series name (as catalogued) : ".
           MOVE SPACES TO WS-SERIES-NAME.
           ACCEPT WS-SERIES-NAME.

           IF WS-SERIES-NAME = SPACES
               DISPLAY "A standing order needs its series."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-HELD-COUNT
           FROM books
           WHERE UPPER(series_name) = UPPER(:WS-SERIES-NAME)
             AND deleted_date = '00000000'
       END-EXEC.

           IF WS-HELD-COUNT = 0
               DISPLAY "(no volume of this series is held yet)"
           END-IF.

           DISPLAY "Enter supplier's id : ".
           ACCEPT WS-SUPPLIER-ID.

       EXEC SQL
           SELECT id
           INTO :WS-SUPPLIER-ID
           FROM suppliers
           WHERE id = :WS-SUPPLIER-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such supplier."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter fund's id (0 for none) : ".
           ACCEPT WS-FUND-ID.

           IF WS-FUND-ID > 0
       EXEC SQL
           SELECT id
           INTO :WS-FUND-ID
           FROM funds
           WHERE id = :WS-FUND-ID
             AND deleted_date = '00000000'
             AND frozen_date = '00000000'
       END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "No such fund, or its year is closed."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Copies of each new volume : ".
           ACCEPT WS-QUANTITY.
           IF WS-QUANTITY = 0
               MOVE 1 TO WS-QUANTITY
           END-IF.

       EXEC SQL
           SELECT id
           INTO :WS-STANDING-ID
           FROM standing_orders
           WHERE UPPER(series_name) = UPPER(:WS-SERIES-NAME)
             AND supplier_id = :WS-SUPPLIER-ID
             AND cancelled_date = '00000000'
       END-EXEC.

           IF SQLCODE = 0
               DISPLAY "Standing order " WS-STANDING-ID
                       " already covers this series and supplier."
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           INSERT INTO standing_orders
               (series_name, supplier_id, fund_id, quantity,
                started_date)
           VALUES (:WS-SERIES-NAME, :WS-SUPPLIER-ID, :WS-FUND-ID,
               :WS-QUANTITY, :WS-TODAY)
           RETURNING id
           INTO :WS-STANDING-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Standing order " WS-STANDING-ID " set."
               MOVE "SET" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-STANDING-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Standing order insert error SQLCODE: "
                       SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0100-SET-STANDING-END.

       0200-CANCEL-STANDING-BEGIN.
           DISPLAY "Enter standing order id to cancel : ".
           ACCEPT WS-STANDING-ID.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           UPDATE standing_orders
           SET cancelled_date = :WS-TODAY
           WHERE id = :WS-STANDING-ID
             AND cancelled_date = '00000000'
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Standing order cancel error SQLCODE: "
                           SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "No such live standing order."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "Standing order cancelled; drafts "
                           "already raised stay in the queue."
                   MOVE "CANCEL" TO WS-AUDIT-ACTION
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-STANDING-ID
                       WS-AUDIT-ACTION
                   END-CALL
           END-EVALUATE.
       0200-CANCEL-STANDING-END.

       0300-LIST-STANDING-BEGIN.
           SET WS-EOF-N TO TRUE.
           MOVE 0 TO WS-MATCH-COUNT.

       EXEC SQL OPEN standing_list_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Standing order list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH standing_list_cursor
           INTO :WS-STANDING-ID, :WS-SERIES-NAME, :WS-SUPPLIER-ID,
               :WS-SUPPLIER-NAME, :WS-FUND-ID, :WS-QUANTITY,
               :WS-STARTED-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-STANDING-ID " "
                           FUNCTION TRIM(WS-SERIES-NAME)
                   DISPLAY "    from " WS-SUPPLIER-ID " "
                           FUNCTION TRIM(WS-SUPPLIER-NAME)
                           ", fund " WS-FUND-ID ", "
                           WS-QUANTITY " cop(y/ies), since "
                           WS-STARTED-DATE
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE standing_list_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "No standing orders."
           END-IF.
       0300-LIST-STANDING-END.
