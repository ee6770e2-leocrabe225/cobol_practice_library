       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptsuppl.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-FROM-DATE        PIC X(08).
       01 WS-TO-DATE          PIC X(08).
       01 WS-SUPPLIER-ID      PIC 9(10).
       01 WS-SUPPLIER-NAME    PIC X(40).
       01 WS-LINE-COUNT       PIC 9(07).
       01 WS-RECEIVED-COUNT   PIC 9(07).
       01 WS-BACKORDER-COUNT  PIC 9(07).
       01 WS-CANCEL-COUNT     PIC 9(07).
       01 WS-MISMATCH-COUNT   PIC 9(07).
       01 WS-ORDERED-DATE     PIC X(08).
       01 WS-RECEIVED-DATE    PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-TODAY            PIC X(08).
       01 WS-DATE-NUM         PIC 9(08).
       01 WS-DAYS             PIC S9(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

      *    one row per supplier, filled from three passes over the
      *    ledger and then sorted for the ranking
       01 WS-SUPP-COUNT       PIC 9(03) VALUE 0.
       01 WS-SUPP-TABLE.
           05 WS-SUPP-ENTRY OCCURS 300 TIMES.
               10 WS-SUP-ID          PIC 9(10).
               10 WS-SUP-NAME        PIC X(40).
               10 WS-SUP-LINES       PIC 9(07).
               10 WS-SUP-RECEIVED    PIC 9(07).
               10 WS-SUP-BACKORDER   PIC 9(07).
               10 WS-SUP-CANCELLED   PIC 9(07).
               10 WS-SUP-TOTAL-DAYS  PIC 9(09).
               10 WS-SUP-WORST-DAYS  PIC 9(05).
               10 WS-SUP-INV-LINES   PIC 9(07).
               10 WS-SUP-MISMATCH    PIC 9(07).
               10 WS-SUP-FILL-PCT    PIC 9(03)V9.
               10 WS-SUP-AVG-DAYS    PIC 9(05)V9.

       01 WS-SWAP-ENTRY       PIC X(116).
       01 WS-IDX              PIC 9(03).
       01 WS-IDX2             PIC 9(03).
       01 WS-FOUND-IDX        PIC 9(03).
       01 WS-RANK             PIC 9(03).

       01 WS-PCT              PIC 9(03)V9.
       01 WS-FILL-EDIT        PIC ZZ9.9.
       01 WS-BACK-EDIT        PIC ZZ9.9.
       01 WS-CANCEL-EDIT      PIC ZZ9.9.
       01 WS-MISMATCH-EDIT    PIC ZZ9.9.
       01 WS-AVG-EDIT         PIC ZZZZ9.9.
       01 WS-WORST-EDIT       PIC ZZZZ9.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30)
           VALUE "supplier-performance".

      *    order lines placed in the range that the supplier was
      *    held to : drafts and lines the library cancelled itself
      *    are left out, a cancellation acknowledged X is the
      *    supplier's own and stays in
       EXEC SQL
           DECLARE supplier_order_cursor CURSOR FOR
               SELECT suppliers.id, suppliers.name, COUNT(orders.id),
                   SUM(CASE WHEN orders.status = 'R'
                       THEN 1 ELSE 0 END),
                   SUM(CASE WHEN orders.ack_status = 'B'
                       THEN 1 ELSE 0 END),
                   SUM(CASE WHEN orders.ack_status = 'X'
                       THEN 1 ELSE 0 END)
               FROM orders
               INNER JOIN suppliers
                   ON orders.supplier_id = suppliers.id
               WHERE orders.ordered_date >= :WS-FROM-DATE
                 AND orders.ordered_date <= :WS-TO-DATE
                 AND orders.status <> 'D'
                 AND (orders.status <> 'C'
                      OR orders.ack_status = 'X')
               GROUP BY suppliers.id, suppliers.name
       END-EXEC.

      *    the received lines themselves, for days from order to
      *    receipt
       EXEC SQL
           DECLARE supplier_lead_cursor CURSOR FOR
               SELECT supplier_id, ordered_date, received_date
               FROM orders
               WHERE ordered_date >= :WS-FROM-DATE
                 AND ordered_date <= :WS-TO-DATE
                 AND status = 'R'
                 AND received_date <> '00000000'
       END-EXEC.

      *    invoice lines dated in the range that have been through
      *    three-way matching : anything but M is a mismatch
       EXEC SQL
           DECLARE supplier_invoice_cursor CURSOR FOR
               SELECT suppliers.id, suppliers.name, COUNT(*),
                   SUM(CASE WHEN invoice_lines.match_status <> 'M'
                       THEN 1 ELSE 0 END)
               FROM invoice_lines
               INNER JOIN invoices
                   ON invoice_lines.invoice_id = invoices.id
               INNER JOIN suppliers
                   ON invoices.supplier_id = suppliers.id
               WHERE invoices.invoice_date >= :WS-FROM-DATE
                 AND invoices.invoice_date <= :WS-TO-DATE
                 AND invoice_lines.match_status <> ' '
               GROUP BY suppliers.id, suppliers.name
       END-EXEC.

       LINKAGE SECTION.
       01 LK-FROM-DATE        PIC X(08).
       01 LK-TO-DATE          PIC X(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    supplier performance for the annual contract review :
      *    fill rate, days from order to receipt (average and
      *    worst), back-order and cancellation rates and the
      *    invoice mismatch rate per supplier, then the suppliers
      *    ranked.  A blank LK-FROM-DATE means the twelve months to
      *    the business date
       PROCEDURE DIVISION USING LK-FROM-DATE,
                                LK-TO-DATE,
                                LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE LK-FROM-DATE TO WS-FROM-DATE.
           MOVE LK-TO-DATE TO WS-TO-DATE.

           IF WS-TO-DATE = SPACES
               MOVE WS-TODAY TO WS-TO-DATE
           END-IF.

           IF WS-FROM-DATE = SPACES AND WS-TO-DATE NUMERIC
               MOVE WS-TO-DATE TO WS-DATE-NUM
               SUBTRACT 10000 FROM WS-DATE-NUM
               ADD 1 TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-FROM-DATE
           END-IF.

           IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
               DISPLAY "Not a date, report abandoned."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           SET LK-RETURN-OK TO TRUE.

           PERFORM 0100-ORDER-COUNTS-BEGIN
              THRU 0100-ORDER-COUNTS-END.
           PERFORM 0200-LEAD-TIMES-BEGIN
              THRU 0200-LEAD-TIMES-END.
           PERFORM 0300-INVOICE-MATCHING-BEGIN
              THRU 0300-INVOICE-MATCHING-END.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUPP-COUNT
               PERFORM 0400-SUPPLIER-RATES-BEGIN
                  THRU 0400-SUPPLIER-RATES-END
           END-PERFORM.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Supplier performance, orders placed "
                  DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE "LINE" TO WS-SPOOL-REQUEST.

           IF WS-SUPP-COUNT = 0
               MOVE "No supplier activity in the range."
                   TO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-SUPP-COUNT
                   PERFORM 0500-SUPPLIER-DETAIL-BEGIN
                      THRU 0500-SUPPLIER-DETAIL-END
               END-PERFORM
               PERFORM 0600-SORT-RANKING-BEGIN
                  THRU 0600-SORT-RANKING-END
               PERFORM 0700-PRINT-RANKING-BEGIN
                  THRU 0700-PRINT-RANKING-END
           END-IF.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-SUPP-COUNT DELIMITED BY SIZE
                  " supplier(s) reviewed" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE "CLOS" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           EXIT PROGRAM.

       0100-ORDER-COUNTS-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN supplier_order_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Supplier order error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH supplier_order_cursor
           INTO :WS-SUPPLIER-ID, :WS-SUPPLIER-NAME, :WS-LINE-COUNT,
               :WS-RECEIVED-COUNT, :WS-BACKORDER-COUNT,
               :WS-CANCEL-COUNT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0150-FIND-SUPPLIER-BEGIN
                      THRU 0150-FIND-SUPPLIER-END
                   IF WS-FOUND-IDX > 0
                       MOVE WS-LINE-COUNT
                           TO WS-SUP-LINES(WS-FOUND-IDX)
                       MOVE WS-RECEIVED-COUNT
                           TO WS-SUP-RECEIVED(WS-FOUND-IDX)
                       MOVE WS-BACKORDER-COUNT
                           TO WS-SUP-BACKORDER(WS-FOUND-IDX)
                       MOVE WS-CANCEL-COUNT
                           TO WS-SUP-CANCELLED(WS-FOUND-IDX)
                   END-IF
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE supplier_order_cursor END-EXEC.
       0100-ORDER-COUNTS-END.

      *    WS-SUPPLIER-ID's row in the table, added on first sight
      *    when WS-SUPPLIER-NAME is known ; 0 when the table is full
      *    or the supplier is not there and cannot be added
       0150-FIND-SUPPLIER-BEGIN.
           MOVE 0 TO WS-FOUND-IDX.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-SUPP-COUNT
                      OR WS-FOUND-IDX > 0
               IF WS-SUP-ID(WS-IDX2) = WS-SUPPLIER-ID
                   MOVE WS-IDX2 TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX > 0 OR WS-SUPPLIER-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF WS-SUPP-COUNT >= 300
               DISPLAY "Too many suppliers, " WS-SUPPLIER-ID
                       " left out."
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SUPP-COUNT.
           MOVE WS-SUPP-COUNT TO WS-FOUND-IDX.
           INITIALIZE WS-SUPP-ENTRY(WS-FOUND-IDX).
           MOVE WS-SUPPLIER-ID TO WS-SUP-ID(WS-FOUND-IDX).
           MOVE WS-SUPPLIER-NAME TO WS-SUP-NAME(WS-FOUND-IDX).
       0150-FIND-SUPPLIER-END.

      *    day 1 of the intrinsic calendar is the same for both
      *    dates, so the difference is the count of days
       0200-LEAD-TIMES-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN supplier_lead_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Supplier lead time error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH supplier_lead_cursor
           INTO :WS-SUPPLIER-ID, :WS-ORDERED-DATE,
               :WS-RECEIVED-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   IF WS-ORDERED-DATE NUMERIC
                       AND WS-RECEIVED-DATE NUMERIC
                       MOVE SPACES TO WS-SUPPLIER-NAME
                       PERFORM 0150-FIND-SUPPLIER-BEGIN
                          THRU 0150-FIND-SUPPLIER-END
                       IF WS-FOUND-IDX > 0
                           PERFORM 0250-ONE-LEAD-TIME-BEGIN
                              THRU 0250-ONE-LEAD-TIME-END
                       END-IF
                   END-IF
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE supplier_lead_cursor END-EXEC.
       0200-LEAD-TIMES-END.

       0250-ONE-LEAD-TIME-BEGIN.
           MOVE WS-RECEIVED-DATE TO WS-DATE-NUM.
           COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-ORDERED-DATE TO WS-DATE-NUM.
           COMPUTE WS-DAYS =
               WS-DAYS - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           IF WS-DAYS < 0
               MOVE 0 TO WS-DAYS
           END-IF.

           ADD WS-DAYS TO WS-SUP-TOTAL-DAYS(WS-FOUND-IDX).
           IF WS-DAYS > WS-SUP-WORST-DAYS(WS-FOUND-IDX)
               MOVE WS-DAYS TO WS-SUP-WORST-DAYS(WS-FOUND-IDX)
           END-IF.
       0250-ONE-LEAD-TIME-END.

       0300-INVOICE-MATCHING-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN supplier_invoice_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Supplier invoice error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH supplier_invoice_cursor
           INTO :WS-SUPPLIER-ID, :WS-SUPPLIER-NAME, :WS-LINE-COUNT,
               :WS-MISMATCH-COUNT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0150-FIND-SUPPLIER-BEGIN
                      THRU 0150-FIND-SUPPLIER-END
                   IF WS-FOUND-IDX > 0
                       MOVE WS-LINE-COUNT
                           TO WS-SUP-INV-LINES(WS-FOUND-IDX)
                       MOVE WS-MISMATCH-COUNT
                           TO WS-SUP-MISMATCH(WS-FOUND-IDX)
                   END-IF
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE supplier_invoice_cursor END-EXEC.
       0300-INVOICE-MATCHING-END.

      *    the two figures the ranking sorts on
       0400-SUPPLIER-RATES-BEGIN.
           MOVE 0 TO WS-SUP-FILL-PCT(WS-IDX).
           MOVE 0 TO WS-SUP-AVG-DAYS(WS-IDX).

           IF WS-SUP-LINES(WS-IDX) > 0
               COMPUTE WS-SUP-FILL-PCT(WS-IDX) ROUNDED =
                   WS-SUP-RECEIVED(WS-IDX) * 100
                   / WS-SUP-LINES(WS-IDX)
           END-IF.

           IF WS-SUP-RECEIVED(WS-IDX) > 0
               COMPUTE WS-SUP-AVG-DAYS(WS-IDX) ROUNDED =
                   WS-SUP-TOTAL-DAYS(WS-IDX)
                   / WS-SUP-RECEIVED(WS-IDX)
           END-IF.
       0400-SUPPLIER-RATES-END.

       0500-SUPPLIER-DETAIL-BEGIN.
           MOVE WS-SUP-FILL-PCT(WS-IDX) TO WS-FILL-EDIT.
           MOVE WS-SUP-AVG-DAYS(WS-IDX) TO WS-AVG-EDIT.
           MOVE WS-SUP-WORST-DAYS(WS-IDX) TO WS-WORST-EDIT.

           MOVE 0 TO WS-PCT.
           IF WS-SUP-LINES(WS-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-SUP-BACKORDER(WS-IDX) * 100
                   / WS-SUP-LINES(WS-IDX)
           END-IF.
           MOVE WS-PCT TO WS-BACK-EDIT.

           MOVE 0 TO WS-PCT.
           IF WS-SUP-LINES(WS-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-SUP-CANCELLED(WS-IDX) * 100
                   / WS-SUP-LINES(WS-IDX)
           END-IF.
           MOVE WS-PCT TO WS-CANCEL-EDIT.

           MOVE 0 TO WS-PCT.
           IF WS-SUP-INV-LINES(WS-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-SUP-MISMATCH(WS-IDX) * 100
                   / WS-SUP-INV-LINES(WS-IDX)
           END-IF.
           MOVE WS-PCT TO WS-MISMATCH-EDIT.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Supplier " DELIMITED BY SIZE
                  WS-SUP-ID(WS-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUP-NAME(WS-IDX))
                  DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  lines " DELIMITED BY SIZE
                  WS-SUP-LINES(WS-IDX) DELIMITED BY SIZE
                  ", received " DELIMITED BY SIZE
                  WS-SUP-RECEIVED(WS-IDX) DELIMITED BY SIZE
                  ", fill rate " DELIMITED BY SIZE
                  WS-FILL-EDIT DELIMITED BY SIZE
                  "%, days to receipt avg " DELIMITED BY SIZE
                  WS-AVG-EDIT DELIMITED BY SIZE
                  " worst " DELIMITED BY SIZE
                  WS-WORST-EDIT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  back-ordered " DELIMITED BY SIZE
                  WS-BACK-EDIT DELIMITED BY SIZE
                  "%, cancelled by supplier " DELIMITED BY SIZE
                  WS-CANCEL-EDIT DELIMITED BY SIZE
                  "%, invoice lines matched " DELIMITED BY SIZE
                  WS-SUP-INV-LINES(WS-IDX) DELIMITED BY SIZE
                  " mismatched " DELIMITED BY SIZE
                  WS-MISMATCH-EDIT DELIMITED BY SIZE
                  "%" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0500-SUPPLIER-DETAIL-END.

      *    best first : highest fill rate, then fewest days to
      *    receipt ; a supplier with no order lines in the range
      *    (invoices only) sinks to the bottom on a zero fill rate
       0600-SORT-RANKING-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-SUPP-COUNT
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-SUPP-COUNT - WS-IDX
                   IF WS-SUP-FILL-PCT(WS-IDX2)
                       < WS-SUP-FILL-PCT(WS-IDX2 + 1)
                      OR (WS-SUP-FILL-PCT(WS-IDX2)
                          = WS-SUP-FILL-PCT(WS-IDX2 + 1)
                          AND WS-SUP-AVG-DAYS(WS-IDX2)
                          > WS-SUP-AVG-DAYS(WS-IDX2 + 1))
                       MOVE WS-SUPP-ENTRY(WS-IDX2) TO WS-SWAP-ENTRY
                       MOVE WS-SUPP-ENTRY(WS-IDX2 + 1)
                           TO WS-SUPP-ENTRY(WS-IDX2)
                       MOVE WS-SWAP-ENTRY
                           TO WS-SUPP-ENTRY(WS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
       0600-SORT-RANKING-END.

       0700-PRINT-RANKING-BEGIN.
           MOVE SPACES TO WS-SPOOL-TEXT.
           MOVE "Ranking (fill rate, then days to receipt) :"
               TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-SUPP-COUNT
               MOVE WS-IDX TO WS-RANK
               MOVE WS-SUP-FILL-PCT(WS-IDX) TO WS-FILL-EDIT
               MOVE WS-SUP-AVG-DAYS(WS-IDX) TO WS-AVG-EDIT
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "  " DELIMITED BY SIZE
                      WS-RANK DELIMITED BY SIZE
                      ". " DELIMITED BY SIZE
                      WS-SUP-NAME(WS-IDX) DELIMITED BY SIZE
                      " fill " DELIMITED BY SIZE
                      WS-FILL-EDIT DELIMITED BY SIZE
                      "%  avg days " DELIMITED BY SIZE
                      WS-AVG-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-PERFORM.
       0700-PRINT-RANKING-END.
