       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptvat.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-FROM-DATE        PIC X(08).
       01 WS-TO-DATE          PIC X(08).
       01 WS-SOURCE           PIC X(01).
       01 WS-VAT-CODE         PIC X(01).
       01 WS-VAT-RATE         PIC 9(03)V99.
       01 WS-LINE-COUNT       PIC 9(07).
       01 WS-NET-AMOUNT       PIC S9(09)V99.
       01 WS-VAT-AMOUNT       PIC S9(09)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-TODAY            PIC X(08).
       01 WS-QUARTER          PIC X(06).
       01 WS-QUARTER-R REDEFINES WS-QUARTER.
           05 WS-QUARTER-YEAR   PIC 9(04).
           05 WS-QUARTER-Q      PIC X(01).
           05 WS-QUARTER-NUMBER PIC 9(01).
       01 WS-FIRST-MONTH      PIC 9(02).
       01 WS-LAST-MONTH       PIC 9(02).
       01 WS-TODAY-MONTH      PIC 9(02).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-OUTPUT-NET       PIC S9(09)V99 VALUE 0.
       01 WS-OUTPUT-VAT       PIC S9(09)V99 VALUE 0.
       01 WS-INPUT-NET        PIC S9(09)V99 VALUE 0.
       01 WS-INPUT-VAT        PIC S9(09)V99 VALUE 0.
       01 WS-NET-VAT-DUE      PIC S9(09)V99 VALUE 0.

       01 WS-SOURCE-TEXT      PIC X(14).
       01 WS-RATE-EDIT        PIC ZZ9.99.
       01 WS-NET-EDIT         PIC -(9)9.99.
       01 WS-VAT-EDIT         PIC -(9)9.99.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "vat-return".

      *    output VAT : taxable desk charges (fine_type D) and room
      *    hire invoices (fine_type H) by the day they were raised,
      *    book sale items by the day they sold ; code O is outside
      *    the scope and stays off the return, zero-rated and
      *    exempt still count as supplies
       EXEC SQL
           DECLARE vat_output_cursor CURSOR FOR
               SELECT vat_out.source, vat_out.vat_code,
                   vat_out.vat_rate, COUNT(*),
                   COALESCE(SUM(vat_out.gross - vat_out.vat), 0),
                   COALESCE(SUM(vat_out.vat), 0)
               FROM (
                   SELECT fines.fine_type AS source, fines.vat_code,
                       fines.vat_rate, fines.amount_due AS gross,
                       fines.vat_amount AS vat
                   FROM fines
                   WHERE fines.fine_type IN ('D', 'H')
                     AND fines.vat_code <> 'O'
                     AND fines.assessed_date >= :WS-FROM-DATE
                     AND fines.assessed_date <= :WS-TO-DATE
                   UNION ALL
                   SELECT 'S', sale_items.vat_code,
                       sale_items.vat_rate, sale_items.price,
                       sale_items.vat_amount
                   FROM sale_items
                   WHERE sale_items.status = 'S'
                     AND sale_items.vat_code <> 'O'
                     AND sale_items.sold_date >= :WS-FROM-DATE
                     AND sale_items.sold_date <= :WS-TO-DATE
               ) AS vat_out
               GROUP BY vat_out.source, vat_out.vat_code,
                   vat_out.vat_rate
               ORDER BY vat_out.source, vat_out.vat_code,
                   vat_out.vat_rate
       END-EXEC.

      *    input VAT : supplier invoice lines by the invoice date,
      *    the tax point on the paper
       EXEC SQL
           DECLARE vat_input_cursor CURSOR FOR
               SELECT invoice_lines.vat_code,
                   invoice_lines.vat_rate, COUNT(*),
                   COALESCE(SUM(invoice_lines.quantity
                       * invoice_lines.unit_price), 0),
                   COALESCE(SUM(invoice_lines.vat_amount), 0)
               FROM invoice_lines
               INNER JOIN invoices
                   ON invoices.id = invoice_lines.invoice_id
               WHERE invoices.invoice_date >= :WS-FROM-DATE
                 AND invoices.invoice_date <= :WS-TO-DATE
               GROUP BY invoice_lines.vat_code,
                   invoice_lines.vat_rate
               ORDER BY invoice_lines.vat_code,
                   invoice_lines.vat_rate
       END-EXEC.

       LINKAGE SECTION.
       01 LK-QUARTER          PIC X(06).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the figures for the quarterly VAT return, YYYYQn ; blank
      *    means the last quarter completed before the business
      *    date, which is the one being filed
       PROCEDURE DIVISION USING LK-QUARTER,
                                LK-RETURN-VALUE.

           PERFORM 0100-SET-QUARTER-BEGIN
              THRU 0100-SET-QUARTER-END.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "VAT return for " DELIMITED BY SIZE
                  WS-QUARTER DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           PERFORM 0200-OUTPUT-VAT-BEGIN
              THRU 0200-OUTPUT-VAT-END.

           PERFORM 0300-INPUT-VAT-BEGIN
              THRU 0300-INPUT-VAT-END.

           PERFORM 0500-TOTALS-BEGIN
              THRU 0500-TOTALS-END.

           MOVE "CLOS" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           EXIT PROGRAM.

       0100-SET-QUARTER-BEGIN.
           MOVE LK-QUARTER TO WS-QUARTER.

           IF WS-QUARTER = SPACES
               CALL "rdbusdat" USING
                   WS-TODAY
                   WS-RETURN-VALUE
               END-CALL
               MOVE WS-TODAY(1:4) TO WS-QUARTER-YEAR
               MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH
               MOVE "Q" TO WS-QUARTER-Q
               COMPUTE WS-QUARTER-NUMBER =
                   (WS-TODAY-MONTH - 1) / 3
               IF WS-QUARTER-NUMBER = 0
                   SUBTRACT 1 FROM WS-QUARTER-YEAR
                   MOVE 4 TO WS-QUARTER-NUMBER
               END-IF
           END-IF.

           IF WS-QUARTER-YEAR NOT NUMERIC
               OR WS-QUARTER-Q NOT = "Q"
               OR WS-QUARTER-NUMBER NOT NUMERIC
               OR WS-QUARTER-NUMBER < 1
               OR WS-QUARTER-NUMBER > 4
               DISPLAY "Quarter must be given as YYYYQn."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           COMPUTE WS-LAST-MONTH = WS-QUARTER-NUMBER * 3.
           COMPUTE WS-FIRST-MONTH = WS-LAST-MONTH - 2.

           MOVE SPACES TO WS-FROM-DATE.
           STRING WS-QUARTER-YEAR DELIMITED BY SIZE
                  WS-FIRST-MONTH DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
           INTO WS-FROM-DATE.
           MOVE SPACES TO WS-TO-DATE.
           STRING WS-QUARTER-YEAR DELIMITED BY SIZE
                  WS-LAST-MONTH DELIMITED BY SIZE
                  "31" DELIMITED BY SIZE
           INTO WS-TO-DATE.

           SET LK-RETURN-OK TO TRUE.
       0100-SET-QUARTER-END.

       0200-OUTPUT-VAT-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN vat_output_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "VAT output error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH vat_output_cursor
           INTO :WS-SOURCE, :WS-VAT-CODE, :WS-VAT-RATE,
               :WS-LINE-COUNT, :WS-NET-AMOUNT, :WS-VAT-AMOUNT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   EVALUATE WS-SOURCE
                       WHEN "D"
                           MOVE "Desk charges" TO WS-SOURCE-TEXT
                       WHEN "H"
                           MOVE "Room hire" TO WS-SOURCE-TEXT
                       WHEN OTHER
                           MOVE "Book sale" TO WS-SOURCE-TEXT
                   END-EVALUATE
                   ADD WS-NET-AMOUNT TO WS-OUTPUT-NET
                   ADD WS-VAT-AMOUNT TO WS-OUTPUT-VAT
                   PERFORM 0400-WRITE-RATE-LINE-BEGIN
                      THRU 0400-WRITE-RATE-LINE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE vat_output_cursor END-EXEC.
       0200-OUTPUT-VAT-END.

       0300-INPUT-VAT-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN vat_input_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "VAT input error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE "Invoices" TO WS-SOURCE-TEXT.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH vat_input_cursor
           INTO :WS-VAT-CODE, :WS-VAT-RATE, :WS-LINE-COUNT,
               :WS-NET-AMOUNT, :WS-VAT-AMOUNT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD WS-NET-AMOUNT TO WS-INPUT-NET
                   ADD WS-VAT-AMOUNT TO WS-INPUT-VAT
                   PERFORM 0400-WRITE-RATE-LINE-BEGIN
                      THRU 0400-WRITE-RATE-LINE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE vat_input_cursor END-EXEC.
       0300-INPUT-VAT-END.

       0400-WRITE-RATE-LINE-BEGIN.
           MOVE WS-VAT-RATE TO WS-RATE-EDIT.
           MOVE WS-NET-AMOUNT TO WS-NET-EDIT.
           MOVE WS-VAT-AMOUNT TO WS-VAT-EDIT.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-SOURCE-TEXT DELIMITED BY SIZE
                  " code " DELIMITED BY SIZE
                  WS-VAT-CODE DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  WS-RATE-EDIT DELIMITED BY SIZE
                  "% : " DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  " line(s), net " DELIMITED BY SIZE
                  WS-NET-EDIT DELIMITED BY SIZE
                  " VAT " DELIMITED BY SIZE
                  WS-VAT-EDIT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0400-WRITE-RATE-LINE-END.

      *    the boxes of the return : VAT due on sales, VAT
      *    reclaimed on purchases, the difference to pay (or to
      *    claim back when negative) and the two net values
       0500-TOTALS-BEGIN.
           COMPUTE WS-NET-VAT-DUE = WS-OUTPUT-VAT - WS-INPUT-VAT.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.

           MOVE WS-OUTPUT-VAT TO WS-VAT-EDIT.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Output VAT on charges and sales " DELIMITED BY SIZE
                  WS-VAT-EDIT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE WS-INPUT-VAT TO WS-VAT-EDIT.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Input VAT on supplier invoices  " DELIMITED BY SIZE
                  WS-VAT-EDIT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE WS-NET-VAT-DUE TO WS-VAT-EDIT.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Net VAT payable (reclaim if -)  " DELIMITED BY SIZE
                  WS-VAT-EDIT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE WS-OUTPUT-NET TO WS-NET-EDIT.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Total value of sales, net       " DELIMITED BY SIZE
                  WS-NET-EDIT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE WS-INPUT-NET TO WS-NET-EDIT.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Total value of purchases, net   " DELIMITED BY SIZE
                  WS-NET-EDIT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0500-TOTALS-END.
