       IDENTIFICATION DIVISION.
       PROGRAM-ID. aprun.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PAYABLES
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the council's AP import layout : one D record per
      *    invoice and fund (an invoice spread over two funds is
      *    two records), our invoice id last so the paid
      *    confirmation can be keyed back
       FD F-PAYABLES
           VALUE OF FILE-ID IS WS-PAYABLES-FILE-NAME.
       01 F-PAYABLES-RCD.
           05 F-AP-REC-TYPE      PIC X(01).
           05 F-AP-SUPPLIER-ID   PIC 9(10).
           05 F-AP-INVOICE-NUM   PIC X(20).
           05 F-AP-INVOICE-DATE  PIC X(08).
           05 F-AP-AMOUNT        PIC 9(07)V99.
           05 F-AP-FUND-CODE     PIC X(04).
           05 F-AP-INVOICE-ID    PIC 9(10).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-RUN-DATE         PIC X(08).
       01 WS-INVOICE-ID       PIC 9(10).
       01 WS-SUPPLIER-ID      PIC 9(10).
       01 WS-SUPPLIER-NAME    PIC X(40).
       01 WS-INVOICE-NUMBER   PIC X(20).
       01 WS-INVOICE-DATE     PIC X(08).
       01 WS-FUND-CODE        PIC X(04).
       01 WS-AMOUNT           PIC 9(07)V99.
       01 WS-AP-RUN-ID        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "aprun".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).
       01 WS-OVERRIDE-ANSWER  PIC X(01).

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.

       01 WS-PAYABLES-FILE-NAME PIC X(40).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-EXPORT-FAILED-SWITCH PIC X(01) VALUE "N".
           88 WS-EXPORT-FAILED         VALUE "Y".
       01 WS-SKIP-INVOICE-SWITCH  PIC X(01) VALUE "N".
           88 WS-SKIP-INVOICE          VALUE "Y".

       01 WS-PREV-SUPPLIER-ID PIC 9(10) VALUE 0.
       01 WS-PREV-INVOICE-ID  PIC 9(10) VALUE 0.
       01 WS-RECORD-COUNT     PIC 9(08) VALUE 0.
       01 WS-INVOICE-COUNT    PIC 9(07) VALUE 0.
       01 WS-SUPPLIER-COUNT   PIC 9(05) VALUE 0.
       01 WS-HASH-TOTAL       PIC 9(13)V99 VALUE 0.
       01 WS-SUPPLIER-TOTAL   PIC 9(09)V99 VALUE 0.
       01 WS-AMOUNT-EDIT      PIC Z(06)9.99.
       01 WS-TOTAL-EDIT       PIC Z(08)9.99.

       01 WS-TRAILER-RCD.
           05 WS-TRL-REC-TYPE    PIC X(01) VALUE "T".
           05 WS-TRL-COUNT       PIC 9(08).
           05 WS-TRL-HASH        PIC 9(13)V99.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "INVOICE".
       01 WS-AUDIT-ACTION     PIC X(10) VALUE "SUBMIT".

      *    payable invoices dated up to the run date, the amount
      *    split by the fund each order line was charged to ; a
      *    line whose order has gone carries a blank fund code
       EXEC SQL
           DECLARE payable_invoice_cursor CURSOR FOR
               SELECT invoices.id, invoices.supplier_id,
                   suppliers.name, invoices.invoice_number,
                   invoices.invoice_date,
                   COALESCE(funds.code, ' '),
                   SUM(invoice_lines.quantity
                       * invoice_lines.unit_price)
               FROM invoices
               INNER JOIN suppliers
                   ON invoices.supplier_id = suppliers.id
               INNER JOIN invoice_lines
                   ON invoice_lines.invoice_id = invoices.id
               LEFT JOIN orders
                   ON invoice_lines.order_id = orders.id
               LEFT JOIN funds
                   ON orders.fund_id = funds.id
               WHERE invoices.status = 'P'
                 AND invoices.invoice_date <= :WS-RUN-DATE
               GROUP BY invoices.id, invoices.supplier_id,
                   suppliers.name, invoices.invoice_number,
                   invoices.invoice_date, funds.code
               ORDER BY invoices.supplier_id, invoices.id,
                   funds.code
       END-EXEC.

       LINKAGE SECTION.
       01 LK-RUN-DATE         PIC X(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the payment run : matched invoices used to be typed into
      *    the council's payables system by hand.  Every payable
      *    invoice up to LK-RUN-DATE (blank for the business date)
      *    goes out in one AP file and is marked submitted, and
      *    each supplier gets a remittance advice listing what is
      *    being paid
       PROCEDURE DIVISION USING LK-RUN-DATE,
                                LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE LK-RUN-DATE TO WS-RUN-DATE.
           IF WS-RUN-DATE = SPACES
               MOVE WS-TODAY TO WS-RUN-DATE
           END-IF.

           IF WS-RUN-DATE NOT NUMERIC
               DISPLAY "Not a date, payment run abandoned."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE SPACES TO WS-PAYABLES-FILE-NAME.
           STRING "output/ap-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-PAYABLES-FILE-NAME.

           MOVE "START" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-ALREADY-HERE
               DISPLAY "This batch already ran OK for business "
                       "date " WS-TODAY ". Run again? (Y/n) "
                       WITH NO ADVANCING
               MOVE SPACE TO WS-OVERRIDE-ANSWER
               ACCEPT WS-OVERRIDE-ANSWER
               IF WS-OVERRIDE-ANSWER NOT = "Y"
                   DISPLAY "Refused, nothing done."
                   SET LK-RETURN-CONFLICT TO TRUE
                   EXIT PROGRAM
               END-IF
               MOVE "FORCE" TO WS-RUN-REQUEST
               CALL "wrtbrun" USING
                   WS-RUN-REQUEST
                   WS-RUN-PROGRAM
                   WS-TODAY
                   WS-RUN-ID
                   WS-RUN-COUNT
                   WS-RUN-STATUS
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

           MOVE WS-RUN-ID TO WS-AP-RUN-ID.

           OPEN OUTPUT F-PAYABLES.

           IF NOT WS-F-STATUS-OK
               DISPLAY "Cannot open AP file "
                       FUNCTION TRIM(WS-PAYABLES-FILE-NAME)
               MOVE "FAILED" TO WS-RUN-STATUS
               MOVE "END" TO WS-RUN-REQUEST
               CALL "wrtbrun" USING
                   WS-RUN-REQUEST
                   WS-RUN-PROGRAM
                   WS-TODAY
                   WS-RUN-ID
                   WS-RUN-COUNT
                   WS-RUN-STATUS
                   WS-RETURN-VALUE
               END-CALL
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-SELECT-PAYABLES-BEGIN
              THRU 0100-SELECT-PAYABLES-END.

           IF WS-PREV-SUPPLIER-ID NOT = 0
               PERFORM 0500-CLOSE-REMITTANCE-BEGIN
                  THRU 0500-CLOSE-REMITTANCE-END
           END-IF.

           MOVE WS-RECORD-COUNT TO WS-TRL-COUNT.
           MOVE WS-HASH-TOTAL TO WS-TRL-HASH.
           WRITE F-PAYABLES-RCD FROM WS-TRAILER-RCD.

           CLOSE F-PAYABLES.

           IF WS-EXPORT-FAILED
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               SET LK-RETURN-OK TO TRUE
           END-IF.

           DISPLAY WS-INVOICE-COUNT " invoice(s) for "
                   WS-SUPPLIER-COUNT " supplier(s) submitted, "
                   WS-RECORD-COUNT " AP record(s) written to "
                   FUNCTION TRIM(WS-PAYABLES-FILE-NAME) ".".

           MOVE WS-INVOICE-COUNT TO WS-RUN-COUNT.
           IF WS-EXPORT-FAILED
               MOVE "FAILED" TO WS-RUN-STATUS
           ELSE
               MOVE "OK" TO WS-RUN-STATUS
           END-IF.
           MOVE "END" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           EXIT PROGRAM.

       0100-SELECT-PAYABLES-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN payable_invoice_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Payment run error SQLCODE: " SQLCODE
               SET WS-EXPORT-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH payable_invoice_cursor
           INTO :WS-INVOICE-ID, :WS-SUPPLIER-ID, :WS-SUPPLIER-NAME,
               :WS-INVOICE-NUMBER, :WS-INVOICE-DATE, :WS-FUND-CODE,
               :WS-AMOUNT
       END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = +100
                       SET WS-EOF-Y TO TRUE
                   WHEN SQLCODE NOT = 0
                       DISPLAY "Payment run error SQLCODE: "
                               SQLCODE
                       SET WS-EXPORT-FAILED TO TRUE
                       SET WS-EOF-Y TO TRUE
                   WHEN OTHER
                       PERFORM 0200-ONE-PAYABLE-BEGIN
                          THRU 0200-ONE-PAYABLE-END
               END-EVALUATE

           END-PERFORM.

       EXEC SQL CLOSE payable_invoice_cursor END-EXEC.
       0100-SELECT-PAYABLES-END.

      *    control breaks on supplier (a new remittance advice)
      *    and on invoice (stamp it submitted) ; the cursor is in
      *    supplier, invoice order
       0200-ONE-PAYABLE-BEGIN.
           IF WS-SUPPLIER-ID NOT = WS-PREV-SUPPLIER-ID
               IF WS-PREV-SUPPLIER-ID NOT = 0
                   PERFORM 0500-CLOSE-REMITTANCE-BEGIN
                      THRU 0500-CLOSE-REMITTANCE-END
               END-IF
               PERFORM 0400-OPEN-REMITTANCE-BEGIN
                  THRU 0400-OPEN-REMITTANCE-END
           END-IF.

           IF WS-INVOICE-ID NOT = WS-PREV-INVOICE-ID
               MOVE WS-INVOICE-ID TO WS-PREV-INVOICE-ID
               PERFORM 0300-SUBMIT-INVOICE-BEGIN
                  THRU 0300-SUBMIT-INVOICE-END
           END-IF.

           IF WS-SKIP-INVOICE
               EXIT PARAGRAPH
           END-IF.

           MOVE "D" TO F-AP-REC-TYPE.
           MOVE WS-SUPPLIER-ID TO F-AP-SUPPLIER-ID.
           MOVE WS-INVOICE-NUMBER TO F-AP-INVOICE-NUM.
           MOVE WS-INVOICE-DATE TO F-AP-INVOICE-DATE.
           MOVE WS-AMOUNT TO F-AP-AMOUNT.
           MOVE WS-FUND-CODE TO F-AP-FUND-CODE.
           MOVE WS-INVOICE-ID TO F-AP-INVOICE-ID.
           WRITE F-PAYABLES-RCD.
           ADD 1 TO WS-RECORD-COUNT.
           ADD WS-AMOUNT TO WS-HASH-TOTAL.
           ADD WS-AMOUNT TO WS-SUPPLIER-TOTAL.

           MOVE WS-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Invoice " DELIMITED BY SIZE
                  WS-INVOICE-NUMBER DELIMITED BY SIZE
                  " dated " DELIMITED BY SIZE
                  WS-INVOICE-DATE DELIMITED BY SIZE
                  " fund " DELIMITED BY SIZE
                  WS-FUND-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
       0200-ONE-PAYABLE-END.

      *    the status test in the WHERE keeps an invoice that was
      *    matched again by hand since the cursor opened from going
      *    out twice
       0300-SUBMIT-INVOICE-BEGIN.
           MOVE "N" TO WS-SKIP-INVOICE-SWITCH.

       EXEC SQL
           UPDATE invoices
           SET status = 'S',
               submitted_date = :WS-TODAY,
               ap_run_id = :WS-AP-RUN-ID
           WHERE id = :WS-INVOICE-ID
             AND status = 'P'
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Invoice submit error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
                   SET WS-EXPORT-FAILED TO TRUE
                   SET WS-SKIP-INVOICE TO TRUE
               WHEN SQLERRD(3) = 0
                   SET WS-SKIP-INVOICE TO TRUE
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-INVOICE-COUNT
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-INVOICE-ID
                       WS-AUDIT-ACTION
                   END-CALL
           END-EVALUATE.
       0300-SUBMIT-INVOICE-END.

      *    one print file per supplier, so each advice can go in
      *    its own envelope
       0400-OPEN-REMITTANCE-BEGIN.
           MOVE WS-SUPPLIER-ID TO WS-PREV-SUPPLIER-ID.
           MOVE 0 TO WS-SUPPLIER-TOTAL.
           ADD 1 TO WS-SUPPLIER-COUNT.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "remittance-" DELIMITED BY SIZE
                  WS-SUPPLIER-ID DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Remittance advice to supplier " DELIMITED BY SIZE
                  WS-SUPPLIER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUPPLIER-NAME) DELIMITED BY SIZE
                  ", payment run " DELIMITED BY SIZE
                  WS-AP-RUN-ID DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0400-OPEN-REMITTANCE-END.

       0500-CLOSE-REMITTANCE-BEGIN.
           MOVE WS-SUPPLIER-TOTAL TO WS-TOTAL-EDIT.
           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Total submitted for payment " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
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
       0500-CLOSE-REMITTANCE-END.
