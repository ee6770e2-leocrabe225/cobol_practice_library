       01 WS-ALLOCATION       PIC 9(07)V99.
       01 WS-ENCUMBERED       PIC 9(07)V99.
       01 WS-EXPENDED         PIC 9(07)V99.
       01 WS-CARRY-POLICY     PIC X(01).
       01 WS-FROZEN-DATE      PIC X(08).
       01 WS-UNIT-PRICE       PIC 9(05)V99.
       01 WS-LINE-AMOUNT      PIC 9(07)V99.
       01 WS-INVOICE-ID       PIC 9(10).
       01 WS-INV-ORDER-ID     PIC 9(10).
       01 WS-INV-QUANTITY     PIC 9(05).
       01 WS-INV-UNIT-PRICE   PIC 9(05)V99.
       01 WS-INV-VAT-CODE     PIC X(01).
       01 WS-INV-VAT-RATE     PIC 9(03)V99.
       01 WS-INV-VAT-AMOUNT   PIC 9(07)V99.
       01 WS-MATCH-STATUS     PIC X(01).
       01 WS-ORD-SUPPLIER-ID  PIC 9(10).
       01 WS-ORD-QUANTITY     PIC 9(05).
       01 WS-SUGGEST-AUTHOR   PIC X(50).
       01 WS-SUGGEST-ISBN     PIC X(13).
       01 WS-DECLINE-REASON   PIC X(30).
       01 WS-DRAFT-SUPPLIER-ID PIC 9(10).
       01 WS-DRAFT-FUND-ID    PIC 9(10).
       01 WS-STANDING-ID      PIC 9(10).
       01 WS-STANDING-SERIES  PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-FUND-STRING     PIC X(10) VALUE "FUND".
       01 WS-LISTFUND-STRING PIC X(10) VALUE "LISTFUND".
       01 WS-FUNDRPT-STRING  PIC X(10) VALUE "FUNDRPT".
       01 WS-STANDING-STRING PIC X(10) VALUE "STANDING".
       01 WS-NEWVOLS-STRING  PIC X(10) VALUE "NEWVOLS".
       01 WS-MISSVOL-STRING  PIC X(10) VALUE "MISSVOL".
       01 WS-SUPPPERF-STRING PIC X(10) VALUE "SUPPPERF".
       01 WS-PERF-FROM-DATE  PIC X(08).
       01 WS-PERF-TO-DATE    PIC X(08).
       01 WS-COSTLOAN-STRING PIC X(10) VALUE "COSTLOAN".
       01 WS-APRUN-STRING    PIC X(10) VALUE "APRUN".
       01 WS-APPAID-STRING   PIC X(10) VALUE "APPAID".
       01 WS-AP-RUN-DATE     PIC X(08).
       01 WS-PAID-FILE       PIC X(40).
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-USER-RESPONSE         PIC X.

       01 WS-AUDIT-ENTITY  PIC X(10).
       01 WS-AUDIT-ACTION  PIC X(10).
       01 WS-VAT-BASIS     PIC X(01) VALUE "N".
       01 WS-VAT-NET       PIC 9(07)V99.

       01 WS-EXCEPTION-COUNT PIC 9(05).
       01 WS-PREFILL-SWITCH  PIC X(01).
       01 WS-LANGUAGE        PIC X(20).
       01 WS-SERIES-NAME     PIC X(50).
       01 WS-VOLUME-NUMBER   PIC 9(05).
       01 WS-CLASS-NUMBER    PIC X(12).
       01 WS-CUTTER          PIC X(10).
       01 WS-COMMIT-SWITCH   PIC X(01) VALUE "Y".
       01 WS-DEFAULT-LOAN-DAYS PIC 9(03) VALUE 14.

                   WS-FUND-STRING " / "
                   WS-LISTFUND-STRING " / "
                   WS-FUNDRPT-STRING " / "
                   WS-STANDING-STRING " / "
                   WS-NEWVOLS-STRING " / "
                   WS-MISSVOL-STRING " / "
                   WS-SUPPPERF-STRING " / "
                   WS-COSTLOAN-STRING " / "
                   WS-APRUN-STRING " / "
                   WS-APPAID-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CRUD
                      THRU 0900-LIST-FUNDS-END

               WHEN WS-FUNDRPT-STRING
                   DISPLAY "Fiscal year for the rollover "
                           "reconciliation (blank for the budget "
                           "report) : "
                   MOVE SPACES TO WS-FISCAL-YEAR
                   ACCEPT WS-FISCAL-YEAR
                   CALL "rptfunds" USING
                       WS-FISCAL-YEAR
                       WS-RETURN-VALUE
                   END-CALL

               WHEN WS-STANDING-STRING
                   CALL "mntstord"
                   END-CALL

      *        new volumes the county file announces for series on
      *        standing order, drafted into the DRAFTS queue
               WHEN WS-NEWVOLS-STRING
                   CALL "stndscan" USING
                       WS-RETURN-VALUE
                   END-CALL

               WHEN WS-MISSVOL-STRING
                   CALL "rptmissv" USING
                       WS-RETURN-VALUE
                   END-CALL

      *        supplier performance over a date range, blank for
      *        the twelve months to the business date
               WHEN WS-SUPPPERF-STRING
                   DISPLAY "From date YYYYMMDD (blank for the last "
                           "twelve months) : "
                   MOVE SPACES TO WS-PERF-FROM-DATE
                   ACCEPT WS-PERF-FROM-DATE
                   DISPLAY "To date YYYYMMDD (blank for today) : "
                   MOVE SPACES TO WS-PERF-TO-DATE
                   ACCEPT WS-PERF-TO-DATE
                   CALL "rptsuppl" USING
                       WS-PERF-FROM-DATE
                       WS-PERF-TO-DATE
                       WS-RETURN-VALUE
                   END-CALL

      *        spend against loans for copies accessioned in a
      *        range, blank for the last twelve months
               WHEN WS-COSTLOAN-STRING
                   DISPLAY "Accessioned from YYYYMMDD (blank for the "
                           "last twelve months) : "
                   MOVE SPACES TO WS-PERF-FROM-DATE
                   ACCEPT WS-PERF-FROM-DATE
                   DISPLAY "To date YYYYMMDD (blank for today) : "
                   MOVE SPACES TO WS-PERF-TO-DATE
                   ACCEPT WS-PERF-TO-DATE
                   CALL "rptcostl" USING
                       WS-PERF-FROM-DATE
                       WS-PERF-TO-DATE
                       WS-RETURN-VALUE
                   END-CALL

      *        payable invoices out to the council's AP system,
      *        and their paid confirmation back in
               WHEN WS-APRUN-STRING
                   DISPLAY "Pay invoices dated up to YYYYMMDD "
                           "(blank for today) : "
                   MOVE SPACES TO WS-AP-RUN-DATE
                   ACCEPT WS-AP-RUN-DATE
                   CALL "aprun" USING
                       WS-AP-RUN-DATE
                       WS-RETURN-VALUE
                   END-CALL

               WHEN WS-APPAID-STRING
                   DISPLAY "Enter the paid confirmation file : "
                   MOVE SPACES TO WS-PAID-FILE
                   ACCEPT WS-PAID-FILE
                   CALL "appaid" USING
                       WS-PAID-FILE
                       WS-RETURN-VALUE
                   END-CALL

               WHEN WS-QUIT-STRING
               SET WS-QUIT-Y TO TRUE
      *    yes from the operator
           IF WS-FUND-ID > 0
       EXEC SQL
           SELECT allocation, encumbered, expended, frozen_date
           INTO :WS-ALLOCATION, :WS-ENCUMBERED, :WS-EXPENDED,
               :WS-FROZEN-DATE
           FROM funds
           WHERE id = :WS-FUND-ID
             AND deleted_date = '00000000'
                   DISPLAY "No such fund."
                   EXIT PARAGRAPH
               END-IF
               IF WS-FROZEN-DATE NOT = "00000000"
                   DISPLAY "That fund's year is closed, order "
                           "against next year's fund."
                   EXIT PARAGRAPH
               END-IF
               IF WS-ENCUMBERED + WS-EXPENDED + WS-LINE-AMOUNT
                   > WS-ALLOCATION
                   DISPLAY "This line passes the fund's "
           END-IF.
           DISPLAY "Enter book's shelf location : ".
           ACCEPT WS-SHELF-LOCATION.
           IF WS-CLASS-NUMBER = SPACES
               DISPLAY "Enter classification number (Dewey or "
                       "FIC, blank if none) : "
               ACCEPT WS-CLASS-NUMBER
               DISPLAY "Enter cutter (author mark, e.g. ROW) : "
               MOVE SPACES TO WS-CUTTER
               ACCEPT WS-CUTTER
           END-IF.
           DISPLAY "Enter book's language : ".
           ACCEPT WS-LANGUAGE.
           DISPLAY "Enter book's series name (blank if none) : ".
               WS-LANGUAGE
               WS-SERIES-NAME
               WS-VOLUME-NUMBER
               WS-CLASS-NUMBER
               WS-CUTTER
               WS-COPY-COST
               WS-COPY-SOURCE
               WS-COMMIT-SWITCH
      *    confirms the record
       0620-BIB-PREFILL-BEGIN.
           SET WS-PREFILL-N TO TRUE.
           MOVE SPACES TO WS-CLASS-NUMBER.
           MOVE SPACES TO WS-CUTTER.

           MOVE WS-ISBN TO WS-ISBN-RAW.
           CALL "bibmastr" USING
               WS-BOOK-YEAR
               WS-EDITOR-NAME
               WS-TYPE-NAME
               WS-CLASS-NUMBER
               WS-CUTTER
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               MOVE SPACES TO WS-CLASS-NUMBER
               MOVE SPACES TO WS-CUTTER
               EXIT PARAGRAPH
           END-IF.

                   WS-BOOK-YEAR " / "
                   FUNCTION TRIM(WS-EDITOR-NAME) " / "
                   FUNCTION TRIM(WS-TYPE-NAME).
           IF WS-CLASS-NUMBER NOT = SPACES
               DISPLAY "  call number " FUNCTION TRIM(WS-CLASS-NUMBER)
                       " " FUNCTION TRIM(WS-CUTTER)
           END-IF.
           DISPLAY "Use this record ? (Y/n) " NO ADVANCING.
           MOVE SPACE TO WS-USER-RESPONSE.
           ACCEPT WS-USER-RESPONSE.

           IF WS-USER-RESPONSE-Y
               SET WS-PREFILL-Y TO TRUE
           ELSE
               MOVE SPACES TO WS-CLASS-NUMBER
               MOVE SPACES TO WS-CUTTER
           END-IF.
       0620-BIB-PREFILL-END.

           ACCEPT WS-FISCAL-YEAR.
           DISPLAY "Enter annual allocation : ".
           ACCEPT WS-ALLOCATION.
           DISPLAY "Open orders at year end (C carry the money "
                   "forward, L lapse) : ".
           MOVE SPACE TO WS-CARRY-POLICY.
           ACCEPT WS-CARRY-POLICY.
           IF WS-CARRY-POLICY NOT = "L"
               MOVE "C" TO WS-CARRY-POLICY
           END-IF.

       EXEC SQL
           SELECT id
           END-IF.

       EXEC SQL
           INSERT INTO funds (code, name, fiscal_year, allocation,
               budget_allocation, carry_policy)
           VALUES (:WS-FUND-CODE, :WS-FUND-NAME, :WS-FISCAL-YEAR,
               :WS-ALLOCATION, :WS-ALLOCATION, :WS-CARRY-POLICY)
           RETURNING id
           INTO :WS-FUND-ID
       END-EXEC.
       EXEC SQL
           DECLARE fund_cursor CURSOR FOR
               SELECT id, code, name, fiscal_year, allocation,
                   encumbered, expended, carry_policy, frozen_date
               FROM funds
               WHERE deleted_date = '00000000'
               ORDER BY fiscal_year, code
           FETCH fund_cursor
           INTO :WS-FUND-ID, :WS-FUND-CODE, :WS-FUND-NAME,
               :WS-FISCAL-YEAR, :WS-ALLOCATION, :WS-ENCUMBERED,
               :WS-EXPENDED, :WS-CARRY-POLICY, :WS-FROZEN-DATE
       END-EXEC

               IF SQLCODE = +100
                           WS-FISCAL-YEAR " | alloc "
                           WS-ALLOCATION " | encum "
                           WS-ENCUMBERED " | spent "
                           WS-EXPENDED " | " WS-CARRY-POLICY
                   IF WS-FROZEN-DATE NOT = "00000000"
                       DISPLAY "    frozen since " WS-FROZEN-DATE
                   END-IF
               END-IF

           END-PERFORM.
           END-CALL.
       1000-ENTER-INVOICE-END.

      *    an order still charged to a closed year's fund cannot
      *    take a new invoice ; the year-end rollover moves every
      *    open order to its new fund, so this is an order that
      *    was missed or reopened by hand
       1050-ENTER-INVOICE-LINE-BEGIN.
       EXEC SQL
           SELECT funds.frozen_date
           INTO :WS-FROZEN-DATE
           FROM orders
           INNER JOIN funds ON orders.fund_id = funds.id
           WHERE orders.id = :WS-INV-ORDER-ID
       END-EXEC.

           IF SQLCODE = 0 AND WS-FROZEN-DATE NOT = "00000000"
               DISPLAY "Order " WS-INV-ORDER-ID " is charged to a "
                       "closed year's fund, line refused."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter invoiced quantity : ".
           ACCEPT WS-INV-QUANTITY.
           DISPLAY "Enter invoiced unit price : ".
           ACCEPT WS-INV-UNIT-PRICE.

      *    books come zero-rated ; the VAT the supplier charged on
      *    anything else is reclaimable, worked out on the net
      *    line at today's rate
           DISPLAY "Enter VAT code (S standard, R reduced, Z zero, "
                   "E exempt, blank for zero) : ".
           MOVE SPACE TO WS-INV-VAT-CODE.
           ACCEPT WS-INV-VAT-CODE.

           IF WS-INV-VAT-CODE = SPACE
               MOVE "Z" TO WS-INV-VAT-CODE
           END-IF.

           COMPUTE WS-VAT-NET = WS-INV-QUANTITY * WS-INV-UNIT-PRICE.
           CALL "vatsrvc" USING
               WS-INV-VAT-CODE
               WS-VAT-BASIS
               WS-VAT-NET
               WS-INV-VAT-RATE
               WS-INV-VAT-AMOUNT
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "No such VAT code, line refused."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO invoice_lines
               (invoice_id, order_id, quantity, unit_price,
                vat_code, vat_rate, vat_amount)
           VALUES (:WS-INVOICE-ID, :WS-INV-ORDER-ID,
               :WS-INV-QUANTITY, :WS-INV-UNIT-PRICE,
               :WS-INV-VAT-CODE, :WS-INV-VAT-RATE,
               :WS-INV-VAT-AMOUNT)
       END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-INVOICE-STATUS = "S" OR WS-INVOICE-STATUS = "D"
               DISPLAY "This invoice has gone for payment."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-EXCEPTION-COUNT.
           SET WS-EOF-N TO TRUE.


       EXEC SQL
           DECLARE draft_order_cursor CURSOR FOR
               SELECT orders.id, orders.isbn, orders.quantity,
                   orders.supplier_id, orders.fund_id,
                   orders.standing_order_id,
                   COALESCE(standing_orders.series_name, ' ')
               FROM orders
               LEFT JOIN standing_orders
                   ON orders.standing_order_id = standing_orders.id
               WHERE orders.status = 'D'
               ORDER BY orders.id
       END-EXEC.

       EXEC SQL OPEN draft_order_cursor END-EXEC.

       EXEC SQL
           FETCH draft_order_cursor
           INTO :WS-ORDER-ID, :WS-ISBN, :WS-QUANTITY,
               :WS-DRAFT-SUPPLIER-ID, :WS-DRAFT-FUND-ID,
               :WS-STANDING-ID, :WS-STANDING-SERIES
       END-EXEC

               IF SQLCODE = +100
       1320-REVIEW-ONE-DRAFT-BEGIN.
           DISPLAY "Draft order " WS-ORDER-ID " : isbn "
                   WS-ISBN ", quantity " WS-QUANTITY ".".
           IF WS-STANDING-ID > 0
               DISPLAY "  new volume of "
                       FUNCTION TRIM(WS-STANDING-SERIES)
                       ", standing order " WS-STANDING-ID
                       " : supplier " WS-DRAFT-SUPPLIER-ID
                       ", fund " WS-DRAFT-FUND-ID
           END-IF.
           DISPLAY "Approve, Cancel or Skip ? (A/C/S) "
                   WITH NO ADVANCING.
           MOVE SPACE TO WS-USER-RESPONSE.
           END-EVALUATE.
       1320-REVIEW-ONE-DRAFT-END.

      *    a standing-order draft already knows its supplier,
      *    quantity and fund : the operator only prices it
       1350-APPROVE-DRAFT-BEGIN.
           IF WS-STANDING-ID > 0
               MOVE WS-DRAFT-SUPPLIER-ID TO WS-SUPPLIER-ID
           ELSE
               DISPLAY "Enter supplier's id : "
               ACCEPT WS-SUPPLIER-ID
           END-IF.

       EXEC SQL
           SELECT id
               EXIT PARAGRAPH
           END-IF.

           IF WS-STANDING-ID > 0
               MOVE WS-DRAFT-FUND-ID TO WS-FUND-ID
           ELSE
               DISPLAY "Enter quantity : "
               ACCEPT WS-QUANTITY
               IF WS-QUANTITY = 0
                   MOVE 1 TO WS-QUANTITY
               END-IF
               DISPLAY "Enter fund's id (0 for none) : "
               ACCEPT WS-FUND-ID
           END-IF.

      *    the drafted fund may belong to a year closed since
           IF WS-FUND-ID > 0
       EXEC SQL
           SELECT frozen_date
           INTO :WS-FROZEN-DATE
           FROM funds
           WHERE id = :WS-FUND-ID
             AND deleted_date = '00000000'
       END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "No such fund, draft left as is."
                   EXIT PARAGRAPH
               END-IF
               IF WS-FROZEN-DATE NOT = "00000000"
                   DISPLAY "That fund's year is closed, draft "
                           "left as is."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Enter unit price : ".
           ACCEPT WS-UNIT-PRICE.
           COMPUTE WS-LINE-AMOUNT = WS-QUANTITY * WS-UNIT-PRICE.
