       IDENTIFICATION DIVISION.
       PROGRAM-ID. hireinv.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-PERIOD           PIC X(06).
       01 WS-PERIOD-END       PIC X(08).
       01 WS-TODAY            PIC X(08).
       01 WS-HIRER-ID         PIC 9(10).
       01 WS-HIRER-NAME       PIC X(40).
       01 WS-INVOICE-ID       PIC 9(10).
       01 WS-INVOICE-AMOUNT   PIC 9(07)V99.
       01 WS-LINE-COUNT       PIC 9(05).
       01 WS-FINE-ID          PIC 9(10).
       01 WS-FINE-PAID-DATE   PIC X(08).
       01 WS-VAT-CODE         PIC X(01).
       01 WS-VAT-RATE         PIC 9(03)V99.
       01 WS-VAT-AMOUNT       PIC 9(07)V99.
       01 WS-HIRE-DATE        PIC X(08).
       01 WS-ROOM             PIC X(20).
       01 WS-START-TIME       PIC X(04).
       01 WS-END-TIME         PIC X(04).
       01 WS-HOURS            PIC 9(03)V99.
       01 WS-HOURLY-RATE      PIC 9(05)V99.
       01 WS-HIRE-AMOUNT      PIC 9(07)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-PERIOD-R.
           05 WS-PERIOD-YEAR     PIC 9(04).
           05 WS-PERIOD-MONTH    PIC 9(02).
       01 WS-RUN-DATE         PIC X(08).
       01 WS-DUE-DATE         PIC X(08).
       01 WS-PAY-DAYS         PIC S9(05) VALUE 30.
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.
       01 WS-VAT-BASIS        PIC X(01) VALUE "G".

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "hireinv".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).
       01 WS-OVERRIDE-ANSWER  PIC X(01).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-BILL-FAILED-SWITCH PIC X(01) VALUE "N".
           88 WS-BILL-FAILED           VALUE "Y".

      *    the hirers with something to bill, read once up front so
      *    each hirer's invoice can be committed on its own
       01 WS-HR-COUNT         PIC 9(03) VALUE 0.
       01 WS-HR-TABLE.
           05 WS-HR-ENTRY OCCURS 500 TIMES.
               10 WS-HR-ID           PIC 9(10).
               10 WS-HR-NAME         PIC X(40).
       01 WS-IDX              PIC 9(03).

       01 WS-GRAND-TOTAL      PIC 9(09)V99 VALUE 0.
       01 WS-INVOICE-COUNT    PIC 9(05) VALUE 0.

       01 WS-AMOUNT-EDIT      PIC Z(6)9.99.
       01 WS-TOTAL-EDIT       PIC Z(8)9.99.
       01 WS-RATE-EDIT        PIC Z(4)9.99.
       01 WS-HOURS-EDIT       PIC ZZ9.99.
       01 WS-VAT-TEXT         PIC X(30).

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "FINE".
       01 WS-AUDIT-ACTION     PIC X(10) VALUE "HIREINV".

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "hire-invoices".

       EXEC SQL
           DECLARE hire_hirer_cursor CURSOR FOR
               SELECT hirers.id, hirers.name
               FROM hirers
               WHERE EXISTS (
                   SELECT 1 FROM room_hires
                   WHERE room_hires.hirer_id = hirers.id
                     AND room_hires.status = 'B'
                     AND room_hires.invoice_id = 0
                     AND room_hires.hire_date <= :WS-PERIOD-END
               )
               ORDER BY hirers.id
       END-EXEC.

       EXEC SQL
           DECLARE hire_line_cursor CURSOR FOR
               SELECT hire_date, room, start_time, end_time, hours,
                   hourly_rate, amount
               FROM room_hires
               WHERE invoice_id = :WS-INVOICE-ID
               ORDER BY hire_date, start_time, id
       END-EXEC.

       LINKAGE SECTION.
       01 LK-PERIOD           PIC X(06).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the monthly hire invoices : per hirer, every booking up
      *    to the end of the month not billed yet, on one invoice
      *    that is posted to the fines ledger (fine_type H, charge
      *    code HIRE, no patron) so payments, the till, the finance
      *    export and the journal all treat it like any other debt ;
      *    LK-PERIOD is YYYYMM, blank for the month before the
      *    business date
       PROCEDURE DIVISION USING LK-PERIOD,
                                LK-RETURN-VALUE.

           PERFORM 0050-SET-PERIOD-BEGIN
              THRU 0050-SET-PERIOD-END.

      *    the run ledger is keyed on the first of the month
           MOVE "START" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-RUN-DATE
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-ALREADY-HERE
               DISPLAY "Hire invoicing for " WS-PERIOD
                       " was already run. Run again? (Y/n) "
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
                   WS-RUN-DATE
                   WS-RUN-ID
                   WS-RUN-COUNT
                   WS-RUN-STATUS
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

      *    the invoices are dated today and post into today's
      *    period, which must still be open
           CALL "perdsrvc" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-CONFLICT
               DISPLAY "The current period is closed - see the "
                       "treasurer."
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM 0900-END-RUN-BEGIN
                  THRU 0900-END-RUN-END
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL
           SELECT vat_code
           INTO :WS-VAT-CODE
           FROM charge_codes
           WHERE code = 'HIRE'
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "E" TO WS-VAT-CODE
           END-IF.

           PERFORM 0100-LOAD-HIRERS-BEGIN
              THRU 0100-LOAD-HIRERS-END.

           PERFORM 0600-OPEN-REPORT-BEGIN
              THRU 0600-OPEN-REPORT-END.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-HR-COUNT
               PERFORM 0200-INVOICE-HIRER-BEGIN
                  THRU 0200-INVOICE-HIRER-END
           END-PERFORM.

           PERFORM 0700-CLOSE-REPORT-BEGIN
              THRU 0700-CLOSE-REPORT-END.

           DISPLAY WS-INVOICE-COUNT " hire invoice(s), "
                   WS-RUN-COUNT " booking(s) billed for "
                   WS-PERIOD ".".

           IF WS-BILL-FAILED
               MOVE "FAILED" TO WS-RUN-STATUS
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               MOVE "OK" TO WS-RUN-STATUS
               SET LK-RETURN-OK TO TRUE
           END-IF.

           PERFORM 0900-END-RUN-BEGIN
              THRU 0900-END-RUN-END.

           EXIT PROGRAM.

       0050-SET-PERIOD-BEGIN.
           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE LK-PERIOD TO WS-PERIOD.

           IF WS-PERIOD = SPACES
               MOVE WS-TODAY(1:6) TO WS-PERIOD-R
               IF WS-PERIOD-MONTH = 1
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
               MOVE WS-PERIOD-R TO WS-PERIOD
           END-IF.

           MOVE WS-PERIOD TO WS-PERIOD-R.

           IF WS-PERIOD-R NOT NUMERIC
               OR WS-PERIOD-MONTH < 1
               OR WS-PERIOD-MONTH > 12
               DISPLAY "Period must be given as YYYYMM."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE SPACES TO WS-PERIOD-END.
           STRING WS-PERIOD DELIMITED BY SIZE
                  "31" DELIMITED BY SIZE
           INTO WS-PERIOD-END.

           MOVE SPACES TO WS-RUN-DATE.
           STRING WS-PERIOD DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
           INTO WS-RUN-DATE.

           MOVE "HIRE-PAY-DAYS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-PAY-DAYS
           END-IF.

           MOVE "ADDD" TO WS-DATE-REQUEST.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-TODAY
               WS-DUE-DATE
               WS-PAY-DAYS
               WS-RETURN-VALUE
           END-CALL.
       0050-SET-PERIOD-END.

       0100-LOAD-HIRERS-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN hire_hirer_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Hire invoicing error SQLCODE: " SQLCODE
               SET WS-BILL-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH hire_hirer_cursor
           INTO :WS-HIRER-ID, :WS-HIRER-NAME
       END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-EOF-Y TO TRUE
                   WHEN WS-HR-COUNT = 500
                       DISPLAY "More than 500 hirers, hirer "
                               WS-HIRER-ID " and later not "
                               "invoiced."
                       SET WS-BILL-FAILED TO TRUE
                       SET WS-EOF-Y TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-HR-COUNT
                       MOVE WS-HIRER-ID TO WS-HR-ID(WS-HR-COUNT)
                       MOVE WS-HIRER-NAME
                           TO WS-HR-NAME(WS-HR-COUNT)
               END-EVALUATE

           END-PERFORM.

       EXEC SQL CLOSE hire_hirer_cursor END-EXEC.
       0100-LOAD-HIRERS-END.

      *    the invoice header claims the bookings first, then the
      *    total is taken from what it claimed, so a booking keyed
      *    while the run is going goes on next month's invoice
      *    instead of being lost between the two ; a hirer whose
      *    posting fails is rolled back whole
       0200-INVOICE-HIRER-BEGIN.
           MOVE WS-HR-ID(WS-IDX) TO WS-HIRER-ID.
           MOVE WS-HR-NAME(WS-IDX) TO WS-HIRER-NAME.

       EXEC SQL
           INSERT INTO hire_invoices (hirer_id, period,
               invoice_date, amount)
           VALUES (:WS-HIRER-ID, :WS-PERIOD, :WS-TODAY, 0)
           RETURNING id
           INTO :WS-INVOICE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Hire invoice insert error SQLCODE: " SQLCODE
               PERFORM 0250-HIRER-FAILED-BEGIN
                  THRU 0250-HIRER-FAILED-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE room_hires
           SET invoice_id = :WS-INVOICE-ID
           WHERE hirer_id = :WS-HIRER-ID
             AND status = 'B'
             AND invoice_id = 0
             AND hire_date <= :WS-PERIOD-END
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Hire booking stamp error SQLCODE: " SQLCODE
               PERFORM 0250-HIRER-FAILED-BEGIN
                  THRU 0250-HIRER-FAILED-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT COUNT(*), COALESCE(SUM(amount), 0)
           INTO :WS-LINE-COUNT, :WS-INVOICE-AMOUNT
           FROM room_hires
           WHERE invoice_id = :WS-INVOICE-ID
       END-EXEC.

      *    the hire rate includes any VAT : the VAT in the invoice
      *    is worked out now and kept on the ledger row
           CALL "vatsrvc" USING
               WS-VAT-CODE
               WS-VAT-BASIS
               WS-INVOICE-AMOUNT
               WS-VAT-RATE
               WS-VAT-AMOUNT
               WS-RETURN-VALUE
           END-CALL.

      *    a free let still gets its invoice for the record, but
      *    it is born settled and never shows as a debt
           IF WS-INVOICE-AMOUNT = 0
               MOVE WS-TODAY TO WS-FINE-PAID-DATE
           ELSE
               MOVE "00000000" TO WS-FINE-PAID-DATE
           END-IF.

       EXEC SQL
           INSERT INTO fines
               (borrowing_id, people_id, amount_due,
                assessed_date, paid_date, fine_type, charge_code,
                vat_code, vat_rate, vat_amount)
           VALUES (0, 0, :WS-INVOICE-AMOUNT,
               :WS-TODAY, :WS-FINE-PAID-DATE, 'H', 'HIRE',
               :WS-VAT-CODE, :WS-VAT-RATE, :WS-VAT-AMOUNT)
           RETURNING id
           INTO :WS-FINE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Hire ledger insert error SQLCODE: " SQLCODE
               PERFORM 0250-HIRER-FAILED-BEGIN
                  THRU 0250-HIRER-FAILED-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE hire_invoices
           SET amount = :WS-INVOICE-AMOUNT,
               fine_id = :WS-FINE-ID
           WHERE id = :WS-INVOICE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Hire invoice update error SQLCODE: " SQLCODE
               PERFORM 0250-HIRER-FAILED-BEGIN
                  THRU 0250-HIRER-FAILED-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-FINE-ID
               WS-AUDIT-ACTION
           END-CALL.

           ADD 1 TO WS-INVOICE-COUNT.
           ADD WS-LINE-COUNT TO WS-RUN-COUNT.
           ADD WS-INVOICE-AMOUNT TO WS-GRAND-TOTAL.

           PERFORM 0650-REPORT-INVOICE-BEGIN
              THRU 0650-REPORT-INVOICE-END.
       0200-INVOICE-HIRER-END.

       0250-HIRER-FAILED-BEGIN.
       EXEC SQL ROLLBACK END-EXEC.
           SET WS-BILL-FAILED TO TRUE.
           DISPLAY "Hirer " WS-HIRER-ID " not invoiced, its "
                   "bookings wait for the next run.".
       0250-HIRER-FAILED-END.

       0600-OPEN-REPORT-BEGIN.
           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Room hire invoices for bookings to "
                  DELIMITED BY SIZE
                  WS-PERIOD-END DELIMITED BY SIZE
                  ", dated " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ", due by " DELIMITED BY SIZE
                  WS-DUE-DATE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0600-OPEN-REPORT-END.

      *    one block per invoice : the heading, a line per booking
      *    and the amount due, ready to be sent out
       0650-REPORT-INVOICE-BEGIN.
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Invoice " DELIMITED BY SIZE
                  WS-INVOICE-ID DELIMITED BY SIZE
                  " to hirer " DELIMITED BY SIZE
                  WS-HIRER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIRER-NAME) DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN hire_line_cursor END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-EOF-Y TO TRUE
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH hire_line_cursor
           INTO :WS-HIRE-DATE, :WS-ROOM, :WS-START-TIME,
               :WS-END-TIME, :WS-HOURS, :WS-HOURLY-RATE,
               :WS-HIRE-AMOUNT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   IF WS-ROOM = SPACES
                       MOVE "main hall" TO WS-ROOM
                   END-IF
                   MOVE WS-HOURS TO WS-HOURS-EDIT
                   MOVE WS-HOURLY-RATE TO WS-RATE-EDIT
                   MOVE WS-HIRE-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "    " DELIMITED BY SIZE
                          WS-HIRE-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-START-TIME DELIMITED BY SIZE
                          "-" DELIMITED BY SIZE
                          WS-END-TIME DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-ROOM DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-HOURS-EDIT DELIMITED BY SIZE
                          " h at " DELIMITED BY SIZE
                          WS-RATE-EDIT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   CALL "prtspool" USING
                       WS-SPOOL-REQUEST
                       WS-SPOOL-TEXT
                   END-CALL
                   DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE hire_line_cursor END-EXEC.

           MOVE SPACES TO WS-VAT-TEXT.
           IF WS-VAT-AMOUNT > 0
               MOVE WS-VAT-AMOUNT TO WS-AMOUNT-EDIT
               STRING " including VAT " DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-VAT-TEXT
           END-IF.

           MOVE WS-INVOICE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "    Amount due " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  WS-VAT-TEXT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0650-REPORT-INVOICE-END.

       0700-CLOSE-REPORT-BEGIN.
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT.
           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Invoices : " DELIMITED BY SIZE
                  WS-INVOICE-COUNT DELIMITED BY SIZE
                  ", total invoiced " DELIMITED BY SIZE
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
       0700-CLOSE-REPORT-END.

       0900-END-RUN-BEGIN.
           MOVE "END" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-RUN-DATE
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.
       0900-END-RUN-END.
