       IDENTIFICATION DIVISION.
       PROGRAM-ID. hiredebt.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-HIRER-ID         PIC 9(10).
       01 WS-HIRER-NAME       PIC X(40).
       01 WS-HIRER-PHONE      PIC X(15).
       01 WS-INVOICE-ID       PIC 9(10).
       01 WS-PERIOD           PIC X(06).
       01 WS-INVOICE-DATE     PIC X(08).
       01 WS-INVOICE-AMOUNT   PIC 9(07)V99.
       01 WS-BALANCE          PIC 9(07)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-PAY-DAYS         PIC S9(05) VALUE 30.
       01 WS-DATE-DAYS        PIC S9(05).
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-CUTOFF-DATE      PIC X(08).
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "hiredebt".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.
       01 WS-PREV-HIRER-ID    PIC 9(10) VALUE 0.
       01 WS-HIRER-TOTAL      PIC 9(09)V99 VALUE 0.
       01 WS-GRAND-TOTAL      PIC 9(09)V99 VALUE 0.
       01 WS-OVERDUE-TOTAL    PIC 9(09)V99 VALUE 0.
       01 WS-OVERDUE-TEXT     PIC X(08).

       01 WS-AMOUNT-EDIT      PIC Z(6)9.99.
       01 WS-BALANCE-EDIT     PIC Z(6)9.99.
       01 WS-TOTAL-EDIT       PIC Z(8)9.99.
       01 WS-OVERDUE-EDIT     PIC Z(8)9.99.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "hire-debtors".

      *    an invoice stays on the list until its ledger row is
      *    stamped paid ; what is left is the invoice less every
      *    payment, waiver or credit against it
       EXEC SQL
           DECLARE hire_debtor_cursor CURSOR FOR
               SELECT hirers.id, hirers.name, hirers.phone_number,
                   hire_invoices.id, hire_invoices.period,
                   hire_invoices.invoice_date, fines.amount_due,
                   fines.amount_due - COALESCE((
                       SELECT SUM(fine_payments.amount)
                       FROM fine_payments
                       WHERE fine_payments.fine_id = fines.id
                   ), 0)
               FROM hire_invoices
               INNER JOIN fines
                   ON hire_invoices.fine_id = fines.id
               INNER JOIN hirers
                   ON hire_invoices.hirer_id = hirers.id
               WHERE fines.paid_date = '00000000'
               ORDER BY hirers.name, hirers.id,
                   hire_invoices.invoice_date, hire_invoices.id
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the hire debtor list for the finance office : every
      *    unpaid hire invoice under its hirer, with what is still
      *    owed ; an invoice older than HIRE-PAY-DAYS is flagged
      *    for chasing
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

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
           COMPUTE WS-DATE-DAYS = 0 - WS-PAY-DAYS.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-TODAY
               WS-CUTOFF-DATE
               WS-DATE-DAYS
               WS-RETURN-VALUE
           END-CALL.

           MOVE "FORCE" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Unpaid hire invoices at " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  " (invoice / month / dated / amount / owed), "
                  DELIMITED BY SIZE
                  "overdue if dated before " DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN hire_debtor_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Hire debtor error SQLCODE: " SQLCODE
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM 0900-END-RUN-BEGIN
                  THRU 0900-END-RUN-END
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH hire_debtor_cursor
           INTO :WS-HIRER-ID, :WS-HIRER-NAME, :WS-HIRER-PHONE,
               :WS-INVOICE-ID, :WS-PERIOD, :WS-INVOICE-DATE,
               :WS-INVOICE-AMOUNT, :WS-BALANCE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0200-REPORT-ONE-BEGIN
                      THRU 0200-REPORT-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE hire_debtor_cursor END-EXEC.

           PERFORM 0300-HIRER-TOTAL-BEGIN
              THRU 0300-HIRER-TOTAL-END.

           MOVE WS-GRAND-TOTAL TO WS-TOTAL-EDIT.
           MOVE WS-OVERDUE-TOTAL TO WS-OVERDUE-EDIT.
           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Unpaid invoices : " DELIMITED BY SIZE
                  WS-MATCH-COUNT DELIMITED BY SIZE
                  ", owed " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
                  ", of which overdue " DELIMITED BY SIZE
                  WS-OVERDUE-EDIT DELIMITED BY SIZE
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

           MOVE "OK" TO WS-RUN-STATUS.
           PERFORM 0900-END-RUN-BEGIN
              THRU 0900-END-RUN-END.

           SET LK-RETURN-OK TO TRUE.

           EXIT PROGRAM.

      *    a new hirer opens with a heading line carrying the phone
      *    number, for the one making the calls
       0200-REPORT-ONE-BEGIN.
           MOVE "LINE" TO WS-SPOOL-REQUEST.

           IF WS-HIRER-ID NOT = WS-PREV-HIRER-ID
               PERFORM 0300-HIRER-TOTAL-BEGIN
                  THRU 0300-HIRER-TOTAL-END
               MOVE WS-HIRER-ID TO WS-PREV-HIRER-ID
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING WS-HIRER-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-HIRER-NAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-HIRER-PHONE DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-IF.

           ADD 1 TO WS-MATCH-COUNT.
           ADD WS-BALANCE TO WS-HIRER-TOTAL.
           ADD WS-BALANCE TO WS-GRAND-TOTAL.

           IF WS-INVOICE-DATE < WS-CUTOFF-DATE
               MOVE " OVERDUE" TO WS-OVERDUE-TEXT
               ADD WS-BALANCE TO WS-OVERDUE-TOTAL
           ELSE
               MOVE SPACES TO WS-OVERDUE-TEXT
           END-IF.

           MOVE WS-INVOICE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-BALANCE TO WS-BALANCE-EDIT.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "    " DELIMITED BY SIZE
                  WS-INVOICE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-INVOICE-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  WS-OVERDUE-TEXT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0200-REPORT-ONE-END.

       0300-HIRER-TOTAL-BEGIN.
           IF WS-PREV-HIRER-ID = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-HIRER-TOTAL TO WS-TOTAL-EDIT.
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "    Hirer owes " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE 0 TO WS-HIRER-TOTAL.
       0300-HIRER-TOTAL-END.

       0900-END-RUN-BEGIN.
           MOVE WS-MATCH-COUNT TO WS-RUN-COUNT.
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
       0900-END-RUN-END.
