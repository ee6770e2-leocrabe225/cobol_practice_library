       IDENTIFICATION DIVISION.
       PROGRAM-ID. prtimprt.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PRTJOBS
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the release station's day of jobs : the card the patron
      *    badged (blank when they paid in coins at the station),
      *    pages, C colour or M mono, the time released and the
      *    amount the station charged, 999V99
       FD F-PRTJOBS
           VALUE OF FILE-ID IS WS-PRTJOBS-FILE-NAME.
       01 F-PRTJOBS-RCD.
           05 F-PJ-CARD         PIC X(10).
           05 F-PJ-PAGES        PIC X(04).
           05 F-PJ-PAGES-NUM REDEFINES F-PJ-PAGES
                                PIC 9(04).
           05 F-PJ-COLOUR       PIC X(01).
           05 F-PJ-TIME         PIC X(04).
           05 F-PJ-AMOUNT       PIC X(05).
           05 F-PJ-AMOUNT-NUM REDEFINES F-PJ-AMOUNT
                                PIC 9(03)V99.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-FILE-NAME        PIC X(40).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-FINE-ID          PIC 9(10).
       01 WS-SESSION-ID       PIC 9(10) VALUE 0.
       01 WS-CHARGE-CODE      PIC X(04).
       01 WS-JOB-AMOUNT       PIC 9(05)V99.
       01 WS-CREDIT-BALANCE   PIC S9(05)V99.
       01 WS-CREDIT-APPLIED   PIC 9(05)V99.
       01 WS-VAT-CODE         PIC X(01).
       01 WS-VAT-RATE         PIC 9(03)V99.
       01 WS-VAT-AMOUNT       PIC 9(07)V99.
       01 WS-MONO-CODE        PIC X(04) VALUE "PRNT".
       01 WS-MONO-UNIT        PIC 9(03)V99.
       01 WS-MONO-VAT-CODE    PIC X(01).
       01 WS-COLOUR-CODE      PIC X(04) VALUE "PRNC".
       01 WS-COLOUR-UNIT      PIC 9(03)V99.
       01 WS-COLOUR-VAT-CODE  PIC X(01).
       01 WS-POSTED-COUNT     PIC 9(05) VALUE 0.
       01 WS-PATRON-TOTAL     PIC 9(07)V99 VALUE 0.
       01 WS-ANON-TOTAL       PIC 9(07)V99 VALUE 0.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.
           88 WS-F-STATUS-OPEN-ERROR   VALUE '05'.
           88 WS-F-STATUS-EOF          VALUE '10'.

       01 WS-PRTJOBS-FILE-NAME PIC X(50).

       01 WS-CARD-REQUEST     PIC X(04).
       01 WS-CARD-INPUT       PIC X(10).
       01 WS-COLOUR           PIC X(01).
       01 WS-JOB-LINE         PIC X(24).
       01 WS-VAT-BASIS        PIC X(01) VALUE "G".
       01 WS-VAT-GROSS        PIC 9(07)V99.
       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "FINE".
       01 WS-AUDIT-ACTION     PIC X(10) VALUE "PRINTSTN".

       01 WS-ANON-MONO        PIC 9(07)V99 VALUE 0.
       01 WS-ANON-COLOUR      PIC 9(07)V99 VALUE 0.
       01 WS-ANON-COUNT       PIC 9(05) VALUE 0.
       01 WS-FROM-CREDIT      PIC 9(07)V99 VALUE 0.
       01 WS-LEFT-UNPAID      PIC 9(07)V99 VALUE 0.

       01 WS-REJECT-COUNT     PIC 9(05) VALUE 0.
       01 WS-REJECT-REASON    PIC X(30).

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).

       LINKAGE SECTION.
       01 LK-FILE-NAME        PIC X(40).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    posts a day of public printing as coded desk charges,
      *    PRNT for mono and PRNC for colour, so nobody re-keys the
      *    station log through dskchrg.  A job on a card that
      *    resolves is charged to the patron and settled from
      *    their deposit as far as it goes ; what the deposit does
      *    not cover stays on the account as a fee.  Jobs with no
      *    card we know were paid in coins at the station : they
      *    are added up and posted as one cash takings per code,
      *    into the drawer of whoever runs the load, so the box
      *    is counted with the till.  A file already loaded is
      *    refused whole
       PROCEDURE DIVISION USING LK-FILE-NAME,
                                LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           CALL "perdsrvc" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-CONFLICT
               DISPLAY "The current period is closed - see the "
                       "treasurer."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0050-READ-TARIFF-BEGIN
              THRU 0050-READ-TARIFF-END.

           MOVE LK-FILE-NAME TO WS-PRTJOBS-FILE-NAME.
           MOVE LK-FILE-NAME TO WS-FILE-NAME.
           OPEN INPUT F-PRTJOBS.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No such file "
                       FUNCTION TRIM(WS-PRTJOBS-FILE-NAME) "."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0060-LOG-LOAD-BEGIN
              THRU 0060-LOG-LOAD-END.

           PERFORM 0500-OPEN-EXCEPTIONS-BEGIN
              THRU 0500-OPEN-EXCEPTIONS-END.

           PERFORM UNTIL WS-F-STATUS-EOF
               READ F-PRTJOBS
                   NOT AT END
                       IF F-PRTJOBS-RCD NOT = SPACES
                           PERFORM 0100-POST-ONE-BEGIN
                              THRU 0100-POST-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-PRTJOBS.

           PERFORM 0400-POST-COIN-BOX-BEGIN
              THRU 0400-POST-COIN-BOX-END.

           PERFORM 0450-UPDATE-LOG-BEGIN
              THRU 0450-UPDATE-LOG-END.

           PERFORM 0700-CLOSE-EXCEPTIONS-BEGIN
              THRU 0700-CLOSE-EXCEPTIONS-END.

           DISPLAY WS-POSTED-COUNT " job(s) charged to patrons, "
                   WS-ANON-COUNT " paid at the station, "
                   WS-REJECT-COUNT " line(s) rejected.".

           IF WS-REJECT-COUNT > 0
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               SET LK-RETURN-OK TO TRUE
           END-IF.

           EXIT PROGRAM.

      *    the station prices the job itself ; the tariff is only
      *    used when a line comes without an amount
       0050-READ-TARIFF-BEGIN.
       EXEC SQL
           SELECT amount, vat_code
           INTO :WS-MONO-UNIT, :WS-MONO-VAT-CODE
           FROM charge_codes
           WHERE code = :WS-MONO-CODE
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No charge code " WS-MONO-CODE
                       " (see the CHARGES maintenance screen)."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL
           SELECT amount, vat_code
           INTO :WS-COLOUR-UNIT, :WS-COLOUR-VAT-CODE
           FROM charge_codes
           WHERE code = :WS-COLOUR-CODE
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No charge code " WS-COLOUR-CODE
                       " (see the CHARGES maintenance screen)."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.
       0050-READ-TARIFF-END.

      *    the file is logged before the first job posts, so a
      *    load that stops half way is not run again over itself
       0060-LOG-LOAD-BEGIN.
       EXEC SQL
           INSERT INTO print_station_loads (file_name, load_date)
           VALUES (:WS-FILE-NAME, :WS-TODAY)
       END-EXEC.

           IF SQLCODE NOT = 0
       EXEC SQL ROLLBACK END-EXEC
               DISPLAY "File " FUNCTION TRIM(WS-FILE-NAME)
                       " has already been loaded."
               CLOSE F-PRTJOBS
               SET LK-RETURN-ALREADY-HERE TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL COMMIT END-EXEC.
       0060-LOG-LOAD-END.

       0100-POST-ONE-BEGIN.
           MOVE F-PRTJOBS-RCD TO WS-JOB-LINE.
           IF F-PJ-PAGES IS NOT NUMERIC OR F-PJ-PAGES-NUM = 0
               MOVE "Bad page count" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF F-PJ-AMOUNT IS NOT NUMERIC
               AND F-PJ-AMOUNT NOT = SPACES
               MOVE "Bad amount" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(F-PJ-COLOUR) TO WS-COLOUR.
           EVALUATE WS-COLOUR
               WHEN "M"
                   MOVE WS-MONO-CODE TO WS-CHARGE-CODE
                   MOVE WS-MONO-VAT-CODE TO WS-VAT-CODE
                   COMPUTE WS-JOB-AMOUNT =
                       F-PJ-PAGES-NUM * WS-MONO-UNIT
               WHEN "C"
                   MOVE WS-COLOUR-CODE TO WS-CHARGE-CODE
                   MOVE WS-COLOUR-VAT-CODE TO WS-VAT-CODE
                   COMPUTE WS-JOB-AMOUNT =
                       F-PJ-PAGES-NUM * WS-COLOUR-UNIT
               WHEN OTHER
                   MOVE "Not colour or mono" TO WS-REJECT-REASON
                   PERFORM 0600-WRITE-EXCEPTION-BEGIN
                      THRU 0600-WRITE-EXCEPTION-END
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF F-PJ-AMOUNT IS NUMERIC AND F-PJ-AMOUNT-NUM > 0
               MOVE F-PJ-AMOUNT-NUM TO WS-JOB-AMOUNT
           END-IF.

      *    a job the station let through free leaves nothing to
      *    post
           IF WS-JOB-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-PEOPLE-ID.
           IF F-PJ-CARD NOT = SPACES
               MOVE F-PJ-CARD TO WS-CARD-INPUT
               MOVE "RSLV" TO WS-CARD-REQUEST
               CALL "cardsrvc" USING
                   WS-CARD-REQUEST
                   WS-PEOPLE-ID
                   WS-CARD-INPUT
                   WS-RETURN-VALUE
               END-CALL
               IF NOT WS-RETURN-OK
                   MOVE 0 TO WS-PEOPLE-ID
                   MOVE "Card not matched, taken as cash"
                       TO WS-REJECT-REASON
                   PERFORM 0600-WRITE-EXCEPTION-BEGIN
                      THRU 0600-WRITE-EXCEPTION-END
               END-IF
           END-IF.

           IF WS-PEOPLE-ID = 0
               ADD 1 TO WS-ANON-COUNT
               IF WS-COLOUR = "C"
                   ADD WS-JOB-AMOUNT TO WS-ANON-COLOUR
               ELSE
                   ADD WS-JOB-AMOUNT TO WS-ANON-MONO
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0200-POST-CHARGE-BEGIN
              THRU 0200-POST-CHARGE-END.
       0100-POST-ONE-END.

      *    the price includes the VAT, worked out at today's rate
      *    as dskchrg does ; the charge stays open until the
      *    deposit, or the patron at the desk, settles it
       0200-POST-CHARGE-BEGIN.
           MOVE WS-JOB-AMOUNT TO WS-VAT-GROSS.
           CALL "vatsrvc" USING
               WS-VAT-CODE
               WS-VAT-BASIS
               WS-VAT-GROSS
               WS-VAT-RATE
               WS-VAT-AMOUNT
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           INSERT INTO fines
               (borrowing_id, people_id, amount_due,
                assessed_date, fine_type, charge_code,
                vat_code, vat_rate, vat_amount)
           VALUES (0, :WS-PEOPLE-ID, :WS-JOB-AMOUNT,
               :WS-TODAY, 'D', :WS-CHARGE-CODE,
               :WS-VAT-CODE, :WS-VAT-RATE, :WS-VAT-AMOUNT)
           RETURNING id
           INTO :WS-FINE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Print charge insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               MOVE "Database error" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT credit_balance
           INTO :WS-CREDIT-BALANCE
           FROM people
           WHERE id = :WS-PEOPLE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-CREDIT-BALANCE
           END-IF.

           MOVE 0 TO WS-CREDIT-APPLIED.
           IF WS-CREDIT-BALANCE > 0
               PERFORM 0300-APPLY-CREDIT-BEGIN
                  THRU 0300-APPLY-CREDIT-END
               IF SQLCODE NOT = 0
                   DISPLAY "Print charge credit error SQLCODE: "
                           SQLCODE
       EXEC SQL ROLLBACK END-EXEC
                   MOVE "Database error" TO WS-REJECT-REASON
                   PERFORM 0600-WRITE-EXCEPTION-BEGIN
                      THRU 0600-WRITE-EXCEPTION-END
                   ADD 1 TO WS-REJECT-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-JOB-AMOUNT TO WS-PATRON-TOTAL.
           ADD WS-CREDIT-APPLIED TO WS-FROM-CREDIT.
           COMPUTE WS-LEFT-UNPAID = WS-LEFT-UNPAID
               + WS-JOB-AMOUNT - WS-CREDIT-APPLIED.

           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-FINE-ID
               WS-AUDIT-ACTION
           END-CALL.
       0200-POST-CHARGE-END.

      *    as calcfine spends a deposit : as much as the charge or
      *    as much as there is, and the charge is paid when the
      *    deposit covered all of it
       0300-APPLY-CREDIT-BEGIN.
           IF WS-CREDIT-BALANCE >= WS-JOB-AMOUNT
               MOVE WS-JOB-AMOUNT TO WS-CREDIT-APPLIED
           ELSE
               MOVE WS-CREDIT-BALANCE TO WS-CREDIT-APPLIED
           END-IF.

       EXEC SQL
           INSERT INTO fine_payments
               (fine_id, amount, paid_date, kind)
           VALUES (:WS-FINE-ID, :WS-CREDIT-APPLIED, :WS-TODAY,
               'C')
       END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE people
           SET credit_balance = credit_balance
                   - :WS-CREDIT-APPLIED
           WHERE id = :WS-PEOPLE-ID
       END-EXEC.

           IF SQLCODE = 0 AND WS-CREDIT-APPLIED = WS-JOB-AMOUNT
       EXEC SQL
           UPDATE fines
           SET paid_date = :WS-TODAY
           WHERE id = :WS-FINE-ID
       END-EXEC
           END-IF.
       0300-APPLY-CREDIT-END.

      *    the coin box : one paid charge per code, unowned, with
      *    its takings in the loading operator's open drawer ;
      *    with no drawer open it still posts and the spool says
      *    it must be reconciled by hand
       0400-POST-COIN-BOX-BEGIN.
           IF WS-ANON-MONO = 0 AND WS-ANON-COLOUR = 0
               EXIT PARAGRAPH
           END-IF.

           CALL "tillsrvc" USING
               WS-SESSION-ID
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               MOVE SPACES TO WS-JOB-LINE
               MOVE "No drawer open, reconcile by hand"
                   TO WS-REJECT-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
           END-IF.

           IF WS-ANON-MONO > 0
               MOVE WS-MONO-CODE TO WS-CHARGE-CODE
               MOVE WS-MONO-VAT-CODE TO WS-VAT-CODE
               MOVE WS-ANON-MONO TO WS-JOB-AMOUNT
               PERFORM 0410-POST-CASH-BEGIN
                  THRU 0410-POST-CASH-END
           END-IF.

           IF WS-ANON-COLOUR > 0
               MOVE WS-COLOUR-CODE TO WS-CHARGE-CODE
               MOVE WS-COLOUR-VAT-CODE TO WS-VAT-CODE
               MOVE WS-ANON-COLOUR TO WS-JOB-AMOUNT
               PERFORM 0410-POST-CASH-BEGIN
                  THRU 0410-POST-CASH-END
           END-IF.
       0400-POST-COIN-BOX-END.

       0410-POST-CASH-BEGIN.
           MOVE WS-JOB-AMOUNT TO WS-VAT-GROSS.
           CALL "vatsrvc" USING
               WS-VAT-CODE
               WS-VAT-BASIS
               WS-VAT-GROSS
               WS-VAT-RATE
               WS-VAT-AMOUNT
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           INSERT INTO fines
               (borrowing_id, people_id, amount_due,
                assessed_date, paid_date, fine_type, charge_code,
                vat_code, vat_rate, vat_amount)
           VALUES (0, 0, :WS-JOB-AMOUNT,
               :WS-TODAY, :WS-TODAY, 'D', :WS-CHARGE-CODE,
               :WS-VAT-CODE, :WS-VAT-RATE, :WS-VAT-AMOUNT)
           RETURNING id
           INTO :WS-FINE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Print takings insert error SQLCODE: "
                       SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               MOVE "Takings not posted" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO fine_payments
               (fine_id, amount, paid_date, kind,
                till_session_id)
           VALUES (:WS-FINE-ID, :WS-JOB-AMOUNT, :WS-TODAY, 'P',
               :WS-SESSION-ID)
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Print takings payment error SQLCODE: "
                       SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               MOVE "Takings not posted" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           ADD WS-JOB-AMOUNT TO WS-ANON-TOTAL.

           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-FINE-ID
               WS-AUDIT-ACTION
           END-CALL.
       0410-POST-CASH-END.

       0450-UPDATE-LOG-BEGIN.
       EXEC SQL
           UPDATE print_station_loads
           SET jobs_posted = :WS-POSTED-COUNT,
               patron_amount = :WS-PATRON-TOTAL,
               anonymous_amount = :WS-ANON-TOTAL
           WHERE file_name = :WS-FILE-NAME
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
           ELSE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0450-UPDATE-LOG-END.

       0500-OPEN-EXCEPTIONS-BEGIN.
           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE "print-exceptions" TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Print station exceptions, file " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRTJOBS-FILE-NAME)
                      DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0500-OPEN-EXCEPTIONS-END.

       0600-WRITE-EXCEPTION-BEGIN.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-REJECT-REASON DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-JOB-LINE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0600-WRITE-EXCEPTION-END.

       0700-CLOSE-EXCEPTIONS-BEGIN.
           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Charged to patrons " DELIMITED BY SIZE
                  WS-PATRON-TOTAL DELIMITED BY SIZE
                  ", from deposits " DELIMITED BY SIZE
                  WS-FROM-CREDIT DELIMITED BY SIZE
                  ", left as fees " DELIMITED BY SIZE
                  WS-LEFT-UNPAID DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Station cash takings " DELIMITED BY SIZE
                  WS-ANON-TOTAL DELIMITED BY SIZE
                  ", drawer session " DELIMITED BY SIZE
                  WS-SESSION-ID DELIMITED BY SIZE
                  ", lines rejected " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
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
       0700-CLOSE-EXCEPTIONS-END.
