       IDENTIFICATION DIVISION.
       PROGRAM-ID. gljrnl.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-JOURNAL
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the council ledger's journal import : one D record per
      *    side of each movement, side D debit or C credit, with
      *    the money row it came from (the fine_payments kind, or
      *    E and the order id for supplier expenditure)
       FD F-JOURNAL
           VALUE OF FILE-ID IS WS-JOURNAL-FILE-NAME.
       01 F-JOURNAL-RCD.
           05 F-GL-REC-TYPE      PIC X(01).
           05 F-GL-DATE          PIC X(08).
           05 F-GL-ACCOUNT       PIC X(10).
           05 F-GL-COST-CENTRE   PIC X(06).
           05 F-GL-SIDE          PIC X(01).
           05 F-GL-AMOUNT        PIC 9(07)V99.
           05 F-GL-SOURCE-KIND   PIC X(01).
           05 F-GL-SOURCE-ID     PIC 9(10).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-JOURNAL-DATE     PIC X(08).
       01 WS-SOURCE-ID        PIC 9(10).
       01 WS-LEDGER-KIND      PIC X(01).
       01 WS-CHARGE-CODE      PIC X(04).
       01 WS-FUND-CODE        PIC X(04).
       01 WS-BRANCH-ID        PIC 9(10).
       01 WS-AMOUNT           PIC 9(07)V99.
       01 WS-DEBIT-ACCOUNT    PIC X(10).
       01 WS-CREDIT-ACCOUNT   PIC X(10).
       01 WS-COST-CENTRE      PIC X(06).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-TODAY            PIC X(08).

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "gljrnl".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).
       01 WS-OVERRIDE-ANSWER  PIC X(01).

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.

       01 WS-JOURNAL-FILE-NAME PIC X(40).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-EXPORT-FAILED-SWITCH PIC X(01) VALUE "N".
           88 WS-EXPORT-FAILED         VALUE "Y".

      *    an unmapped movement still goes out, to suspense on
      *    both sides so the file balances, but the run is failed
      *    so nobody posts it before the mapping is fixed and the
      *    day re-run
       01 WS-SUSPENSE-ACCOUNT PIC X(10) VALUE "9999".
       01 WS-UNMAPPED-COUNT   PIC 9(05) VALUE 0.

       01 WS-MOVEMENT-COUNT   PIC 9(07) VALUE 0.
       01 WS-RECORD-COUNT     PIC 9(08) VALUE 0.
       01 WS-DEBIT-TOTAL      PIC 9(13)V99 VALUE 0.
       01 WS-CREDIT-TOTAL     PIC 9(13)V99 VALUE 0.

       01 WS-TRAILER-RCD.
           05 WS-TRL-REC-TYPE    PIC X(01) VALUE "T".
           05 WS-TRL-COUNT       PIC 9(08).
           05 WS-TRL-DEBITS      PIC 9(13)V99.
           05 WS-TRL-CREDITS     PIC 9(13)V99.

      *    the trial balance, one row per account and cost centre
       01 WS-TB-COUNT         PIC 9(03) VALUE 0.
       01 WS-TB-TABLE.
           05 WS-TB-ENTRY OCCURS 200 TIMES.
               10 WS-TB-ACCOUNT      PIC X(10).
               10 WS-TB-COST-CENTRE  PIC X(06).
               10 WS-TB-DEBITS       PIC 9(11)V99.
               10 WS-TB-CREDITS      PIC 9(11)V99.
       01 WS-TB-SWAP          PIC X(42).
       01 WS-TB-KEY-1         PIC X(16).
       01 WS-TB-KEY-2         PIC X(16).
       01 WS-IDX              PIC 9(03).
       01 WS-IDX2             PIC 9(03).
       01 WS-FOUND-IDX        PIC 9(03).
       01 WS-GL-ACCOUNT       PIC X(10).
       01 WS-GL-SIDE          PIC X(01).

       01 WS-NET              PIC S9(11)V99.
       01 WS-DEBIT-EDIT       PIC Z(10)9.99.
       01 WS-CREDIT-EDIT      PIC Z(10)9.99.
       01 WS-NET-EDIT         PIC -(11)9.99.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "gl-trial-balance".

      *    the day's money rows : waivers (W) are not money and
      *    stay out ; a row taken in a drawer is booked to that
      *    drawer's branch, one taken outside any drawer to the
      *    main building
       EXEC SQL
           DECLARE ledger_movement_cursor CURSOR FOR
               SELECT fine_payments.id, fine_payments.kind,
                   COALESCE(fines.charge_code, ' '),
                   COALESCE(till_sessions.branch_id, 1),
                   fine_payments.amount
               FROM fine_payments
               LEFT JOIN fines
                   ON fine_payments.fine_id = fines.id
               LEFT JOIN till_sessions
                   ON fine_payments.till_session_id
                       = till_sessions.id
               WHERE fine_payments.paid_date = :WS-JOURNAL-DATE
                 AND fine_payments.kind IN ('P', 'D', 'C', 'S', 'R')
                 AND fine_payments.amount > 0
               ORDER BY fine_payments.id
       END-EXEC.

      *    supplier expenditure is booked when receiving turns the
      *    encumbrance into expenditure, by the fund it was charged
      *    to ; order lines from before budget control carry no
      *    price and no fund and post nothing
       EXEC SQL
           DECLARE expenditure_cursor CURSOR FOR
               SELECT orders.id, COALESCE(funds.code, ' '),
                   orders.quantity * orders.unit_price
               FROM orders
               LEFT JOIN funds
                   ON orders.fund_id = funds.id
               WHERE orders.status = 'R'
                 AND orders.received_date = :WS-JOURNAL-DATE
                 AND orders.unit_price > 0
               ORDER BY orders.id
       END-EXEC.

       LINKAGE SECTION.
       01 LK-JOURNAL-DATE     PIC X(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the daily ledger journal : every money movement of
      *    LK-JOURNAL-DATE (blank for the business date) as a
      *    balanced debit and credit through the account mapping,
      *    instead of the manual journals the treasurer used to
      *    key.  A month the close has locked is never posted into
       PROCEDURE DIVISION USING LK-JOURNAL-DATE,
                                LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE LK-JOURNAL-DATE TO WS-JOURNAL-DATE.
           IF WS-JOURNAL-DATE = SPACES
               MOVE WS-TODAY TO WS-JOURNAL-DATE
           END-IF.

           CALL "perdsrvc" USING
               WS-JOURNAL-DATE
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-ERROR
                   DISPLAY "Not a date, journal abandoned."
                   SET LK-RETURN-ERROR TO TRUE
                   EXIT PROGRAM
               WHEN WS-RETURN-CONFLICT
                   DISPLAY "Period " WS-JOURNAL-DATE(1:6) " is "
                           "closed, journal refused."
                   SET LK-RETURN-CONFLICT TO TRUE
                   EXIT PROGRAM
           END-EVALUATE.

           MOVE SPACES TO WS-JOURNAL-FILE-NAME.
           STRING "output/gl-" DELIMITED BY SIZE
                  WS-JOURNAL-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-JOURNAL-FILE-NAME.

      *    the run ledger is keyed on the journal date, so each
      *    day is journalled once whatever day the batch runs
           MOVE "START" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-JOURNAL-DATE
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-ALREADY-HERE
               DISPLAY "The journal for " WS-JOURNAL-DATE
                       " was already written. Run again? (Y/n) "
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
                   WS-JOURNAL-DATE
                   WS-RUN-ID
                   WS-RUN-COUNT
                   WS-RUN-STATUS
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

           OPEN OUTPUT F-JOURNAL.

           IF NOT WS-F-STATUS-OK
               DISPLAY "Cannot open journal file "
                       FUNCTION TRIM(WS-JOURNAL-FILE-NAME)
               MOVE "FAILED" TO WS-RUN-STATUS
               MOVE "END" TO WS-RUN-REQUEST
               CALL "wrtbrun" USING
                   WS-RUN-REQUEST
                   WS-RUN-PROGRAM
                   WS-JOURNAL-DATE
                   WS-RUN-ID
                   WS-RUN-COUNT
                   WS-RUN-STATUS
                   WS-RETURN-VALUE
               END-CALL
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-LEDGER-MOVEMENTS-BEGIN
              THRU 0100-LEDGER-MOVEMENTS-END.

           PERFORM 0200-EXPENDITURE-BEGIN
              THRU 0200-EXPENDITURE-END.

           MOVE WS-RECORD-COUNT TO WS-TRL-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-TRL-DEBITS.
           MOVE WS-CREDIT-TOTAL TO WS-TRL-CREDITS.
           WRITE F-JOURNAL-RCD FROM WS-TRAILER-RCD.

           CLOSE F-JOURNAL.

           PERFORM 0600-TRIAL-BALANCE-BEGIN
              THRU 0600-TRIAL-BALANCE-END.

           DISPLAY WS-MOVEMENT-COUNT " movement(s), "
                   WS-RECORD-COUNT " journal line(s) written to "
                   FUNCTION TRIM(WS-JOURNAL-FILE-NAME) ".".

           IF WS-UNMAPPED-COUNT > 0
               DISPLAY WS-UNMAPPED-COUNT " movement(s) have no "
                       "ledger mapping and went to suspense ; "
                       "map them and run the day again."
               SET WS-EXPORT-FAILED TO TRUE
           END-IF.

           IF WS-EXPORT-FAILED
               SET LK-RETURN-ERROR TO TRUE
               MOVE "FAILED" TO WS-RUN-STATUS
           ELSE
               SET LK-RETURN-OK TO TRUE
               MOVE "OK" TO WS-RUN-STATUS
           END-IF.

           MOVE WS-RECORD-COUNT TO WS-RUN-COUNT.
           MOVE "END" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-JOURNAL-DATE
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           EXIT PROGRAM.

       0100-LEDGER-MOVEMENTS-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN ledger_movement_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Journal error SQLCODE: " SQLCODE
               SET WS-EXPORT-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH ledger_movement_cursor
           INTO :WS-SOURCE-ID, :WS-LEDGER-KIND, :WS-CHARGE-CODE,
               :WS-BRANCH-ID, :WS-AMOUNT
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE SPACES TO WS-FUND-CODE
                   PERFORM 0300-POST-MOVEMENT-BEGIN
                      THRU 0300-POST-MOVEMENT-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE ledger_movement_cursor END-EXEC.
       0100-LEDGER-MOVEMENTS-END.

       0200-EXPENDITURE-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN expenditure_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Journal error SQLCODE: " SQLCODE
               SET WS-EXPORT-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH expenditure_cursor
           INTO :WS-SOURCE-ID, :WS-FUND-CODE, :WS-AMOUNT
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE "E" TO WS-LEDGER-KIND
                   MOVE SPACES TO WS-CHARGE-CODE
                   MOVE 0 TO WS-BRANCH-ID
                   PERFORM 0300-POST-MOVEMENT-BEGIN
                      THRU 0300-POST-MOVEMENT-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE expenditure_cursor END-EXEC.
       0200-EXPENDITURE-END.

      *    the most specific live mapping wins : a charge code
      *    match outranks a fund match, which outranks a branch
      *    match, which outranks the kind's catch-all row
       0300-POST-MOVEMENT-BEGIN.
           ADD 1 TO WS-MOVEMENT-COUNT.

       EXEC SQL
           SELECT debit_account, credit_account, cost_centre
           INTO :WS-DEBIT-ACCOUNT, :WS-CREDIT-ACCOUNT,
               :WS-COST-CENTRE
           FROM gl_mappings
           WHERE ledger_kind = :WS-LEDGER-KIND
             AND deleted_date = '00000000'
             AND (charge_code = :WS-CHARGE-CODE
                  OR charge_code = ' ')
             AND (fund_code = :WS-FUND-CODE
                  OR fund_code = ' ')
             AND (branch_id = :WS-BRANCH-ID
                  OR branch_id = 0)
           ORDER BY CASE WHEN charge_code = ' ' THEN 0 ELSE 4 END
                  + CASE WHEN fund_code = ' ' THEN 0 ELSE 2 END
                  + CASE WHEN branch_id = 0 THEN 0 ELSE 1 END DESC,
               id DESC
           LIMIT 1
       END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY "No ledger mapping for kind " WS-LEDGER-KIND
                       " charge " WS-CHARGE-CODE " fund "
                       WS-FUND-CODE " branch " WS-BRANCH-ID
                       " (source " WS-SOURCE-ID ")"
               MOVE WS-SUSPENSE-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-SUSPENSE-ACCOUNT TO WS-CREDIT-ACCOUNT
               MOVE SPACES TO WS-COST-CENTRE
           END-IF.

           MOVE WS-DEBIT-ACCOUNT TO WS-GL-ACCOUNT.
           MOVE "D" TO WS-GL-SIDE.
           PERFORM 0400-WRITE-LINE-BEGIN
              THRU 0400-WRITE-LINE-END.

           MOVE WS-CREDIT-ACCOUNT TO WS-GL-ACCOUNT.
           MOVE "C" TO WS-GL-SIDE.
           PERFORM 0400-WRITE-LINE-BEGIN
              THRU 0400-WRITE-LINE-END.
       0300-POST-MOVEMENT-END.

       0400-WRITE-LINE-BEGIN.
           MOVE "D" TO F-GL-REC-TYPE.
           MOVE WS-JOURNAL-DATE TO F-GL-DATE.
           MOVE WS-GL-ACCOUNT TO F-GL-ACCOUNT.
           MOVE WS-COST-CENTRE TO F-GL-COST-CENTRE.
           MOVE WS-GL-SIDE TO F-GL-SIDE.
           MOVE WS-AMOUNT TO F-GL-AMOUNT.
           MOVE WS-LEDGER-KIND TO F-GL-SOURCE-KIND.
           MOVE WS-SOURCE-ID TO F-GL-SOURCE-ID.
           WRITE F-JOURNAL-RCD.
           ADD 1 TO WS-RECORD-COUNT.

           IF WS-GL-SIDE = "D"
               ADD WS-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.

           PERFORM 0500-ADD-TO-BALANCE-BEGIN
              THRU 0500-ADD-TO-BALANCE-END.
       0400-WRITE-LINE-END.

       0500-ADD-TO-BALANCE-BEGIN.
           MOVE 0 TO WS-FOUND-IDX.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TB-COUNT
                      OR WS-FOUND-IDX > 0
               IF WS-TB-ACCOUNT(WS-IDX) = WS-GL-ACCOUNT
                   AND WS-TB-COST-CENTRE(WS-IDX) = WS-COST-CENTRE
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = 0
               IF WS-TB-COUNT >= 200
                   DISPLAY "Too many accounts for the trial "
                           "balance, " WS-GL-ACCOUNT " left out."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TB-COUNT
               MOVE WS-TB-COUNT TO WS-FOUND-IDX
               MOVE WS-GL-ACCOUNT TO WS-TB-ACCOUNT(WS-FOUND-IDX)
               MOVE WS-COST-CENTRE
                   TO WS-TB-COST-CENTRE(WS-FOUND-IDX)
               MOVE 0 TO WS-TB-DEBITS(WS-FOUND-IDX)
               MOVE 0 TO WS-TB-CREDITS(WS-FOUND-IDX)
           END-IF.

           IF WS-GL-SIDE = "D"
               ADD WS-AMOUNT TO WS-TB-DEBITS(WS-FOUND-IDX)
           ELSE
               ADD WS-AMOUNT TO WS-TB-CREDITS(WS-FOUND-IDX)
           END-IF.
       0500-ADD-TO-BALANCE-END.

      *    the treasurer's check before posting : every account
      *    touched, in account order, and the two grand totals,
      *    which must agree
       0600-TRIAL-BALANCE-BEGIN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-TB-COUNT
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-TB-COUNT - WS-IDX
                   MOVE WS-TB-ENTRY(WS-IDX2)(1:16) TO WS-TB-KEY-1
                   MOVE WS-TB-ENTRY(WS-IDX2 + 1)(1:16)
                       TO WS-TB-KEY-2
                   IF WS-TB-KEY-1 > WS-TB-KEY-2
                       MOVE WS-TB-ENTRY(WS-IDX2) TO WS-TB-SWAP
                       MOVE WS-TB-ENTRY(WS-IDX2 + 1)
                           TO WS-TB-ENTRY(WS-IDX2)
                       MOVE WS-TB-SWAP TO WS-TB-ENTRY(WS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Ledger journal " DELIMITED BY SIZE
                  WS-JOURNAL-DATE DELIMITED BY SIZE
                  " : account    cost c.        debits"
                  DELIMITED BY SIZE
                  "        credits            net" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-TB-COUNT
               MOVE WS-TB-DEBITS(WS-IDX) TO WS-DEBIT-EDIT
               MOVE WS-TB-CREDITS(WS-IDX) TO WS-CREDIT-EDIT
               COMPUTE WS-NET =
                   WS-TB-DEBITS(WS-IDX) - WS-TB-CREDITS(WS-IDX)
               MOVE WS-NET TO WS-NET-EDIT
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "                         " DELIMITED BY SIZE
                      WS-TB-ACCOUNT(WS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TB-COST-CENTRE(WS-IDX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DEBIT-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CREDIT-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NET-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-PERFORM.

           MOVE WS-DEBIT-TOTAL TO WS-DEBIT-EDIT.
           MOVE WS-CREDIT-TOTAL TO WS-CREDIT-EDIT.
           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               STRING "Totals, balanced           " DELIMITED BY SIZE
                      "        " DELIMITED BY SIZE
                      WS-DEBIT-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CREDIT-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
           ELSE
               STRING "Totals, OUT OF BALANCE     " DELIMITED BY SIZE
                      "        " DELIMITED BY SIZE
                      WS-DEBIT-EDIT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CREDIT-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               SET WS-EXPORT-FAILED TO TRUE
           END-IF.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           IF WS-UNMAPPED-COUNT > 0
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING WS-UNMAPPED-COUNT DELIMITED BY SIZE
                      " movement(s) unmapped, posted to suspense "
                      DELIMITED BY SIZE
                      WS-SUSPENSE-ACCOUNT DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
           END-IF.

      *    the treasurer files it with the month's papers
           MOVE "KEEP" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "CLOS" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
       0600-TRIAL-BALANCE-END.
