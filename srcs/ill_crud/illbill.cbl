       IDENTIFICATION DIVISION.
       PROGRAM-ID. illbill.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-STATEMENT
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    one statement per partner and month : direction R is
      *    owed to us (our copies they borrowed), P is owed by us
      *    (their items we borrowed) ; fee kind F lending, T late,
      *    X lost ; the transaction id is the ill_loans id for R,
      *    the ill_requests id for P
       FD F-STATEMENT
           VALUE OF FILE-ID IS WS-STATEMENT-FILE-NAME.
       01 F-STATEMENT-RCD.
           05 F-IB-REC-TYPE      PIC X(01).
           05 F-IB-DIRECTION     PIC X(01).
           05 F-IB-FEE-KIND      PIC X(01).
           05 F-IB-TRANS-ID      PIC 9(10).
           05 F-IB-EVENT-DATE    PIC X(08).
           05 F-IB-TITLE         PIC X(40).
           05 F-IB-AMOUNT        PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-PERIOD           PIC X(06).
       01 WS-PERIOD-END       PIC X(08).
       01 WS-PARTNER-ID       PIC 9(10).
       01 WS-PARTNER-NAME     PIC X(40).
       01 WS-LENDING-FEE      PIC 9(05)V99.
       01 WS-LATE-FEE         PIC 9(05)V99.
       01 WS-LOST-FEE         PIC 9(05)V99.
       01 WS-DIRECTION        PIC X(01).
       01 WS-FEE-KIND         PIC X(01).
       01 WS-TRANS-ID         PIC 9(10).
       01 WS-EVENT-DATE       PIC X(08).
       01 WS-TITLE            PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-TODAY            PIC X(08).
       01 WS-PERIOD-R.
           05 WS-PERIOD-YEAR     PIC 9(04).
           05 WS-PERIOD-MONTH    PIC 9(02).
       01 WS-RUN-DATE         PIC X(08).

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "illbill".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).
       01 WS-OVERRIDE-ANSWER  PIC X(01).

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.

       01 WS-STATEMENT-FILE-NAME PIC X(40).
       01 WS-FILE-OPEN-SWITCH PIC X(01) VALUE "N".
           88 WS-FILE-OPEN             VALUE "Y".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-BILL-FAILED-SWITCH PIC X(01) VALUE "N".
           88 WS-BILL-FAILED           VALUE "Y".
       01 WS-PARTNER-FAILED-SWITCH PIC X(01) VALUE "N".
           88 WS-PARTNER-FAILED        VALUE "Y".

      *    the partners and their tariffs, read once up front so
      *    each partner can be committed on its own
       01 WS-PT-COUNT         PIC 9(03) VALUE 0.
       01 WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 200 TIMES.
               10 WS-PT-ID           PIC 9(10).
               10 WS-PT-NAME         PIC X(40).
               10 WS-PT-LENDING-FEE  PIC 9(05)V99.
               10 WS-PT-LATE-FEE     PIC 9(05)V99.
               10 WS-PT-LOST-FEE     PIC 9(05)V99.
       01 WS-IDX              PIC 9(03).

       01 WS-FEE              PIC 9(05)V99.
       01 WS-LINE-COUNT       PIC 9(06).
       01 WS-RECEIVABLE       PIC 9(07)V99.
       01 WS-PAYABLE          PIC 9(07)V99.
       01 WS-NET              PIC S9(07)V99.
       01 WS-GRAND-NET        PIC S9(09)V99 VALUE 0.
       01 WS-STATEMENT-COUNT  PIC 9(05) VALUE 0.

       01 WS-TRAILER-RCD.
           05 WS-TRL-REC-TYPE    PIC X(01) VALUE "T".
           05 WS-TRL-PARTNER-ID  PIC 9(10).
           05 WS-TRL-PERIOD      PIC X(06).
           05 WS-TRL-COUNT       PIC 9(06).
           05 WS-TRL-RECEIVABLE  PIC 9(07)V99.
           05 WS-TRL-PAYABLE     PIC 9(07)V99.
           05 WS-TRL-NET         PIC S9(07)V99
                                 SIGN LEADING SEPARATE.

       01 WS-AMOUNT-EDIT      PIC Z(6)9.99.
       01 WS-RECEIVABLE-EDIT  PIC Z(6)9.99.
       01 WS-PAYABLE-EDIT     PIC Z(6)9.99.
       01 WS-NET-EDIT         PIC -(8)9.99.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "ill-settlement".

       EXEC SQL
           DECLARE ill_partner_bill_cursor CURSOR FOR
               SELECT id, name, lending_fee, late_fee, lost_fee
               FROM ill_partners
               ORDER BY id
       END-EXEC.

      *    everything with the partner not billed yet and dated
      *    up to the end of the month : a transaction keyed late
      *    still goes out, on the next statement
       EXEC SQL
           DECLARE ill_billable_cursor CURSOR FOR
               SELECT 'R', 'F', ill_loans.id, ill_loans.ship_date,
                   books.name
               FROM ill_loans
               INNER JOIN copies ON ill_loans.copy_id = copies.id
               INNER JOIN books ON copies.book_id = books.id
               WHERE ill_loans.partner_id = :WS-PARTNER-ID
                 AND ill_loans.lend_billed = ' '
                 AND ill_loans.ship_date <= :WS-PERIOD-END
               UNION ALL
               SELECT 'R', 'T', ill_loans.id,
                   ill_loans.returned_date, books.name
               FROM ill_loans
               INNER JOIN copies ON ill_loans.copy_id = copies.id
               INNER JOIN books ON copies.book_id = books.id
               WHERE ill_loans.partner_id = :WS-PARTNER-ID
                 AND ill_loans.status = 'R'
                 AND ill_loans.returned_date > ill_loans.due_date
                 AND ill_loans.late_billed = ' '
                 AND ill_loans.returned_date <= :WS-PERIOD-END
               UNION ALL
               SELECT 'R', 'X', ill_loans.id, ill_loans.lost_date,
                   books.name
               FROM ill_loans
               INNER JOIN copies ON ill_loans.copy_id = copies.id
               INNER JOIN books ON copies.book_id = books.id
               WHERE ill_loans.partner_id = :WS-PARTNER-ID
                 AND ill_loans.status = 'X'
                 AND ill_loans.lost_billed = ' '
                 AND ill_loans.lost_date <= :WS-PERIOD-END
               UNION ALL
               SELECT 'P', 'F', id, received_date, title
               FROM ill_requests
               WHERE partner_id = :WS-PARTNER-ID
                 AND lend_billed = ' '
                 AND received_date <> '00000000'
                 AND received_date <= :WS-PERIOD-END
               UNION ALL
               SELECT 'P', 'T', id, returned_date, title
               FROM ill_requests
               WHERE partner_id = :WS-PARTNER-ID
                 AND status = 'T'
                 AND due_date <> '00000000'
                 AND returned_date > due_date
                 AND late_billed = ' '
                 AND returned_date <= :WS-PERIOD-END
               UNION ALL
               SELECT 'P', 'X', id, lost_date, title
               FROM ill_requests
               WHERE partner_id = :WS-PARTNER-ID
                 AND status = 'X'
                 AND lost_billed = ' '
                 AND lost_date <= :WS-PERIOD-END
               ORDER BY 1, 2, 4, 3
       END-EXEC.

       LINKAGE SECTION.
       01 LK-PERIOD           PIC X(06).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the monthly settlement with the network : per partner,
      *    what they owe us for our copies and what we owe them
      *    for the requests they filled, at that partner's tariff,
      *    netted to one figure ; LK-PERIOD is YYYYMM, blank for
      *    the month before the business date
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
               DISPLAY "ILL billing for " WS-PERIOD
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

           PERFORM 0100-LOAD-PARTNERS-BEGIN
              THRU 0100-LOAD-PARTNERS-END.

           PERFORM 0600-OPEN-REPORT-BEGIN
              THRU 0600-OPEN-REPORT-END.

           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-PT-COUNT
               PERFORM 0200-BILL-PARTNER-BEGIN
                  THRU 0200-BILL-PARTNER-END
           END-PERFORM.

           PERFORM 0700-CLOSE-REPORT-BEGIN
              THRU 0700-CLOSE-REPORT-END.

           DISPLAY WS-STATEMENT-COUNT " partner statement(s), "
                   WS-RUN-COUNT " fee line(s) billed for "
                   WS-PERIOD ".".

           IF WS-BILL-FAILED
               MOVE "FAILED" TO WS-RUN-STATUS
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               MOVE "OK" TO WS-RUN-STATUS
               SET LK-RETURN-OK TO TRUE
           END-IF.

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

           EXIT PROGRAM.

       0050-SET-PERIOD-BEGIN.
           MOVE LK-PERIOD TO WS-PERIOD.

           IF WS-PERIOD = SPACES
               CALL "rdbusdat" USING
                   WS-TODAY
                   WS-RETURN-VALUE
               END-CALL
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
       0050-SET-PERIOD-END.

       0100-LOAD-PARTNERS-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN ill_partner_bill_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "ILL partner error SQLCODE: " SQLCODE
               SET WS-BILL-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH ill_partner_bill_cursor
           INTO :WS-PARTNER-ID, :WS-PARTNER-NAME,
               :WS-LENDING-FEE, :WS-LATE-FEE, :WS-LOST-FEE
       END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE NOT = 0
                       SET WS-EOF-Y TO TRUE
                   WHEN WS-PT-COUNT = 200
                       DISPLAY "More than 200 partners, partner "
                               WS-PARTNER-ID " and later not "
                               "billed."
                       SET WS-BILL-FAILED TO TRUE
                       SET WS-EOF-Y TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-PT-COUNT
                       MOVE WS-PARTNER-ID TO WS-PT-ID(WS-PT-COUNT)
                       MOVE WS-PARTNER-NAME
                           TO WS-PT-NAME(WS-PT-COUNT)
                       MOVE WS-LENDING-FEE
                           TO WS-PT-LENDING-FEE(WS-PT-COUNT)
                       MOVE WS-LATE-FEE
                           TO WS-PT-LATE-FEE(WS-PT-COUNT)
                       MOVE WS-LOST-FEE
                           TO WS-PT-LOST-FEE(WS-PT-COUNT)
               END-EVALUATE

           END-PERFORM.

       EXEC SQL CLOSE ill_partner_bill_cursor END-EXEC.
       0100-LOAD-PARTNERS-END.

      *    the statement file and the stamps go together : a
      *    partner whose stamps fail is rolled back whole and its
      *    file rewritten by the next run
       0200-BILL-PARTNER-BEGIN.
           MOVE WS-PT-ID(WS-IDX) TO WS-PARTNER-ID.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-RECEIVABLE.
           MOVE 0 TO WS-PAYABLE.
           MOVE "N" TO WS-FILE-OPEN-SWITCH.
           MOVE "N" TO WS-PARTNER-FAILED-SWITCH.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN ill_billable_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "ILL billing error SQLCODE: " SQLCODE
               SET WS-BILL-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y OR WS-PARTNER-FAILED

       EXEC SQL
           FETCH ill_billable_cursor
           INTO :WS-DIRECTION, :WS-FEE-KIND, :WS-TRANS-ID,
               :WS-EVENT-DATE, :WS-TITLE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0300-BILL-ONE-BEGIN
                      THRU 0300-BILL-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE ill_billable_cursor END-EXEC.

           IF NOT WS-FILE-OPEN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NET = WS-RECEIVABLE - WS-PAYABLE.
           MOVE WS-PARTNER-ID TO WS-TRL-PARTNER-ID.
           MOVE WS-PERIOD TO WS-TRL-PERIOD.
           MOVE WS-LINE-COUNT TO WS-TRL-COUNT.
           MOVE WS-RECEIVABLE TO WS-TRL-RECEIVABLE.
           MOVE WS-PAYABLE TO WS-TRL-PAYABLE.
           MOVE WS-NET TO WS-TRL-NET.
           WRITE F-STATEMENT-RCD FROM WS-TRAILER-RCD.
           CLOSE F-STATEMENT.

           IF WS-PARTNER-FAILED
               SET WS-BILL-FAILED TO TRUE
       EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Partner " WS-PARTNER-ID " not billed, "
                       "its statement is void."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-STATEMENT-COUNT.
           ADD WS-LINE-COUNT TO WS-RUN-COUNT.
           ADD WS-NET TO WS-GRAND-NET.

           PERFORM 0650-REPORT-PARTNER-BEGIN
              THRU 0650-REPORT-PARTNER-END.
       0200-BILL-PARTNER-END.

       0300-BILL-ONE-BEGIN.
           IF NOT WS-FILE-OPEN
               PERFORM 0400-OPEN-STATEMENT-BEGIN
                  THRU 0400-OPEN-STATEMENT-END
               IF WS-PARTNER-FAILED
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EVALUATE WS-FEE-KIND
               WHEN "F"
                   MOVE WS-PT-LENDING-FEE(WS-IDX) TO WS-FEE
               WHEN "T"
                   MOVE WS-PT-LATE-FEE(WS-IDX) TO WS-FEE
               WHEN OTHER
                   MOVE WS-PT-LOST-FEE(WS-IDX) TO WS-FEE
           END-EVALUATE.

           PERFORM 0500-STAMP-BILLED-BEGIN
              THRU 0500-STAMP-BILLED-END.

           IF SQLCODE NOT = 0
               DISPLAY "ILL stamp error SQLCODE: " SQLCODE
               SET WS-PARTNER-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

      *    stamped by another run since the fetch : already billed
           IF SQLERRD(3) = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "D" TO F-IB-REC-TYPE.
           MOVE WS-DIRECTION TO F-IB-DIRECTION.
           MOVE WS-FEE-KIND TO F-IB-FEE-KIND.
           MOVE WS-TRANS-ID TO F-IB-TRANS-ID.
           MOVE WS-EVENT-DATE TO F-IB-EVENT-DATE.
           MOVE WS-TITLE TO F-IB-TITLE.
           MOVE WS-FEE TO F-IB-AMOUNT.
           WRITE F-STATEMENT-RCD.

           ADD 1 TO WS-LINE-COUNT.
           IF WS-DIRECTION = "R"
               ADD WS-FEE TO WS-RECEIVABLE
           ELSE
               ADD WS-FEE TO WS-PAYABLE
           END-IF.
       0300-BILL-ONE-END.

       0400-OPEN-STATEMENT-BEGIN.
           MOVE SPACES TO WS-STATEMENT-FILE-NAME.
           STRING "output/ill-" DELIMITED BY SIZE
                  WS-PARTNER-ID DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-STATEMENT-FILE-NAME.

           OPEN OUTPUT F-STATEMENT.

           IF NOT WS-F-STATUS-OK
               DISPLAY "Cannot open statement file "
                       FUNCTION TRIM(WS-STATEMENT-FILE-NAME)
               SET WS-PARTNER-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           SET WS-FILE-OPEN TO TRUE.
       0400-OPEN-STATEMENT-END.

      *    the billing month goes on the one fee just billed ; the
      *    blank test keeps a row stamped meanwhile from going out
      *    twice
       0500-STAMP-BILLED-BEGIN.
           EVALUATE WS-DIRECTION ALSO WS-FEE-KIND
               WHEN "R" ALSO "F"
       EXEC SQL
           UPDATE ill_loans
           SET lend_billed = :WS-PERIOD
           WHERE id = :WS-TRANS-ID
             AND lend_billed = ' '
       END-EXEC
               WHEN "R" ALSO "T"
       EXEC SQL
           UPDATE ill_loans
           SET late_billed = :WS-PERIOD
           WHERE id = :WS-TRANS-ID
             AND late_billed = ' '
       END-EXEC
               WHEN "R" ALSO "X"
       EXEC SQL
           UPDATE ill_loans
           SET lost_billed = :WS-PERIOD
           WHERE id = :WS-TRANS-ID
             AND lost_billed = ' '
       END-EXEC
               WHEN "P" ALSO "F"
       EXEC SQL
           UPDATE ill_requests
           SET lend_billed = :WS-PERIOD
           WHERE id = :WS-TRANS-ID
             AND lend_billed = ' '
       END-EXEC
               WHEN "P" ALSO "T"
       EXEC SQL
           UPDATE ill_requests
           SET late_billed = :WS-PERIOD
           WHERE id = :WS-TRANS-ID
             AND late_billed = ' '
       END-EXEC
               WHEN "P" ALSO "X"
       EXEC SQL
           UPDATE ill_requests
           SET lost_billed = :WS-PERIOD
           WHERE id = :WS-TRANS-ID
             AND lost_billed = ' '
       END-EXEC
           END-EVALUATE.
       0500-STAMP-BILLED-END.

       0600-OPEN-REPORT-BEGIN.
           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "ILL settlement with the network for "
                  DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0600-OPEN-REPORT-END.

       0650-REPORT-PARTNER-BEGIN.
           MOVE WS-RECEIVABLE TO WS-RECEIVABLE-EDIT.
           MOVE WS-PAYABLE TO WS-PAYABLE-EDIT.
           MOVE WS-NET TO WS-NET-EDIT.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-PARTNER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PT-NAME(WS-IDX) DELIMITED BY SIZE
                  " owes us " DELIMITED BY SIZE
                  WS-RECEIVABLE-EDIT DELIMITED BY SIZE
                  " we owe " DELIMITED BY SIZE
                  WS-PAYABLE-EDIT DELIMITED BY SIZE
                  " net " DELIMITED BY SIZE
                  WS-NET-EDIT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0650-REPORT-PARTNER-END.

      *    net positive : the network pays us ; negative : we pay
       0700-CLOSE-REPORT-BEGIN.
           MOVE WS-GRAND-NET TO WS-NET-EDIT.
           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Net settlement (+ due to us, - due from us) "
                  DELIMITED BY SIZE
                  WS-NET-EDIT DELIMITED BY SIZE
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
