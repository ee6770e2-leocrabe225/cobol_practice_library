       01 WS-ALLOCATION       PIC 9(07)V99.
       01 WS-ENCUMBERED       PIC 9(07)V99.
       01 WS-EXPENDED         PIC 9(07)V99.
       01 WS-FROZEN-DATE      PIC X(08).
       01 WS-ROLL-YEAR        PIC X(04).
       01 WS-CARRY-POLICY     PIC X(01).
       01 WS-OLD-ALLOCATION   PIC 9(07)V99.
       01 WS-OLD-EXPENDED     PIC 9(07)V99.
       01 WS-CARRIED          PIC 9(07)V99.
       01 WS-LAPSED           PIC 9(07)V99.
       01 WS-BUDGET-AMOUNT    PIC 9(07)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "fund-budget".
       01 WS-ROLL-REPORT-NAME PIC X(30) VALUE "fund-rollover".

       01 WS-TOTAL-CARRIED    PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-LAPSED     PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-BUDGET     PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-EDIT       PIC Z(08)9.99.
       01 WS-CARRIED-EDIT     PIC Z(08)9.99.
       01 WS-LAPSED-EDIT      PIC Z(08)9.99.

       01 WS-OUT-HDR.
           05 FILLER          PIC X(04) VALUE "fund".
           05 FILLER          PIC X(10) VALUE "expended".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(11) VALUE "available".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(06) VALUE "frozen".

       01 WS-OUT-LINE.
           05 WS-OUT-CODE     PIC X(04).
           05 WS-OUT-EXPND    PIC 9(07).99.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-AVAIL    PIC -(7)9.99.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-FROZEN   PIC X(08).

      *    the year-end reconciliation : for each new-year fund,
      *    what its predecessor had, what followed the open orders
      *    across (carried) or was given up (lapsed), the voted
      *    budget and the allocation the fund opens with
       01 WS-ROLL-HDR.
           05 FILLER          PIC X(04) VALUE "fund".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(20) VALUE "name".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(01) VALUE "P".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(10) VALUE "old alloc".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(10) VALUE "old spent".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(10) VALUE "carried".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(10) VALUE "lapsed".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(10) VALUE "budget".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(10) VALUE "opening".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(10) VALUE "encumbered".

       01 WS-ROLL-LINE.
           05 WS-ROLL-CODE    PIC X(04).
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-ROLL-NAME    PIC X(20).
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-ROLL-POLICY  PIC X(01).
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-ROLL-OLD-ALLOC PIC 9(07).99.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-ROLL-OLD-EXPND PIC 9(07).99.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-ROLL-CARRIED PIC 9(07).99.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-ROLL-LAPSED  PIC 9(07).99.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-ROLL-BUDGET  PIC 9(07).99.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-ROLL-OPENING PIC 9(07).99.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-ROLL-ENCUM   PIC 9(07).99.

       EXEC SQL
           DECLARE fund_report_cursor CURSOR FOR
               SELECT id, code, name, fiscal_year, allocation,
                   encumbered, expended, frozen_date
               FROM funds
               WHERE deleted_date = '00000000'
               ORDER BY fiscal_year, code
       END-EXEC.

      *    a fund keyed by hand for the new year, with nothing
      *    rolled into it, shows zeroes on the old side
       EXEC SQL
           DECLARE fund_rollover_cursor CURSOR FOR
               SELECT newf.code, newf.name,
                   COALESCE(oldf.carry_policy, ' '),
                   COALESCE(oldf.allocation, 0),
                   COALESCE(oldf.expended, 0),
                   COALESCE(oldf.carried_out, 0),
                   COALESCE(oldf.lapsed, 0),
                   newf.budget_allocation, newf.allocation,
                   newf.encumbered
               FROM funds newf
               LEFT JOIN funds oldf ON newf.rolled_from_id = oldf.id
               WHERE newf.fiscal_year = :WS-ROLL-YEAR
                 AND newf.deleted_date = '00000000'
               ORDER BY newf.code
       END-EXEC.

       LINKAGE SECTION.
       01 LK-FISCAL-YEAR      PIC X(04).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    budget versus actual per fund : what the board asks in
      *    October answered from the ledger instead of fear.  With
      *    LK-FISCAL-YEAR given it prints instead the year-end
      *    rollover reconciliation into that year
       PROCEDURE DIVISION USING LK-FISCAL-YEAR,
                                LK-RETURN-VALUE.

           SET LK-RETURN-OK TO TRUE.

           IF LK-FISCAL-YEAR NOT = SPACES
               MOVE LK-FISCAL-YEAR TO WS-ROLL-YEAR
               PERFORM 0200-ROLLOVER-RECON-BEGIN
                  THRU 0200-ROLLOVER-RECON-END
               EXIT PROGRAM
           END-IF.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.

           IF SQLCODE NOT = 0
               DISPLAY "Fund report error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF-Y

           FETCH fund_report_cursor
           INTO :WS-FUND-ID, :WS-FUND-CODE, :WS-FUND-NAME,
               :WS-FISCAL-YEAR, :WS-ALLOCATION, :WS-ENCUMBERED,
               :WS-EXPENDED, :WS-FROZEN-DATE
       END-EXEC

                   IF SQLCODE = +100
           MOVE WS-ENCUMBERED  TO WS-OUT-ENCUM.
           MOVE WS-EXPENDED    TO WS-OUT-EXPND.
           MOVE WS-AVAILABLE   TO WS-OUT-AVAIL.
           IF WS-FROZEN-DATE = "00000000"
               MOVE SPACES TO WS-OUT-FROZEN
           ELSE
               MOVE WS-FROZEN-DATE TO WS-OUT-FROZEN
           END-IF.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE WS-OUT-LINE TO WS-SPOOL-TEXT.
           END-CALL.
           DISPLAY WS-OUT-LINE.
       0100-SPOOL-ONE-FUND-END.

       0200-ROLLOVER-RECON-BEGIN.
           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-ROLL-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Fund rollover into fiscal year " DELIMITED BY SIZE
                  WS-ROLL-YEAR DELIMITED BY SIZE
                  " (P carry policy : C carried, L lapsed)"
                  DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE WS-ROLL-HDR TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY WS-ROLL-HDR.

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN fund_rollover_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Fund rollover report error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH fund_rollover_cursor
           INTO :WS-FUND-CODE, :WS-FUND-NAME, :WS-CARRY-POLICY,
               :WS-OLD-ALLOCATION, :WS-OLD-EXPENDED, :WS-CARRIED,
               :WS-LAPSED, :WS-BUDGET-AMOUNT, :WS-ALLOCATION,
               :WS-ENCUMBERED
       END-EXEC

                   IF SQLCODE NOT = 0
                       SET WS-EOF-Y TO TRUE
                   ELSE
                       ADD 1 TO WS-MATCH-COUNT
                       PERFORM 0250-SPOOL-ONE-ROLLOVER-BEGIN
                          THRU 0250-SPOOL-ONE-ROLLOVER-END
                   END-IF

               END-PERFORM

       EXEC SQL CLOSE fund_rollover_cursor END-EXEC
           END-IF.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           MOVE WS-TOTAL-BUDGET TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-CARRIED TO WS-CARRIED-EDIT.
           MOVE WS-TOTAL-LAPSED TO WS-LAPSED-EDIT.
           STRING WS-MATCH-COUNT DELIMITED BY SIZE
                  " fund(s); budget " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-EDIT) DELIMITED BY SIZE
                  ", carried " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CARRIED-EDIT) DELIMITED BY SIZE
                  ", lapsed " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LAPSED-EDIT) DELIMITED BY SIZE
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
       0200-ROLLOVER-RECON-END.

       0250-SPOOL-ONE-ROLLOVER-BEGIN.
           ADD WS-CARRIED TO WS-TOTAL-CARRIED.
           ADD WS-LAPSED TO WS-TOTAL-LAPSED.
           ADD WS-BUDGET-AMOUNT TO WS-TOTAL-BUDGET.

           MOVE WS-FUND-CODE      TO WS-ROLL-CODE.
           MOVE WS-FUND-NAME      TO WS-ROLL-NAME.
           MOVE WS-CARRY-POLICY   TO WS-ROLL-POLICY.
           MOVE WS-OLD-ALLOCATION TO WS-ROLL-OLD-ALLOC.
           MOVE WS-OLD-EXPENDED   TO WS-ROLL-OLD-EXPND.
           MOVE WS-CARRIED        TO WS-ROLL-CARRIED.
           MOVE WS-LAPSED         TO WS-ROLL-LAPSED.
           MOVE WS-BUDGET-AMOUNT  TO WS-ROLL-BUDGET.
           MOVE WS-ALLOCATION     TO WS-ROLL-OPENING.
           MOVE WS-ENCUMBERED     TO WS-ROLL-ENCUM.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE WS-ROLL-LINE TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY WS-ROLL-LINE.
       0250-SPOOL-ONE-ROLLOVER-END.
