       01 F-OLDLOG-RCD        PIC X(100).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-STEP-DATE        PIC X(08).
       01 WS-STEP-CONTROL     PIC X(40).
       01 WS-STEP-COMMAND     PIC X(10).
       01 WS-STEP-OPERAND     PIC X(20).
       01 WS-STEP-STARTED     PIC X(14).
       01 WS-STEP-ENDED       PIC X(14).
       01 WS-STEP-RESULT      PIC X(07).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-STEP-LABEL       PIC X(10).
       01 WS-COMMAND          PIC X(10).
       01 WS-OPERAND          PIC X(20).
       01 WS-LIST-REQUEST     PIC X(04) VALUE "LIST".
       01 WS-RANGE-FROM       PIC X(08).
       01 WS-RANGE-TO         PIC X(08).
       01 WS-BRANCH-ID        PIC 9(10).
       01 WS-SHEET-DATE       PIC X(08).
       01 WS-VAT-QUARTER      PIC X(06).
       01 WS-BILL-PERIOD      PIC X(06).
       01 WS-CHAIN-BREAKS     PIC 9(05).
       01 WS-TOKEN-1          PIC X(20).
       01 WS-TOKEN-2          PIC X(20).
       01 WS-TOKEN-3          PIC X(20).
           END-IF.

           MOVE "unknown command" TO WS-FAIL-REASON.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-STARTED.

           EVALUATE WS-COMMAND
               WHEN "LOAD"
                       WS-AUTO-SWITCH
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is a schools' delta file of new pupils,
      *            class changes and leavers, in the input folder
               WHEN "SCHDELTA"
                   CALL "schdelta" USING
                       WS-OPERAND
                       WS-AUTO-SWITCH
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "EXPORT"
                   CALL "writfile" USING
                       WS-OPERAND
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "MARCEXP"
                   CALL "marcexp" USING
                       WS-OPERAND
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "MARCIMP"
                   CALL "marcimp" USING
                       WS-OPERAND
                       WS-AUTO-SWITCH
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "QUALITY"
                   CALL "rptqual" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "BESTREV"
                   CALL "rptrevw" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "NEWVOLS"
                   CALL "stndscan" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "MISSVOL"
                   CALL "rptmissv" USING
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the branch id, blank for every branch
               WHEN "PCSHEET"
                   MOVE 0 TO WS-BRANCH-ID
                   IF WS-OPERAND NOT = SPACES
                       COMPUTE WS-BRANCH-ID =
                           FUNCTION NUMVAL(WS-OPERAND)
                   END-IF
                   MOVE SPACES TO WS-SHEET-DATE
                   CALL "pcsheet" USING
                       WS-BRANCH-ID
                       WS-SHEET-DATE
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the year as YYYY
               WHEN "VOLHOURS"
                   CALL "rptvolhr" USING
                       WS-OPERAND(1:4)
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "VOLSHIFT"
                   CALL "rptvolsh" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "VOLCHECK"
                   CALL "rptvolck" USING
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the month as YYYYMM, blank for last
      *            month
               WHEN "NEWARRIV"
                   MOVE SPACES TO WS-RANGE-FROM
                   MOVE SPACES TO WS-RANGE-TO
                   IF WS-OPERAND NOT = SPACES
                       STRING WS-OPERAND(1:6) DELIMITED BY SIZE
                              "01" DELIMITED BY SIZE
                       INTO WS-RANGE-FROM
                       STRING WS-OPERAND(1:6) DELIMITED BY SIZE
                              "31" DELIMITED BY SIZE
                       INTO WS-RANGE-TO
                   END-IF
                   CALL "newarriv" USING
                       WS-LIST-REQUEST
                       WS-RANGE-FROM
                       WS-RANGE-TO
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the last invoice date to pay,
      *            blank for the business date
               WHEN "APRUN"
                   MOVE WS-OPERAND(1:8) TO WS-RANGE-TO
                   CALL "aprun" USING
                       WS-RANGE-TO
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the council's paid confirmation file
               WHEN "APPAID"
                   MOVE WS-OPERAND TO WS-OPERAND-FILE
                   CALL "appaid" USING
                       WS-OPERAND-FILE
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the quarter as YYYYQn, blank for the
      *            last quarter completed
               WHEN "VATRETURN"
                   MOVE WS-OPERAND(1:6) TO WS-VAT-QUARTER
                   CALL "rptvat" USING
                       WS-VAT-QUARTER
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the card provider's settlement file
               WHEN "ONLINEPAY"
                   MOVE WS-OPERAND TO WS-OPERAND-FILE
                   CALL "onlnpay" USING
                       WS-OPERAND-FILE
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the billing month as YYYYMM, blank
      *            for the month before the business date
               WHEN "ILLBILL"
                   MOVE WS-OPERAND(1:6) TO WS-BILL-PERIOD
                   CALL "illbill" USING
                       WS-BILL-PERIOD
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the contract year as YYYY, blank for
      *            the twelve months to the business date
               WHEN "SUPPPERF"
                   MOVE SPACES TO WS-RANGE-FROM
                   MOVE SPACES TO WS-RANGE-TO
                   IF WS-OPERAND NOT = SPACES
                       STRING WS-OPERAND(1:4) DELIMITED BY SIZE
                              "0101" DELIMITED BY SIZE
                       INTO WS-RANGE-FROM
                       STRING WS-OPERAND(1:4) DELIMITED BY SIZE
                              "1231" DELIMITED BY SIZE
                       INTO WS-RANGE-TO
                   END-IF
                   CALL "rptsuppl" USING
                       WS-RANGE-FROM
                       WS-RANGE-TO
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the accession year as YYYY, blank
      *            for the twelve months to the business date
               WHEN "COSTLOAN"
                   MOVE SPACES TO WS-RANGE-FROM
                   MOVE SPACES TO WS-RANGE-TO
                   IF WS-OPERAND NOT = SPACES
                       STRING WS-OPERAND(1:4) DELIMITED BY SIZE
                              "0101" DELIMITED BY SIZE
                       INTO WS-RANGE-FROM
                       STRING WS-OPERAND(1:4) DELIMITED BY SIZE
                              "1231" DELIMITED BY SIZE
                       INTO WS-RANGE-TO
                   END-IF
                   CALL "rptcostl" USING
                       WS-RANGE-FROM
                       WS-RANGE-TO
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "CLOSE"
                   CALL "batcopyr" USING
                       WS-RETURN-VALUE
                   CALL "batfinex" USING
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the day to journal, blank for the
      *            business date
               WHEN "GLJRNL"
                   MOVE WS-OPERAND(1:8) TO WS-RANGE-TO
                   CALL "gljrnl" USING
                       WS-RANGE-TO
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "INDEX"
                   CALL "srchrbld" USING
                       WS-RETURN-VALUE
                   CALL "serclaim" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "SERREVIEW"
                   CALL "serrview" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "SERRENEW"
                   CALL "serrenew" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "BLOCKEXP"
                   CALL "netblexp" USING
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the month to report as YYYYMM, blank
      *            for last month
               WHEN "FLOATRPT"
                   MOVE WS-OPERAND(1:6) TO WS-BILL-PERIOD
                   CALL "rptfloat" USING
                       WS-BILL-PERIOD
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "MANIFEST"
                   CALL "trnmanif" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "TRANSLOST"
                   CALL "trnlost" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "EVREMIND"
                   CALL "evremind" USING
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the month to invoice as YYYYMM, blank
      *            for last month
               WHEN "HIREINV"
                   MOVE WS-OPERAND(1:6) TO WS-BILL-PERIOD
                   CALL "hireinv" USING
                       WS-BILL-PERIOD
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "HIREDEBT"
                   CALL "hiredebt" USING
                       WS-RETURN-VALUE
                   END-CALL
      *            scheduled once a week, ahead of the tester's day
               WHEN "EQUIPINSP"
                   CALL "eqinsdue" USING
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is one gate counter's daily file ; run it
      *            ahead of the close so the snapshot has the visits
               WHEN "FOOTFALL"
                   MOVE WS-OPERAND TO WS-OPERAND-FILE
                   CALL "ftfimprt" USING
                       WS-OPERAND-FILE
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the control file to project, blank
      *            for the one this run is reading
               WHEN "BATCHWIN"
                   IF WS-OPERAND = SPACES
                       MOVE WS-CONTROL-FILE-NAME TO WS-OPERAND-FILE
                   ELSE
                       MOVE WS-OPERAND TO WS-OPERAND-FILE
                   END-IF
                   CALL "rptbwin" USING
                       WS-OPERAND-FILE
                       WS-RETURN-VALUE
                   END-CALL
      *            nightly row count of every table, then the
      *            growth and capacity report that reads them
               WHEN "TABLESNAP"
                   CALL "tblsnap" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "GROWTH"
                   CALL "rptgrow" USING
                       WS-RETURN-VALUE
                   END-CALL
      *            walks the audit trail checksum chain ; any
      *            break fails the step
               WHEN "AUDITCHAIN"
                   CALL "audverfy" USING
                       WS-CHAIN-BREAKS
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the request file the SIP2 gateway
      *            wrote ; the replies go to the same name + .rsp
               WHEN "SIP2"
                   MOVE WS-OPERAND TO WS-OPERAND-FILE
                   CALL "sip2srv" USING
                       WS-OPERAND-FILE
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the e-lending platform's daily loan
      *            file ; run it ahead of the close like FOOTFALL
               WHEN "ELENDING"
                   MOVE WS-OPERAND TO WS-OPERAND-FILE
                   CALL "elnimprt" USING
                       WS-OPERAND-FILE
                       WS-RETURN-VALUE
                   END-CALL
      *            queues each newly catalogued report for its
      *            distribution list ; run it ahead of DISPATCH
               WHEN "DISTRIB"
                   CALL "rptdistr" USING
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the selection CAT/BRANCH/AGES/MONTHS,
      *            e.g. AD/MAIN/18-64/12, each part * for anyone
               WHEN "MAILEXTR"
                   CALL "mailextr" USING
                       WS-OPERAND
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the mailing house's unsubscribe file ;
      *            run it ahead of MAILEXTR
               WHEN "UNSUBIMP"
                   MOVE WS-OPERAND TO WS-OPERAND-FILE
                   CALL "unsubimp" USING
                       WS-OPERAND-FILE
                       WS-RETURN-VALUE
                   END-CALL
      *            no operand ; found items past the claim window
      *            go to the book sale, the police or charity
               WHEN "LOSTDISP"
                   CALL "lostdisp" USING
                       WS-RETURN-VALUE
                   END-CALL
      *            every card made or remade since the last run
      *            goes to the card printer's file
               WHEN "CARDPRINT"
                   MOVE 0 TO WS-ALL-ACCOUNTS
                   CALL "crdprint" USING
                       WS-ALL-ACCOUNTS
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the print release station's day of
      *            jobs ; coins in its box go to the batch
      *            operator's drawer if one is open
               WHEN "PRINTJOBS"
                   MOVE WS-OPERAND TO WS-OPERAND-FILE
                   CALL "prtimprt" USING
                       WS-OPERAND-FILE
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "DISPATCH"
                   CALL "notidisp" USING
                       WS-RETURN-VALUE
                   CALL "mornrpt" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "DELIVSEL"
                   CALL "dlvrsel" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "AUTORENEW"
                   CALL "autornew" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "SUSPRPT"
                   CALL "rptsusp" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "HISTAPPLY"
                   CALL "histaply" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN "ORDACK"
                   MOVE WS-OPERAND TO WS-OPERAND-FILE
                   CALL "ordack" USING
                       WS-OPERAND-FILE
                       WS-RETURN-VALUE
                   END-CALL
      *            operand is the budget file for the new year
               WHEN "FUNDROLL"
                   MOVE WS-OPERAND TO WS-OPERAND-FILE
                   CALL "fundroll" USING
                       WS-OPERAND-FILE
                       WS-RETURN-VALUE
                   END-CALL
               WHEN OTHER
                   SET WS-RETURN-ERROR TO TRUE
           END-EVALUATE.
           EVALUATE WS-COMMAND
               WHEN "LOAD"
               WHEN "LOADPPLE"
               WHEN "SCHDELTA"
               WHEN "EXPORT"
               WHEN "CLOSE"
               WHEN "FINES"
               WHEN "CATPROM"
               WHEN "RECIPACT"
               WHEN "MORNING"
               WHEN "DELIVSEL"
               WHEN "AUTORENEW"
               WHEN "SUSPRPT"
               WHEN "HISTAPPLY"
               WHEN "MARCEXP"
               WHEN "MARCIMP"
               WHEN "QUALITY"
               WHEN "NEWARRIV"
               WHEN "BESTREV"
               WHEN "NEWVOLS"
               WHEN "MISSVOL"
               WHEN "PCSHEET"
               WHEN "VOLHOURS"
               WHEN "VOLSHIFT"
               WHEN "VOLCHECK"
               WHEN "FUNDROLL"
               WHEN "SUPPPERF"
               WHEN "COSTLOAN"
               WHEN "APRUN"
               WHEN "APPAID"
               WHEN "GLJRNL"
               WHEN "ONLINEPAY"
               WHEN "VATRETURN"
               WHEN "ILLBILL"
               WHEN "SERREVIEW"
               WHEN "SERRENEW"
               WHEN "BLOCKEXP"
               WHEN "FLOATRPT"
               WHEN "MANIFEST"
               WHEN "TRANSLOST"
               WHEN "EVREMIND"
               WHEN "HIREINV"
               WHEN "HIREDEBT"
               WHEN "EQUIPINSP"
               WHEN "FOOTFALL"
               WHEN "BATCHWIN"
               WHEN "TABLESNAP"
               WHEN "GROWTH"
               WHEN "AUDITCHAIN"
               WHEN "SIP2"
               WHEN "ELENDING"
               WHEN "DISTRIB"
               WHEN "MAILEXTR"
               WHEN "UNSUBIMP"
               WHEN "PRINTJOBS"
               WHEN "CARDPRINT"
               WHEN "LOSTDISP"
                   IF NOT WS-RETURN-OK
                       AND NOT WS-RETURN-CONFLICT
                       MOVE "step reported failure"
           END-IF.
           WRITE F-RUNLOG-RCD FROM WS-OUT-LINE.

           PERFORM 0180-RECORD-STEP-TIMING-BEGIN
              THRU 0180-RECORD-STEP-TIMING-END.

           IF NOT WS-RETURN-OK AND WS-ONERROR-STOP
               SET WS-RUN-STOPPED TO TRUE
           END-IF.
           END-PERFORM.
       0170-CHECK-ALREADY-DONE-END.

      *    how long the step took goes on the batch_steps ledger
      *    for the batch window report ; losing a timing row is
      *    never worth stopping the night for
       0180-RECORD-STEP-TIMING-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STEP-ENDED.
           MOVE WS-TODAY TO WS-STEP-DATE.
           MOVE WS-CONTROL-FILE-NAME TO WS-STEP-CONTROL.
           MOVE WS-COMMAND TO WS-STEP-COMMAND.
           MOVE WS-OPERAND TO WS-STEP-OPERAND.
           IF WS-RETURN-OK
               MOVE "OK" TO WS-STEP-RESULT
           ELSE
               MOVE "FAILED" TO WS-STEP-RESULT
           END-IF.

       EXEC SQL
           INSERT INTO batch_steps (business_date, control_file,
               command, operand, started_at, ended_at, status)
           VALUES (:WS-STEP-DATE, :WS-STEP-CONTROL,
               :WS-STEP-COMMAND, :WS-STEP-OPERAND,
               :WS-STEP-STARTED, :WS-STEP-ENDED, :WS-STEP-RESULT)
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
           ELSE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0180-RECORD-STEP-TIMING-END.

      *    the previous attempt's log says which steps finished :
      *    their command+operand keys go into the skip table
       0100-READ-PREVIOUS-LOG-BEGIN.
