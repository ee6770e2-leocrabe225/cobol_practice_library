       IDENTIFICATION DIVISION.
       PROGRAM-ID. mntglmap.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-MAPPING-ID       PIC 9(10).
       01 WS-LEDGER-KIND      PIC X(01).
       01 WS-CHARGE-CODE      PIC X(04).
       01 WS-FUND-CODE        PIC X(04).
       01 WS-BRANCH-ID        PIC 9(10).
       01 WS-DEBIT-ACCOUNT    PIC X(10).
       01 WS-CREDIT-ACCOUNT   PIC X(10).
       01 WS-COST-CENTRE      PIC X(06).
       01 WS-TODAY            PIC X(08).
       01 WS-FUND-COUNT       PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY sepline.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-QUIT      PIC X   VALUE "n".
           88 WS-QUIT-N        VALUE "n".
           88 WS-QUIT-Y        VALUE "Y".

       01 WS-CHOICE    PIC X(10).

       01 WS-ADD-STRING      PIC X(10) VALUE "ADD".
       01 WS-LIST-STRING     PIC X(10) VALUE "LIST".
       01 WS-DELETE-STRING   PIC X(10) VALUE "DELETE".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "GLMAP".
       01 WS-AUDIT-ACTION     PIC X(10).

       EXEC SQL
           DECLARE gl_mapping_cursor CURSOR FOR
               SELECT id, ledger_kind, charge_code, fund_code,
                   branch_id, debit_account, credit_account,
                   cost_centre
               FROM gl_mappings
               WHERE deleted_date = '00000000'
               ORDER BY ledger_kind, charge_code, fund_code,
                   branch_id
       END-EXEC.

      *    the chart-of-accounts mapping the ledger journal posts
      *    through : the treasurer's accounts change by memo, not
      *    by recompile
       PROCEDURE DIVISION.

       SET WS-QUIT-N TO TRUE.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
           DISPLAY "General ledger account mapping"
           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Choose an operation : "
           DISPLAY WS-ADD-STRING " / "
                   WS-LIST-STRING " / "
                   WS-DELETE-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN WS-ADD-STRING
                   PERFORM 0100-ADD-MAPPING-BEGIN
                      THRU 0100-ADD-MAPPING-END
               WHEN WS-LIST-STRING
                   PERFORM 0200-LIST-MAPPINGS-BEGIN
                      THRU 0200-LIST-MAPPINGS-END
               WHEN WS-DELETE-STRING
                   PERFORM 0300-DELETE-MAPPING-BEGIN
                      THRU 0300-DELETE-MAPPING-END
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE

       END-PERFORM.

       EXIT PROGRAM.

      *    a charge code, fund or branch named here must exist, or
      *    the row would never match anything
       0100-ADD-MAPPING-BEGIN.
           DISPLAY "Ledger kind (P paid, D deposit, C deposit "
                   "applied, S sale, R refund, E expenditure) : ".
           MOVE SPACE TO WS-LEDGER-KIND.
           ACCEPT WS-LEDGER-KIND.

           IF WS-LEDGER-KIND NOT = "P" AND NOT = "D"
               AND NOT = "C" AND NOT = "S" AND NOT = "R"
               AND NOT = "E"
               DISPLAY "No such ledger kind."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Charge code (blank for any) : ".
           MOVE SPACES TO WS-CHARGE-CODE.
           ACCEPT WS-CHARGE-CODE.

           IF WS-CHARGE-CODE NOT = SPACES
       EXEC SQL
           SELECT code
           INTO :WS-CHARGE-CODE
           FROM charge_codes
           WHERE code = :WS-CHARGE-CODE
       END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "No such charge code."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Fund code (blank for any) : ".
           MOVE SPACES TO WS-FUND-CODE.
           ACCEPT WS-FUND-CODE.

           IF WS-FUND-CODE NOT = SPACES
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-FUND-COUNT
           FROM funds
           WHERE code = :WS-FUND-CODE
       END-EXEC
               IF SQLCODE NOT = 0 OR WS-FUND-COUNT = 0
                   DISPLAY "No such fund code."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Branch id (0 for any) : ".
           MOVE 0 TO WS-BRANCH-ID.
           ACCEPT WS-BRANCH-ID.

           IF WS-BRANCH-ID NOT = 0
       EXEC SQL
           SELECT id
           INTO :WS-BRANCH-ID
           FROM branches
           WHERE id = :WS-BRANCH-ID
             AND deleted_date = '00000000'
       END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "No such branch."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Debit account : ".
           MOVE SPACES TO WS-DEBIT-ACCOUNT.
           ACCEPT WS-DEBIT-ACCOUNT.
           DISPLAY "Credit account : ".
           MOVE SPACES TO WS-CREDIT-ACCOUNT.
           ACCEPT WS-CREDIT-ACCOUNT.
           DISPLAY "Cost centre : ".
           MOVE SPACES TO WS-COST-CENTRE.
           ACCEPT WS-COST-CENTRE.

           IF WS-DEBIT-ACCOUNT = SPACES OR WS-CREDIT-ACCOUNT = SPACES
               DISPLAY "Both accounts are required."
               EXIT PARAGRAPH
           END-IF.

      *    one live row per key : the old one is retired first
       EXEC SQL
           SELECT id
           INTO :WS-MAPPING-ID
           FROM gl_mappings
           WHERE ledger_kind = :WS-LEDGER-KIND
             AND charge_code = :WS-CHARGE-CODE
             AND fund_code = :WS-FUND-CODE
             AND branch_id = :WS-BRANCH-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE = 0
               DISPLAY "Mapping " WS-MAPPING-ID " already covers "
                       "this, DELETE it first."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO gl_mappings
               (ledger_kind, charge_code, fund_code, branch_id,
                debit_account, credit_account, cost_centre)
           VALUES (:WS-LEDGER-KIND, :WS-CHARGE-CODE, :WS-FUND-CODE,
               :WS-BRANCH-ID, :WS-DEBIT-ACCOUNT, :WS-CREDIT-ACCOUNT,
               :WS-COST-CENTRE)
           RETURNING id
           INTO :WS-MAPPING-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Mapping " WS-MAPPING-ID " added."
               MOVE "CREATE" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-MAPPING-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Mapping insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0100-ADD-MAPPING-END.

       0200-LIST-MAPPINGS-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN gl_mapping_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Mapping list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH gl_mapping_cursor
           INTO :WS-MAPPING-ID, :WS-LEDGER-KIND, :WS-CHARGE-CODE,
               :WS-FUND-CODE, :WS-BRANCH-ID, :WS-DEBIT-ACCOUNT,
               :WS-CREDIT-ACCOUNT, :WS-COST-CENTRE
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-MAPPING-ID " | " WS-LEDGER-KIND
                           " | chg " WS-CHARGE-CODE
                           " | fund " WS-FUND-CODE
                           " | branch " WS-BRANCH-ID
                           " | DR " WS-DEBIT-ACCOUNT
                           " CR " WS-CREDIT-ACCOUNT
                           " | cc " WS-COST-CENTRE
               END-IF

           END-PERFORM.

           IF WS-MATCH-COUNT = 0
               DISPLAY "There are no ledger mappings."
           END-IF.

       EXEC SQL CLOSE gl_mapping_cursor END-EXEC.
       0200-LIST-MAPPINGS-END.

      *    retired, not removed : the journals already written
      *    were posted through it
       0300-DELETE-MAPPING-BEGIN.
           DISPLAY "Enter mapping id to retire : ".
           MOVE 0 TO WS-MAPPING-ID.
           ACCEPT WS-MAPPING-ID.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           UPDATE gl_mappings
           SET deleted_date = :WS-TODAY
           WHERE id = :WS-MAPPING-ID
             AND deleted_date = '00000000'
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Mapping update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "No such mapping."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "Mapping retired."
                   MOVE "DELETE" TO WS-AUDIT-ACTION
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-MAPPING-ID
                       WS-AUDIT-ACTION
                   END-CALL
           END-EVALUATE.
       0300-DELETE-MAPPING-END.
