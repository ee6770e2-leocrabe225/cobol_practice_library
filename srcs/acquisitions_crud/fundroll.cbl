       IDENTIFICATION DIVISION.
       PROGRAM-ID. fundroll.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-BUDGET
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the budget the board voted : fund code, the new fiscal
      *    year, the new allocation, and optionally the carry
      *    policy to apply to that fund's open orders this time
      *    (C carry, L lapse, blank keeps the fund's own)
       FD F-BUDGET
           VALUE OF FILE-ID IS WS-BUDGET-FILE-NAME.
       01 F-BUDGET-RCD.
           05 F-BUD-CODE      PIC X(04).
           05 F-BUD-YEAR      PIC X(04).
           05 F-BUD-ALLOCATION PIC 9(07)V99.
           05 F-BUD-POLICY    PIC X(01).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-OLD-YEAR         PIC X(04).
       01 WS-NEW-YEAR         PIC X(04).
       01 WS-OLD-FUND-ID      PIC 9(10).
       01 WS-NEW-FUND-ID      PIC 9(10).
       01 WS-FUND-CODE        PIC X(04).
       01 WS-FUND-NAME        PIC X(30).
       01 WS-CARRY-POLICY     PIC X(01).
       01 WS-BUDGET-AMOUNT    PIC 9(07)V99.
       01 WS-OPEN-AMOUNT      PIC 9(07)V99.
       01 WS-CARRIED          PIC 9(07)V99.
       01 WS-LAPSED           PIC 9(07)V99.
       01 WS-FROZEN-COUNT     PIC 9(05).
       01 WS-TODAY            PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.
           88 WS-F-STATUS-OPEN-ERROR   VALUE '05'.
           88 WS-F-STATUS-EOF          VALUE '10'.

       01 WS-BUDGET-FILE-NAME PIC X(40).
       01 WS-YEAR-NUM         PIC 9(04).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

      *    the budget file, held while the old year's funds are
      *    walked ; a line never claimed by a fund is reported
       01 WS-BUDGET-COUNT     PIC 9(03) VALUE 0.
       01 WS-BUDGET-TABLE.
           05 WS-BUDGET-ENTRY OCCURS 300 TIMES.
               10 WS-BUD-CODE     PIC X(04).
               10 WS-BUD-AMOUNT   PIC 9(07)V99.
               10 WS-BUD-POLICY   PIC X(01).
               10 WS-BUD-USED     PIC X(01).

      *    the old year's funds still to roll, read up front
      *    because every fund is committed on its own as it goes
       01 WS-FUND-COUNT       PIC 9(03) VALUE 0.
       01 WS-FUND-TABLE.
           05 WS-FUND-ENTRY OCCURS 300 TIMES.
               10 WS-TAB-FUND-ID  PIC 9(10).
               10 WS-TAB-CODE     PIC X(04).
               10 WS-TAB-NAME     PIC X(30).
               10 WS-TAB-POLICY   PIC X(01).

       01 WS-BUD-IDX          PIC 9(03).
       01 WS-FUND-IDX         PIC 9(03).
       01 WS-FOUND-IDX        PIC 9(03).

       01 WS-ROLLED-COUNT     PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(05) VALUE 0.
       01 WS-NO-BUDGET-COUNT  PIC 9(05) VALUE 0.

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "FUND".
       01 WS-AUDIT-ACTION     PIC X(10) VALUE "ROLLOVER".

       EXEC SQL
           DECLARE old_fund_cursor CURSOR FOR
               SELECT id, code, name, carry_policy
               FROM funds
               WHERE fiscal_year = :WS-OLD-YEAR
                 AND deleted_date = '00000000'
                 AND frozen_date = '00000000'
               ORDER BY code
       END-EXEC.

       LINKAGE SECTION.
       01 LK-FILE-NAME        PIC X(40).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    fiscal year-end : every fund of the closing year gets its
      *    successor with the voted allocation, open orders follow
      *    into the new fund (their money with them, or lapsed and
      *    paid from the new allocation, by the fund's policy), the
      *    old funds are frozen, and rptfunds prints the
      *    reconciliation.  Only funds not yet frozen are rolled,
      *    so a run stopped part way can simply be run again ; a
      *    year with nothing left to roll is refused
       PROCEDURE DIVISION USING LK-FILE-NAME,
                                LK-RETURN-VALUE.

           MOVE LK-FILE-NAME TO WS-BUDGET-FILE-NAME.
           OPEN INPUT F-BUDGET.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No such file "
                       FUNCTION TRIM(WS-BUDGET-FILE-NAME) "."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE SPACES TO WS-NEW-YEAR.

           PERFORM UNTIL WS-F-STATUS-EOF
               READ F-BUDGET
                   NOT AT END
                       PERFORM 0100-LOAD-BUDGET-LINE-BEGIN
                          THRU 0100-LOAD-BUDGET-LINE-END
               END-READ
           END-PERFORM.

           CLOSE F-BUDGET.

           IF WS-BUDGET-COUNT = 0
               DISPLAY "The budget file has no usable line."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE WS-NEW-YEAR TO WS-YEAR-NUM.
           SUBTRACT 1 FROM WS-YEAR-NUM.
           MOVE WS-YEAR-NUM TO WS-OLD-YEAR.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-FROZEN-COUNT
           FROM funds
           WHERE fiscal_year = :WS-OLD-YEAR
             AND frozen_date <> '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Fund read error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0200-LOAD-OLD-FUNDS-BEGIN
              THRU 0200-LOAD-OLD-FUNDS-END.

           IF WS-FUND-COUNT = 0 AND WS-FROZEN-COUNT > 0
               DISPLAY "Fiscal year " WS-OLD-YEAR
                       " is already rolled over."
               SET LK-RETURN-CONFLICT TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-FUND-COUNT = 0
               DISPLAY "No funds for fiscal year " WS-OLD-YEAR
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                   UNTIL WS-FUND-IDX > WS-FUND-COUNT
               PERFORM 0300-ROLL-ONE-FUND-BEGIN
                  THRU 0300-ROLL-ONE-FUND-END
           END-PERFORM.

           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUDGET-COUNT
               IF WS-BUD-USED(WS-BUD-IDX) NOT = "Y"
                   PERFORM 0400-UNCLAIMED-LINE-BEGIN
                      THRU 0400-UNCLAIMED-LINE-END
               END-IF
           END-PERFORM.

           DISPLAY WS-ROLLED-COUNT " fund(s) rolled from "
                   WS-OLD-YEAR " to " WS-NEW-YEAR ", "
                   WS-NO-BUDGET-COUNT " without a budget line, "
                   WS-REJECT-COUNT " rejected.".

           CALL "rptfunds" USING
               WS-NEW-YEAR
               WS-RETURN-VALUE
           END-CALL.

           IF WS-REJECT-COUNT > 0
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               SET LK-RETURN-OK TO TRUE
           END-IF.

           EXIT PROGRAM.

      *    every line must be for the same new year ; the first
      *    good line sets it
       0100-LOAD-BUDGET-LINE-BEGIN.
           IF F-BUDGET-RCD = SPACES
               EXIT PARAGRAPH
           END-IF.

           IF F-BUD-CODE = SPACES
               OR F-BUD-YEAR NOT NUMERIC
               OR F-BUD-ALLOCATION NOT NUMERIC
               OR (F-BUD-POLICY NOT = "C" AND F-BUD-POLICY NOT = "L"
                   AND F-BUD-POLICY NOT = SPACE)
               DISPLAY "Bad budget line : " F-BUDGET-RCD
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-NEW-YEAR = SPACES
               MOVE F-BUD-YEAR TO WS-NEW-YEAR
           END-IF.

           IF F-BUD-YEAR NOT = WS-NEW-YEAR
               DISPLAY "Budget line for another year : " F-BUDGET-RCD
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-BUDGET-COUNT >= 300
               DISPLAY "Too many budget lines : " F-BUDGET-RCD
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-BUDGET-COUNT.
           MOVE FUNCTION UPPER-CASE(F-BUD-CODE)
               TO WS-BUD-CODE(WS-BUDGET-COUNT).
           MOVE F-BUD-ALLOCATION TO WS-BUD-AMOUNT(WS-BUDGET-COUNT).
           MOVE F-BUD-POLICY TO WS-BUD-POLICY(WS-BUDGET-COUNT).
           MOVE "N" TO WS-BUD-USED(WS-BUDGET-COUNT).
       0100-LOAD-BUDGET-LINE-END.

       0200-LOAD-OLD-FUNDS-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN old_fund_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Fund read error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH old_fund_cursor
           INTO :WS-OLD-FUND-ID, :WS-FUND-CODE, :WS-FUND-NAME,
               :WS-CARRY-POLICY
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   IF WS-FUND-COUNT < 300
                       ADD 1 TO WS-FUND-COUNT
                       MOVE WS-OLD-FUND-ID
                           TO WS-TAB-FUND-ID(WS-FUND-COUNT)
                       MOVE WS-FUND-CODE TO WS-TAB-CODE(WS-FUND-COUNT)
                       MOVE WS-FUND-NAME TO WS-TAB-NAME(WS-FUND-COUNT)
                       MOVE WS-CARRY-POLICY
                           TO WS-TAB-POLICY(WS-FUND-COUNT)
                   ELSE
                       DISPLAY "Too many funds, " WS-FUND-CODE
                               " left for a second run."
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE old_fund_cursor END-EXEC.
       0200-LOAD-OLD-FUNDS-END.

      *    one fund, one unit of work : its successor, its open
      *    and drafted orders, its standing orders, and the freeze
       0300-ROLL-ONE-FUND-BEGIN.
           MOVE WS-TAB-FUND-ID(WS-FUND-IDX) TO WS-OLD-FUND-ID.
           MOVE WS-TAB-CODE(WS-FUND-IDX) TO WS-FUND-CODE.
           MOVE WS-TAB-NAME(WS-FUND-IDX) TO WS-FUND-NAME.
           MOVE WS-TAB-POLICY(WS-FUND-IDX) TO WS-CARRY-POLICY.
           MOVE 0 TO WS-BUDGET-AMOUNT.
           MOVE 0 TO WS-FOUND-IDX.

           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                   UNTIL WS-BUD-IDX > WS-BUDGET-COUNT
               IF WS-BUD-CODE(WS-BUD-IDX)
                   = FUNCTION UPPER-CASE(WS-FUND-CODE)
                   MOVE WS-BUD-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX > 0
               MOVE "Y" TO WS-BUD-USED(WS-FOUND-IDX)
               MOVE WS-BUD-AMOUNT(WS-FOUND-IDX) TO WS-BUDGET-AMOUNT
               IF WS-BUD-POLICY(WS-FOUND-IDX) NOT = SPACE
                   MOVE WS-BUD-POLICY(WS-FOUND-IDX)
                       TO WS-CARRY-POLICY
               END-IF
           ELSE
               DISPLAY "Fund " WS-FUND-CODE
                       " has no budget line, opened at zero."
               ADD 1 TO WS-NO-BUDGET-COUNT
           END-IF.

           IF WS-CARRY-POLICY NOT = "L"
               MOVE "C" TO WS-CARRY-POLICY
           END-IF.

       EXEC SQL
           SELECT COALESCE(SUM(quantity * unit_price), 0)
           INTO :WS-OPEN-AMOUNT
           FROM orders
           WHERE fund_id = :WS-OLD-FUND-ID
             AND status = 'O'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Order read error on fund " WS-FUND-CODE
                       " SQLCODE: " SQLCODE
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-CARRY-POLICY = "C"
               MOVE WS-OPEN-AMOUNT TO WS-CARRIED
               MOVE 0 TO WS-LAPSED
           ELSE
               MOVE 0 TO WS-CARRIED
               MOVE WS-OPEN-AMOUNT TO WS-LAPSED
           END-IF.

      *    a successor keyed by hand before the run is adopted
      *    rather than doubled
       EXEC SQL
           SELECT id
           INTO :WS-NEW-FUND-ID
           FROM funds
           WHERE TRIM(UPPER(code)) = TRIM(UPPER(:WS-FUND-CODE))
             AND fiscal_year = :WS-NEW-YEAR
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL
           UPDATE funds
           SET allocation = :WS-BUDGET-AMOUNT + :WS-CARRIED,
               budget_allocation = :WS-BUDGET-AMOUNT,
               carried_in = :WS-CARRIED,
               encumbered = encumbered + :WS-OPEN-AMOUNT,
               carry_policy = :WS-CARRY-POLICY,
               rolled_from_id = :WS-OLD-FUND-ID
           WHERE id = :WS-NEW-FUND-ID
       END-EXEC
           ELSE
       EXEC SQL
           INSERT INTO funds (code, name, fiscal_year, allocation,
               encumbered, carry_policy, rolled_from_id,
               budget_allocation, carried_in)
           VALUES (:WS-FUND-CODE, :WS-FUND-NAME, :WS-NEW-YEAR,
               :WS-BUDGET-AMOUNT + :WS-CARRIED, :WS-OPEN-AMOUNT,
               :WS-CARRY-POLICY, :WS-OLD-FUND-ID,
               :WS-BUDGET-AMOUNT, :WS-CARRIED)
           RETURNING id
           INTO :WS-NEW-FUND-ID
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 0390-FUND-FAILED-BEGIN
                  THRU 0390-FUND-FAILED-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE orders
           SET fund_id = :WS-NEW-FUND-ID
           WHERE fund_id = :WS-OLD-FUND-ID
             AND status IN ('O', 'D')
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 0390-FUND-FAILED-BEGIN
                  THRU 0390-FUND-FAILED-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE standing_orders
           SET fund_id = :WS-NEW-FUND-ID
           WHERE fund_id = :WS-OLD-FUND-ID
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 0390-FUND-FAILED-BEGIN
                  THRU 0390-FUND-FAILED-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE funds
           SET encumbered = GREATEST(encumbered
                   - :WS-OPEN-AMOUNT, 0),
               carried_out = :WS-CARRIED,
               lapsed = :WS-LAPSED,
               carry_policy = :WS-CARRY-POLICY,
               frozen_date = :WS-TODAY
           WHERE id = :WS-OLD-FUND-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 0390-FUND-FAILED-BEGIN
                  THRU 0390-FUND-FAILED-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-ROLLED-COUNT.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-NEW-FUND-ID
               WS-AUDIT-ACTION
           END-CALL.
       0300-ROLL-ONE-FUND-END.

       0390-FUND-FAILED-BEGIN.
           DISPLAY "Rollover error on fund " WS-FUND-CODE
                   " SQLCODE: " SQLCODE.
       EXEC SQL ROLLBACK END-EXEC.
           ADD 1 TO WS-REJECT-COUNT.
       0390-FUND-FAILED-END.

      *    a budget line no fund claimed : on a second run its fund
      *    may simply be one rolled the first time
       0400-UNCLAIMED-LINE-BEGIN.
           MOVE WS-BUD-CODE(WS-BUD-IDX) TO WS-FUND-CODE.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-FROZEN-COUNT
           FROM funds
           WHERE TRIM(UPPER(code)) = TRIM(:WS-FUND-CODE)
             AND fiscal_year = :WS-OLD-YEAR
             AND frozen_date <> '00000000'
       END-EXEC.

           IF SQLCODE = 0 AND WS-FROZEN-COUNT > 0
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "No " WS-OLD-YEAR " fund with code "
                   WS-FUND-CODE ", budget line ignored.".
           ADD 1 TO WS-REJECT-COUNT.
       0400-UNCLAIMED-LINE-END.
