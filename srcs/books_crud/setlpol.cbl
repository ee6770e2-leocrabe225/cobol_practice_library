       IDENTIFICATION DIVISION.
       PROGRAM-ID. setlpol.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-COPY-ID          PIC 9(10).
       01 WS-LOAN-POLICY      PIC X(01).
       01 WS-OLD-POLICY       PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "COPY".
       01 WS-AUDIT-ACTION     PIC X(10).

       LINKAGE SECTION.
       01 LK-COPY-ID          PIC 9(10).
       01 LK-LOAN-POLICY      PIC X(01).
           88 LK-POLICY-VALID        VALUE "N" "R" "S".
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the loan rule of one accession : N lends on the genre's
      *    period, R never leaves the building (local history,
      *    exam papers), S goes out for a few hours only (course
      *    texts) ; the copy on loan keeps the rule it went out
      *    under, the new one applies from its next checkout
       PROCEDURE DIVISION USING LK-COPY-ID,
                                LK-LOAN-POLICY,
                                LK-RETURN-VALUE.

           IF NOT LK-POLICY-VALID
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE LK-COPY-ID TO WS-COPY-ID.
           MOVE LK-LOAN-POLICY TO WS-LOAN-POLICY.

       EXEC SQL
           SELECT loan_policy
           INTO :WS-OLD-POLICY
           FROM copies
           WHERE id = :WS-COPY-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-OLD-POLICY = WS-LOAN-POLICY
               SET LK-RETURN-ALREADY-HERE TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL
           UPDATE copies
           SET loan_policy = :WS-LOAN-POLICY
           WHERE id = :WS-COPY-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PROGRAM
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           SET LK-RETURN-OK TO TRUE.

           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING "LOANPOL-" DELIMITED BY SIZE
                  WS-LOAN-POLICY DELIMITED BY SIZE
           INTO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-COPY-ID
               WS-AUDIT-ACTION
           END-CALL.

           EXIT PROGRAM.
