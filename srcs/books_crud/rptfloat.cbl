       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptfloat.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-PERIOD-START     PIC X(08).
       01 WS-PERIOD-END       PIC X(08).
       01 WS-TYPE-NAME        PIC X(20).
       01 WS-FLOAT-GROUP      PIC X(04).
       01 WS-BRANCH-CODE      PIC X(04).
       01 WS-MIN-COPIES       PIC 9(05).
       01 WS-MAX-COPIES       PIC 9(05).
       01 WS-HELD-COUNT       PIC 9(05).
       01 WS-IN-COUNT         PIC 9(05).
       01 WS-OUT-COUNT        PIC 9(05).
       01 WS-DRIFT-COUNT      PIC S9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "rptfloat".
       01 WS-RUN-DATE         PIC X(08).
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-PERIOD           PIC X(06).
       01 WS-PERIOD-R.
           05 WS-PERIOD-YEAR     PIC 9(04).
           05 WS-PERIOD-MONTH    PIC 9(02).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-LINE-COUNT       PIC 9(05) VALUE 0.
       01 WS-MOVE-TOTAL       PIC 9(07) VALUE 0.
       01 WS-FLAG-TEXT        PIC X(06).
       01 WS-PREV-KEY         PIC X(24) VALUE SPACES.
       01 WS-CURR-KEY.
           05 WS-CURR-TYPE       PIC X(20).
           05 WS-CURR-GROUP      PIC X(04).
       01 WS-DRIFT-EDIT       PIC -(4)9.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "floating-drift".

      *    every branch of every float group against each type
      *    that floats there : what it holds now, what floated in
      *    and out during the month, and its net gain or loss since
      *    floating began
       EXEC SQL
           DECLARE float_drift_cursor CURSOR FOR
               SELECT types.name, float_rules.float_group,
                   branches.code, float_rules.min_copies,
                   float_rules.max_copies,
                   (SELECT COUNT(*) FROM copies c
                    INNER JOIN books b ON c.book_id = b.id
                    WHERE b.type_id = float_rules.type_id
                      AND c.branch_id = branches.id
                      AND c.status IN ('A', 'L', 'H', 'O')),
                   (SELECT COUNT(*) FROM float_moves m
                    WHERE m.type_id = float_rules.type_id
                      AND m.to_branch = branches.id
                      AND m.move_date >= :WS-PERIOD-START
                      AND m.move_date <= :WS-PERIOD-END),
                   (SELECT COUNT(*) FROM float_moves m
                    WHERE m.type_id = float_rules.type_id
                      AND m.from_branch = branches.id
                      AND m.move_date >= :WS-PERIOD-START
                      AND m.move_date <= :WS-PERIOD-END),
                   (SELECT COUNT(*) FROM float_moves m
                    WHERE m.type_id = float_rules.type_id
                      AND m.to_branch = branches.id
                      AND m.move_date <= :WS-PERIOD-END)
                 - (SELECT COUNT(*) FROM float_moves m
                    WHERE m.type_id = float_rules.type_id
                      AND m.from_branch = branches.id
                      AND m.move_date <= :WS-PERIOD-END)
               FROM float_rules
               INNER JOIN types ON float_rules.type_id = types.id
               INNER JOIN branches
                   ON branches.float_group = float_rules.float_group
                  AND branches.deleted_date = '00000000'
               WHERE float_rules.deleted_date = '00000000'
               ORDER BY types.name, float_rules.float_group,
                   branches.code
       END-EXEC.

       LINKAGE SECTION.
       01 LK-PERIOD           PIC X(06).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the monthly look at where floating stock has wandered
      *    to ; a branch piling up a type over its capacity, or
      *    drained under its floor, is flagged for the next
      *    rebalancing run to correct
       PROCEDURE DIVISION USING LK-PERIOD,
                                LK-RETURN-VALUE.

           PERFORM 0050-SET-PERIOD-BEGIN
              THRU 0050-SET-PERIOD-END.

           MOVE "FORCE" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-RUN-DATE
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
           STRING "Floating stock drift for " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  " (held now / in / out this month / net since "
                  DELIMITED BY SIZE
                  "floating began)" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN float_drift_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Floating drift error SQLCODE: " SQLCODE
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM 0900-END-RUN-BEGIN
                  THRU 0900-END-RUN-END
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH float_drift_cursor
           INTO :WS-TYPE-NAME, :WS-FLOAT-GROUP, :WS-BRANCH-CODE,
               :WS-MIN-COPIES, :WS-MAX-COPIES, :WS-HELD-COUNT,
               :WS-IN-COUNT, :WS-OUT-COUNT, :WS-DRIFT-COUNT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0200-REPORT-ONE-BEGIN
                      THRU 0200-REPORT-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE float_drift_cursor END-EXEC.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Copies re-homed by floating in " DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-MOVE-TOTAL DELIMITED BY SIZE
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

      *    a blank period is last month, as for the other monthly
      *    runs ; the run ledger is keyed on the first of the month
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

           MOVE SPACES TO WS-PERIOD-START.
           STRING WS-PERIOD DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
           INTO WS-PERIOD-START.
           MOVE SPACES TO WS-PERIOD-END.
           STRING WS-PERIOD DELIMITED BY SIZE
                  "31" DELIMITED BY SIZE
           INTO WS-PERIOD-END.
           MOVE WS-PERIOD-START TO WS-RUN-DATE.
       0050-SET-PERIOD-END.

      *    a new type or group starts with a heading line of its
      *    own, the branches follow under it
       0200-REPORT-ONE-BEGIN.
           ADD 1 TO WS-LINE-COUNT.
           ADD WS-IN-COUNT TO WS-MOVE-TOTAL.

           MOVE WS-TYPE-NAME TO WS-CURR-TYPE.
           MOVE WS-FLOAT-GROUP TO WS-CURR-GROUP.

           MOVE "LINE" TO WS-SPOOL-REQUEST.

           IF WS-CURR-KEY NOT = WS-PREV-KEY
               MOVE WS-CURR-KEY TO WS-PREV-KEY
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING FUNCTION TRIM(WS-TYPE-NAME) DELIMITED BY SIZE
                      " floating in group " DELIMITED BY SIZE
                      WS-FLOAT-GROUP DELIMITED BY SIZE
                      " (floor " DELIMITED BY SIZE
                      WS-MIN-COPIES DELIMITED BY SIZE
                      ", capacity " DELIMITED BY SIZE
                      WS-MAX-COPIES DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-IF.

           EVALUATE TRUE
               WHEN WS-MAX-COPIES > 0
                   AND WS-HELD-COUNT > WS-MAX-COPIES
                   MOVE " OVER" TO WS-FLAG-TEXT
               WHEN WS-MIN-COPIES > 0
                   AND WS-HELD-COUNT < WS-MIN-COPIES
                   MOVE " UNDER" TO WS-FLAG-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-FLAG-TEXT
           END-EVALUATE.

           MOVE WS-DRIFT-COUNT TO WS-DRIFT-EDIT.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "    " DELIMITED BY SIZE
                  WS-BRANCH-CODE DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  " held / " DELIMITED BY SIZE
                  WS-IN-COUNT DELIMITED BY SIZE
                  " in / " DELIMITED BY SIZE
                  WS-OUT-COUNT DELIMITED BY SIZE
                  " out / net " DELIMITED BY SIZE
                  WS-DRIFT-EDIT DELIMITED BY SIZE
                  WS-FLAG-TEXT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0200-REPORT-ONE-END.

       0900-END-RUN-BEGIN.
           MOVE WS-LINE-COUNT TO WS-RUN-COUNT.
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
