       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptbwin.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CONTROL
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.
           SELECT OPTIONAL F-FLAGS
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-CONTROL
           VALUE OF FILE-ID IS WS-CONTROL-FILE-NAME.
       01 F-CONTROL-RCD       PIC X(80).

      *    the slow programs for the morning report : a heading
      *    line, then one line per program flagged
       FD F-FLAGS
           VALUE OF FILE-ID IS WS-FLAGS-FILE-NAME.
       01 F-FLAGS-RCD         PIC X(100).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-WINDOW-START     PIC X(08).
       01 WS-PROGRAM-NAME     PIC X(10).
       01 WS-BUSINESS-DATE    PIC X(08).
       01 WS-STARTED-AT       PIC X(14).
       01 WS-ENDED-AT         PIC X(14).
       01 WS-RECORD-COUNT     PIC 9(08).
       01 WS-STEP-COMMAND     PIC X(10).
       01 WS-CONTROL-FILE     PIC X(40).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.
           88 WS-F-STATUS-OPEN-ERROR   VALUE '05'.
           88 WS-F-STATUS-EOF          VALUE '10'.
       01 WS-FLAG-STATUS      PIC X(2).
           88 WS-FLAG-STATUS-OK        VALUE '00'.

       01 WS-CONTROL-FILE-NAME PIC X(40).
       01 WS-FLAGS-FILE-NAME  PIC X(40).

       01 WS-TODAY            PIC X(08).
       01 WS-YESTERDAY        PIC X(08).
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-WINDOW-DAYS      PIC S9(05) VALUE -30.
       01 WS-BACK-ONE-DAY     PIC S9(05) VALUE -1.
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.
       01 WS-SLOW-PCT         PIC 9(05)V99 VALUE 25.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "rptbwin".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

      *    a CCYYMMDDHHMMSS stamp taken apart, and the same moment
      *    as seconds on the intrinsic calendar
       01 WS-STAMP            PIC X(14).
       01 WS-STAMP-NUM        PIC 9(14).
       01 WS-STAMP-PARTS REDEFINES WS-STAMP-NUM.
           05 WS-STAMP-DATE       PIC 9(08).
           05 WS-STAMP-HH         PIC 9(02).
           05 WS-STAMP-MI         PIC 9(02).
           05 WS-STAMP-SS         PIC 9(02).
       01 WS-STAMP-SECS       PIC 9(12).
       01 WS-START-SECS       PIC 9(12).
       01 WS-RUN-SECS         PIC S9(09).
       01 WS-DATE-NUM         PIC 9(08).
       01 WS-WINDOW-INT       PIC 9(08).

      *    one program's runs in the window : the latest stands on
      *    its own against the average of the ones before it, and
      *    all of them feed the trend line (seconds against day)
       01 WS-CURRENT-PROGRAM  PIC X(10) VALUE SPACES.
       01 WS-PRG-RUNS         PIC 9(05).
       01 WS-PRG-SUM-SECS     PIC S9(11).
       01 WS-PRG-SUM-X        PIC S9(09).
       01 WS-PRG-SUM-XX       PIC S9(11).
       01 WS-PRG-SUM-XY       PIC S9(15).
       01 WS-DAY-X            PIC S9(05).
       01 WS-LAST-SECS        PIC S9(09).
       01 WS-LAST-COUNT       PIC 9(08).
       01 WS-LAST-DATE        PIC X(08).
       01 WS-AVG-SECS         PIC S9(09)V9.
       01 WS-OVER-PCT         PIC S9(07).
       01 WS-RATE             PIC 9(07)V9.
       01 WS-SLOPE            PIC S9(07)V9.
       01 WS-SLOPE-NUM        PIC S9(17).
       01 WS-SLOPE-DEN        PIC S9(17).
       01 WS-TREND-WORD       PIC X(07).
       01 WS-FLAG-TEXT        PIC X(04).

       01 WS-PROGRAM-COUNT    PIC 9(05) VALUE 0.
       01 WS-FLAGGED-COUNT    PIC 9(05) VALUE 0.

      *    the control file projection
       01 WS-TOKEN-1          PIC X(20).
       01 WS-TOKEN-2          PIC X(20).
       01 WS-COLON-COUNT      PIC 9(02).
       01 WS-STEP-TOTAL       PIC 9(05) VALUE 0.
       01 WS-STEP-NO-HISTORY  PIC 9(05) VALUE 0.
       01 WS-STEP-RUNS        PIC 9(05).
       01 WS-STEP-SUM-SECS    PIC S9(11).
       01 WS-STEP-AVG-SECS    PIC S9(09).
       01 WS-PROJECT-SECS     PIC S9(09) VALUE 0.
       01 WS-NIGHT-COUNT      PIC 9(05) VALUE 0.
       01 WS-NIGHT-SUM-SECS   PIC S9(11) VALUE 0.
       01 WS-DAY-SECS         PIC S9(09).
       01 WS-FINISH-SECS      PIC S9(09).
       01 WS-HMS-SECS         PIC S9(09).
       01 WS-HMS.
           05 WS-HMS-HH           PIC 9(02).
           05 FILLER              PIC X(01) VALUE ":".
           05 WS-HMS-MI           PIC 9(02).
           05 FILLER              PIC X(01) VALUE ":".
           05 WS-HMS-SS           PIC 9(02).
       01 WS-HMS-START        PIC X(08).
       01 WS-HMS-FINISH       PIC X(08).
       01 WS-HMS-LENGTH       PIC X(08).

       01 WS-OUT-LAST         PIC ZZZZZZ9.
       01 WS-OUT-AVG          PIC ZZZZZZ9.9.
       01 WS-OUT-OVER         PIC +ZZZZZ9.
       01 WS-OUT-RATE         PIC ZZZZZZ9.9.
       01 WS-OUT-SLOPE        PIC +ZZZZZ9.9.
       01 WS-OUT-RUNS         PIC ZZZZ9.
       01 WS-OUT-PCT          PIC ZZ9.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "batch-window".

      *    every program that finished OK in the last 30 days,
      *    its runs in the order they happened
       EXEC SQL
           DECLARE run_history_cursor CURSOR FOR
               SELECT program_name, business_date, started_at,
                   ended_at, record_count
               FROM batch_runs
               WHERE business_date >= :WS-WINDOW-START
                 AND status = 'OK'
                 AND ended_at <> ' '
               ORDER BY program_name, id
       END-EXEC.

      *    what one control file command has taken in the window
       EXEC SQL
           DECLARE step_history_cursor CURSOR FOR
               SELECT started_at, ended_at
               FROM batch_steps
               WHERE command = :WS-STEP-COMMAND
                 AND business_date >= :WS-WINDOW-START
                 AND status = 'OK'
       END-EXEC.

      *    when each night of this control file got going
       EXEC SQL
           DECLARE night_start_cursor CURSOR FOR
               SELECT business_date, MIN(started_at)
               FROM batch_steps
               WHERE control_file = :WS-CONTROL-FILE
                 AND business_date >= :WS-WINDOW-START
               GROUP BY business_date
       END-EXEC.

       LINKAGE SECTION.
       01 LK-FILE-NAME        PIC X(40).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the overnight window, program by program : last night
      *    against the 30-day average, records per second and the
      *    trend in seconds per day, with the ones running more
      *    than BATCH-SLOW-PCT over their average flagged for the
      *    morning report ; then when the given control file can
      *    be expected to finish, going by its recent nights
       PROCEDURE DIVISION USING LK-FILE-NAME,
                                LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "ADDD" TO WS-DATE-REQUEST.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-TODAY
               WS-WINDOW-START
               WS-WINDOW-DAYS
               WS-RETURN-VALUE
           END-CALL.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-TODAY
               WS-YESTERDAY
               WS-BACK-ONE-DAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE WS-WINDOW-START TO WS-DATE-NUM.
           COMPUTE WS-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           MOVE "BATCH-SLOW-PCT" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-SLOW-PCT
           END-IF.

           MOVE LK-FILE-NAME TO WS-CONTROL-FILE-NAME.
           IF WS-CONTROL-FILE-NAME = SPACES
               MOVE "input/batchrun.ctl" TO WS-CONTROL-FILE-NAME
           END-IF.

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

           MOVE SPACES TO WS-FLAGS-FILE-NAME.
           STRING "output/batchwin-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
           INTO WS-FLAGS-FILE-NAME.

           MOVE WS-SLOW-PCT TO WS-OUT-PCT.
           OPEN OUTPUT F-FLAGS.
           MOVE SPACES TO F-FLAGS-RCD.
           STRING "Programs more than " DELIMITED BY SIZE
                  WS-OUT-PCT DELIMITED BY SIZE
                  "% over their 30-day average on "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
           INTO F-FLAGS-RCD.
           WRITE F-FLAGS-RCD.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "program    last run  last secs   avg secs  over% "
                  DELIMITED BY SIZE
                  "    rec/sec  trend s/day         runs flag"
                  DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE "LINE" TO WS-SPOOL-REQUEST.

           PERFORM 0100-PROGRAM-HISTORY-BEGIN
              THRU 0100-PROGRAM-HISTORY-END.

           CLOSE F-FLAGS.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Programs timed : " DELIMITED BY SIZE
                  WS-PROGRAM-COUNT DELIMITED BY SIZE
                  ", flagged slow : " DELIMITED BY SIZE
                  WS-FLAGGED-COUNT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           PERFORM 0400-PROJECT-CONTROL-FILE-BEGIN
              THRU 0400-PROJECT-CONTROL-FILE-END.

           MOVE "CLOS" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE WS-PROGRAM-COUNT TO WS-RUN-COUNT.
           MOVE "OK" TO WS-RUN-STATUS.
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

           SET LK-RETURN-OK TO TRUE.

           EXIT PROGRAM.

       0100-PROGRAM-HISTORY-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN run_history_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Batch history error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH run_history_cursor
           INTO :WS-PROGRAM-NAME, :WS-BUSINESS-DATE,
               :WS-STARTED-AT, :WS-ENDED-AT, :WS-RECORD-COUNT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   IF WS-PROGRAM-NAME NOT = WS-CURRENT-PROGRAM
                       IF WS-CURRENT-PROGRAM NOT = SPACES
                           PERFORM 0300-EMIT-PROGRAM-BEGIN
                              THRU 0300-EMIT-PROGRAM-END
                       END-IF
                       PERFORM 0150-START-PROGRAM-BEGIN
                          THRU 0150-START-PROGRAM-END
                   END-IF
                   PERFORM 0200-ADD-ONE-RUN-BEGIN
                      THRU 0200-ADD-ONE-RUN-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE run_history_cursor END-EXEC.

           IF WS-CURRENT-PROGRAM NOT = SPACES
               PERFORM 0300-EMIT-PROGRAM-BEGIN
                  THRU 0300-EMIT-PROGRAM-END
           END-IF.
       0100-PROGRAM-HISTORY-END.

       0150-START-PROGRAM-BEGIN.
           MOVE WS-PROGRAM-NAME TO WS-CURRENT-PROGRAM.
           MOVE 0 TO WS-PRG-RUNS.
           MOVE 0 TO WS-PRG-SUM-SECS.
           MOVE 0 TO WS-PRG-SUM-X.
           MOVE 0 TO WS-PRG-SUM-XX.
           MOVE 0 TO WS-PRG-SUM-XY.
       0150-START-PROGRAM-END.

       0200-ADD-ONE-RUN-BEGIN.
           MOVE WS-STARTED-AT TO WS-STAMP.
           PERFORM 0700-STAMP-TO-SECONDS-BEGIN
              THRU 0700-STAMP-TO-SECONDS-END.
           MOVE WS-STAMP-SECS TO WS-START-SECS.
           MOVE WS-ENDED-AT TO WS-STAMP.
           PERFORM 0700-STAMP-TO-SECONDS-BEGIN
              THRU 0700-STAMP-TO-SECONDS-END.
           COMPUTE WS-RUN-SECS = WS-STAMP-SECS - WS-START-SECS.
           IF WS-RUN-SECS < 0
               MOVE 0 TO WS-RUN-SECS
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM.
           COMPUTE WS-DAY-X =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-WINDOW-INT.

           ADD 1 TO WS-PRG-RUNS.
           ADD WS-RUN-SECS TO WS-PRG-SUM-SECS.
           ADD WS-DAY-X TO WS-PRG-SUM-X.
           COMPUTE WS-PRG-SUM-XX = WS-PRG-SUM-XX + WS-DAY-X * WS-DAY-X.
           COMPUTE WS-PRG-SUM-XY =
               WS-PRG-SUM-XY + WS-DAY-X * WS-RUN-SECS.

           MOVE WS-RUN-SECS TO WS-LAST-SECS.
           MOVE WS-RECORD-COUNT TO WS-LAST-COUNT.
           MOVE WS-BUSINESS-DATE TO WS-LAST-DATE.
       0200-ADD-ONE-RUN-END.

      *    a program seen only once has nothing to be compared
      *    with yet ; only a run from last night or today can be
      *    flagged, an old one is history, not tonight's problem
       0300-EMIT-PROGRAM-BEGIN.
           ADD 1 TO WS-PROGRAM-COUNT.

           MOVE 0 TO WS-AVG-SECS.
           MOVE 0 TO WS-OVER-PCT.
           IF WS-PRG-RUNS > 1
               COMPUTE WS-AVG-SECS ROUNDED =
                   (WS-PRG-SUM-SECS - WS-LAST-SECS)
                   / (WS-PRG-RUNS - 1)
           END-IF.
           IF WS-AVG-SECS > 0
               COMPUTE WS-OVER-PCT ROUNDED =
                   (WS-LAST-SECS - WS-AVG-SECS) * 100 / WS-AVG-SECS
           END-IF.

           MOVE 0 TO WS-RATE.
           IF WS-LAST-SECS > 0
               COMPUTE WS-RATE ROUNDED = WS-LAST-COUNT / WS-LAST-SECS
           ELSE
               MOVE WS-LAST-COUNT TO WS-RATE
           END-IF.

      *    least squares over the window : n.Sxy - Sx.Sy over
      *    n.Sxx - Sx.Sx ; runs all on one day give no slope
           MOVE 0 TO WS-SLOPE.
           COMPUTE WS-SLOPE-DEN =
               WS-PRG-RUNS * WS-PRG-SUM-XX
               - WS-PRG-SUM-X * WS-PRG-SUM-X.
           IF WS-SLOPE-DEN NOT = 0
               COMPUTE WS-SLOPE-NUM =
                   WS-PRG-RUNS * WS-PRG-SUM-XY
                   - WS-PRG-SUM-X * WS-PRG-SUM-SECS
               COMPUTE WS-SLOPE ROUNDED =
                   WS-SLOPE-NUM / WS-SLOPE-DEN
           END-IF.

      *    a drift worth a word is a month's slope of more than a
      *    tenth of the average run
           EVALUATE TRUE
               WHEN WS-PRG-RUNS < 3
                   MOVE "-" TO WS-TREND-WORD
               WHEN WS-SLOPE * 30 > WS-AVG-SECS / 10
                   MOVE "RISING" TO WS-TREND-WORD
               WHEN WS-SLOPE * 30 < 0 - WS-AVG-SECS / 10
                   MOVE "FALLING" TO WS-TREND-WORD
               WHEN OTHER
                   MOVE "steady" TO WS-TREND-WORD
           END-EVALUATE.

           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-PRG-RUNS > 1
               AND WS-LAST-DATE >= WS-YESTERDAY
               AND WS-LAST-SECS * 100 >
                   WS-AVG-SECS * (100 + WS-SLOW-PCT)
               MOVE "SLOW" TO WS-FLAG-TEXT
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

           MOVE WS-LAST-SECS TO WS-OUT-LAST.
           MOVE WS-AVG-SECS TO WS-OUT-AVG.
           MOVE WS-OVER-PCT TO WS-OUT-OVER.
           MOVE WS-RATE TO WS-OUT-RATE.
           MOVE WS-SLOPE TO WS-OUT-SLOPE.
           MOVE WS-PRG-RUNS TO WS-OUT-RUNS.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-CURRENT-PROGRAM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LAST-DATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OUT-LAST DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OUT-AVG DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OUT-OVER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OUT-RATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-OUT-SLOPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TREND-WORD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OUT-RUNS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FLAG-TEXT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           IF WS-FLAG-TEXT = "SLOW"
               MOVE SPACES TO F-FLAGS-RCD
               STRING WS-CURRENT-PROGRAM DELIMITED BY SIZE
                      " ran " DELIMITED BY SIZE
                      WS-OUT-LAST DELIMITED BY SIZE
                      "s against an average of " DELIMITED BY SIZE
                      WS-OUT-AVG DELIMITED BY SIZE
                      "s (" DELIMITED BY SIZE
                      WS-OUT-OVER DELIMITED BY SIZE
                      "%), trend " DELIMITED BY SIZE
                      WS-TREND-WORD DELIMITED BY SIZE
               INTO F-FLAGS-RCD
               WRITE F-FLAGS-RCD
           END-IF.
       0300-EMIT-PROGRAM-END.

      *    each step of the control file is expected to take what
      *    its command averaged in the window ; the night starts
      *    when this control file usually starts
       0400-PROJECT-CONTROL-FILE-BEGIN.
           OPEN INPUT F-CONTROL.

           IF WS-F-STATUS-OPEN-ERROR
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "No control file " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                      DELIMITED BY SIZE
                      ", no projection." DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Projection for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTROL-FILE-NAME)
                  DELIMITED BY SIZE
                  " (command / average secs / runs) :"
                  DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           PERFORM UNTIL WS-F-STATUS-EOF
               READ F-CONTROL
                   NOT AT END
                       IF F-CONTROL-RCD NOT = SPACES
                           AND F-CONTROL-RCD(1:1) NOT = "*"
                           PERFORM 0500-PROJECT-ONE-STEP-BEGIN
                              THRU 0500-PROJECT-ONE-STEP-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-CONTROL.

           PERFORM 0600-USUAL-START-BEGIN
              THRU 0600-USUAL-START-END.

           MOVE WS-PROJECT-SECS TO WS-HMS-SECS.
           PERFORM 0800-SECONDS-TO-HMS-BEGIN
              THRU 0800-SECONDS-TO-HMS-END.
           MOVE WS-HMS TO WS-HMS-LENGTH.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-STEP-TOTAL DELIMITED BY SIZE
                  " step(s), expected to take " DELIMITED BY SIZE
                  WS-HMS-LENGTH DELIMITED BY SIZE
                  " ; " DELIMITED BY SIZE
                  WS-STEP-NO-HISTORY DELIMITED BY SIZE
                  " step(s) with no history counted as nothing."
                  DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE SPACES TO WS-SPOOL-TEXT.
           IF WS-NIGHT-COUNT = 0
               STRING "No night of this control file on record "
                      DELIMITED BY SIZE
                      "yet, so no finishing time." DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
           ELSE
               COMPUTE WS-FINISH-SECS = WS-DAY-SECS + WS-PROJECT-SECS
               MOVE WS-FINISH-SECS TO WS-HMS-SECS
               PERFORM 0800-SECONDS-TO-HMS-BEGIN
                  THRU 0800-SECONDS-TO-HMS-END
               MOVE WS-HMS TO WS-HMS-FINISH
               STRING "Usual start " DELIMITED BY SIZE
                      WS-HMS-START DELIMITED BY SIZE
                      " over " DELIMITED BY SIZE
                      WS-NIGHT-COUNT DELIMITED BY SIZE
                      " night(s), projected finish "
                      DELIMITED BY SIZE
                      WS-HMS-FINISH DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
           END-IF.
           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0400-PROJECT-CONTROL-FILE-END.

      *    only the command matters here : a label in front of it
      *    carries its colon, as batchdrv reads it
       0500-PROJECT-ONE-STEP-BEGIN.
           MOVE SPACES TO WS-TOKEN-1.
           MOVE SPACES TO WS-TOKEN-2.
           UNSTRING F-CONTROL-RCD
               DELIMITED BY ALL SPACE
               INTO WS-TOKEN-1, WS-TOKEN-2.

           MOVE 0 TO WS-COLON-COUNT.
           INSPECT WS-TOKEN-1 TALLYING WS-COLON-COUNT FOR ALL ":".
           IF WS-COLON-COUNT > 0
               MOVE WS-TOKEN-2 TO WS-STEP-COMMAND
           ELSE
               MOVE WS-TOKEN-1 TO WS-STEP-COMMAND
           END-IF.

           ADD 1 TO WS-STEP-TOTAL.
           MOVE 0 TO WS-STEP-RUNS.
           MOVE 0 TO WS-STEP-SUM-SECS.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN step_history_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Step history error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH step_history_cursor
           INTO :WS-STARTED-AT, :WS-ENDED-AT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-STARTED-AT TO WS-STAMP
                   PERFORM 0700-STAMP-TO-SECONDS-BEGIN
                      THRU 0700-STAMP-TO-SECONDS-END
                   MOVE WS-STAMP-SECS TO WS-START-SECS
                   MOVE WS-ENDED-AT TO WS-STAMP
                   PERFORM 0700-STAMP-TO-SECONDS-BEGIN
                      THRU 0700-STAMP-TO-SECONDS-END
                   COMPUTE WS-RUN-SECS =
                       WS-STAMP-SECS - WS-START-SECS
                   IF WS-RUN-SECS > 0
                       ADD WS-RUN-SECS TO WS-STEP-SUM-SECS
                   END-IF
                   ADD 1 TO WS-STEP-RUNS
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE step_history_cursor END-EXEC.

           MOVE 0 TO WS-STEP-AVG-SECS.
           IF WS-STEP-RUNS = 0
               ADD 1 TO WS-STEP-NO-HISTORY
           ELSE
               COMPUTE WS-STEP-AVG-SECS ROUNDED =
                   WS-STEP-SUM-SECS / WS-STEP-RUNS
           END-IF.
           ADD WS-STEP-AVG-SECS TO WS-PROJECT-SECS.

           MOVE WS-STEP-AVG-SECS TO WS-OUT-LAST.
           MOVE WS-STEP-RUNS TO WS-OUT-RUNS.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  " DELIMITED BY SIZE
                  WS-STEP-COMMAND DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OUT-LAST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OUT-RUNS DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
       0500-PROJECT-ONE-STEP-END.

      *    a night that starts before midday belongs to the
      *    evening before, so 23:30 and 00:10 average to 23:50
      *    and not to lunchtime
       0600-USUAL-START-BEGIN.
           MOVE WS-CONTROL-FILE-NAME TO WS-CONTROL-FILE.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN night_start_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Night start error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH night_start_cursor
           INTO :WS-BUSINESS-DATE, :WS-STARTED-AT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE WS-STARTED-AT TO WS-STAMP
                   MOVE WS-STAMP TO WS-STAMP-NUM
                   COMPUTE WS-DAY-SECS = WS-STAMP-HH * 3600
                       + WS-STAMP-MI * 60 + WS-STAMP-SS
                   IF WS-STAMP-HH < 12
                       ADD 86400 TO WS-DAY-SECS
                   END-IF
                   ADD WS-DAY-SECS TO WS-NIGHT-SUM-SECS
                   ADD 1 TO WS-NIGHT-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE night_start_cursor END-EXEC.

           MOVE 0 TO WS-DAY-SECS.
           IF WS-NIGHT-COUNT > 0
               COMPUTE WS-DAY-SECS ROUNDED =
                   WS-NIGHT-SUM-SECS / WS-NIGHT-COUNT
               MOVE WS-DAY-SECS TO WS-HMS-SECS
               PERFORM 0800-SECONDS-TO-HMS-BEGIN
                  THRU 0800-SECONDS-TO-HMS-END
               MOVE WS-HMS TO WS-HMS-START
           END-IF.
       0600-USUAL-START-END.

       0700-STAMP-TO-SECONDS-BEGIN.
           IF WS-STAMP NOT NUMERIC
               MOVE 0 TO WS-STAMP-SECS
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STAMP TO WS-STAMP-NUM.
           COMPUTE WS-STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60
               + WS-STAMP-SS.
       0700-STAMP-TO-SECONDS-END.

      *    a time of day wraps at midnight ; a length does not
      *    exceed a day in practice and is shown the same way
       0800-SECONDS-TO-HMS-BEGIN.
           IF WS-HMS-SECS >= 86400
               COMPUTE WS-HMS-SECS =
                   FUNCTION MOD(WS-HMS-SECS, 86400)
           END-IF.
           COMPUTE WS-HMS-HH = WS-HMS-SECS / 3600.
           COMPUTE WS-HMS-MI =
               FUNCTION MOD(WS-HMS-SECS, 3600) / 60.
           COMPUTE WS-HMS-SS = FUNCTION MOD(WS-HMS-SECS, 60).
       0800-SECONDS-TO-HMS-END.
