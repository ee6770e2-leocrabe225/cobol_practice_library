       IDENTIFICATION DIVISION.
       PROGRAM-ID. evgenser.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  WS-SERIES-ID         PIC 9(10).
       01  WS-SERIES-NAME       PIC X(40).
       01  WS-PATTERN           PIC X(01).
       01  WS-WEEK-OF-MONTH     PIC 9(01).
       01  WS-WEEKDAY           PIC 9(01).
       01  WS-ROOM              PIC X(20).
       01  WS-CAPACITY          PIC 9(05).
       01  WS-POPULAR-FLAG      PIC X(01).
       01  WS-FROM-DATE         PIC X(08).
       01  WS-TO-DATE           PIC X(08).
       01  WS-EVENT-DATE        PIC X(08).
       01  WS-FOUND-COUNT       PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-START-DATE        PIC X(08).
       01  WS-DATE-NUM          PIC 9(08).
       01  WS-DATE-NUM-R REDEFINES WS-DATE-NUM.
           05 WS-DATE-YEAR         PIC 9(04).
           05 WS-DATE-MONTH        PIC 9(02).
           05 WS-DATE-DAY          PIC 9(02).
       01  WS-ANCHOR-INT        PIC 9(08).
       01  WS-START-INT         PIC 9(08).
       01  WS-END-INT           PIC 9(08).
       01  WS-CAND-INT          PIC 9(08).
       01  WS-FIRST-INT         PIC 9(08).
       01  WS-LAST-INT          PIC 9(08).
       01  WS-NEXT-INT          PIC 9(08).
       01  WS-STEP-DAYS         PIC 9(02).
       01  WS-STEP-COUNT        PIC 9(05).
       01  WS-DAY-OF-WEEK       PIC 9(01).
       01  WS-YEAR              PIC 9(04).
       01  WS-MONTH             PIC 9(02).

       01  WS-FAILED-SWITCH     PIC X(01) VALUE "N".
           88 WS-FAILED                 VALUE "Y".

       LINKAGE SECTION.
       01  LK-SERIES-ID         PIC 9(10).
       01  LK-FROM-DATE         PIC X(08).
       01  LK-EVENT-COUNT       PIC 9(05).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    lays out a series' individual events from the given date
      *    (or the series' own start, whichever is later) to the
      *    series' end ; a closed day is skipped rather than moved,
      *    and a date that already has its event is left alone, so
      *    extending a series only adds the new dates.  It runs
      *    inside the caller's unit of work and does not commit
       PROCEDURE DIVISION USING LK-SERIES-ID,
                                LK-FROM-DATE,
                                LK-EVENT-COUNT,
                                LK-RETURN-VALUE.

           MOVE "N" TO WS-FAILED-SWITCH.
           MOVE 0 TO LK-EVENT-COUNT.
           MOVE LK-SERIES-ID TO WS-SERIES-ID.

       EXEC SQL
           SELECT name, pattern, week_of_month, weekday, room,
               capacity, popular_flag, from_date, to_date
           INTO :WS-SERIES-NAME, :WS-PATTERN, :WS-WEEK-OF-MONTH,
               :WS-WEEKDAY, :WS-ROOM, :WS-CAPACITY,
               :WS-POPULAR-FLAG, :WS-FROM-DATE, :WS-TO-DATE
           FROM event_series
           WHERE id = :WS-SERIES-ID
             AND cancelled_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

           IF LK-FROM-DATE > WS-FROM-DATE
               MOVE LK-FROM-DATE TO WS-START-DATE
           ELSE
               MOVE WS-FROM-DATE TO WS-START-DATE
           END-IF.

           MOVE WS-FROM-DATE TO WS-DATE-NUM.
           COMPUTE WS-ANCHOR-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-START-DATE TO WS-DATE-NUM.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-TO-DATE TO WS-DATE-NUM.
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           EVALUATE WS-PATTERN
               WHEN "W"
                   MOVE 7 TO WS-STEP-DAYS
                   PERFORM 0100-EVERY-N-WEEKS-BEGIN
                      THRU 0100-EVERY-N-WEEKS-END
               WHEN "F"
                   MOVE 14 TO WS-STEP-DAYS
                   PERFORM 0100-EVERY-N-WEEKS-BEGIN
                      THRU 0100-EVERY-N-WEEKS-END
               WHEN "M"
                   PERFORM 0200-MONTHLY-BEGIN
                      THRU 0200-MONTHLY-END
               WHEN OTHER
                   SET WS-FAILED TO TRUE
           END-EVALUATE.

           IF WS-FAILED
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               SET LK-RETURN-OK TO TRUE
           END-IF.

           EXIT PROGRAM.

      *    the weekly and fortnightly runs keep to the series' first
      *    date, so a fortnightly series picked up mid-way stays on
      *    its own weeks
       0100-EVERY-N-WEEKS-BEGIN.
           IF WS-START-INT <= WS-ANCHOR-INT
               MOVE WS-ANCHOR-INT TO WS-CAND-INT
           ELSE
               COMPUTE WS-STEP-COUNT =
                   (WS-START-INT - WS-ANCHOR-INT + WS-STEP-DAYS - 1)
                   / WS-STEP-DAYS
               COMPUTE WS-CAND-INT =
                   WS-ANCHOR-INT + WS-STEP-COUNT * WS-STEP-DAYS
           END-IF.

           PERFORM UNTIL WS-CAND-INT > WS-END-INT OR WS-FAILED
               PERFORM 0300-ADD-ONE-BEGIN
                  THRU 0300-ADD-ONE-END
               ADD WS-STEP-DAYS TO WS-CAND-INT
           END-PERFORM.
       0100-EVERY-N-WEEKS-END.

      *    day 1 of the intrinsic calendar was a Monday ; the nth
      *    weekday counts on from the first of the month, the last
      *    one back from the first of the next
       0200-MONTHLY-BEGIN.
           MOVE WS-START-DATE TO WS-DATE-NUM.
           MOVE WS-DATE-YEAR TO WS-YEAR.
           MOVE WS-DATE-MONTH TO WS-MONTH.

           MOVE WS-YEAR TO WS-DATE-YEAR.
           MOVE WS-MONTH TO WS-DATE-MONTH.
           MOVE 1 TO WS-DATE-DAY.
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           PERFORM UNTIL WS-FIRST-INT > WS-END-INT OR WS-FAILED

               IF WS-MONTH = 12
                   ADD 1 TO WS-YEAR
                   MOVE 1 TO WS-MONTH
               ELSE
                   ADD 1 TO WS-MONTH
               END-IF
               MOVE WS-YEAR TO WS-DATE-YEAR
               MOVE WS-MONTH TO WS-DATE-MONTH
               MOVE 1 TO WS-DATE-DAY
               COMPUTE WS-NEXT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

               IF WS-WEEK-OF-MONTH = 5
                   COMPUTE WS-LAST-INT = WS-NEXT-INT - 1
                   COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD(WS-LAST-INT - 1, 7) + 1
                   COMPUTE WS-CAND-INT = WS-LAST-INT
                       - FUNCTION MOD(WS-DAY-OF-WEEK - WS-WEEKDAY
                                      + 7, 7)
               ELSE
                   COMPUTE WS-DAY-OF-WEEK =
                       FUNCTION MOD(WS-FIRST-INT - 1, 7) + 1
                   COMPUTE WS-CAND-INT = WS-FIRST-INT
                       + FUNCTION MOD(WS-WEEKDAY - WS-DAY-OF-WEEK
                                      + 7, 7)
                       + 7 * (WS-WEEK-OF-MONTH - 1)
               END-IF

               IF WS-CAND-INT >= WS-START-INT
                   AND WS-CAND-INT <= WS-END-INT
                   PERFORM 0300-ADD-ONE-BEGIN
                      THRU 0300-ADD-ONE-END
               END-IF

               MOVE WS-NEXT-INT TO WS-FIRST-INT

           END-PERFORM.
       0200-MONTHLY-END.

       0300-ADD-ONE-BEGIN.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CAND-INT).
           MOVE WS-DATE-NUM TO WS-EVENT-DATE.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-FOUND-COUNT
           FROM closed_days
           WHERE closed_date = :WS-EVENT-DATE
       END-EXEC.

           IF WS-FOUND-COUNT > 0
               DISPLAY "  " WS-EVENT-DATE " skipped, library closed."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-FOUND-COUNT
           FROM events
           WHERE series_id = :WS-SERIES-ID
             AND event_date = :WS-EVENT-DATE
             AND deleted_date = '00000000'
       END-EXEC.

           IF WS-FOUND-COUNT > 0
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO events (name, event_date, room, capacity,
               popular_flag, series_id)
           VALUES (:WS-SERIES-NAME, :WS-EVENT-DATE, :WS-ROOM,
               :WS-CAPACITY, :WS-POPULAR-FLAG, :WS-SERIES-ID)
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO LK-EVENT-COUNT
           ELSE
               DISPLAY "Series event insert error SQLCODE: " SQLCODE
               SET WS-FAILED TO TRUE
           END-IF.
       0300-ADD-ONE-END.
