       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptgrow.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-WINDOW-START     PIC X(08).
       01 WS-TABLE-NAME       PIC X(40).
       01 WS-SNAPSHOT-DATE    PIC X(08).
       01 WS-LIVE-ROWS        PIC 9(12).
       01 WS-ARCHIVED-ROWS    PIC 9(12).
       01 WS-ROW-LIMIT        PIC 9(12).
       01 WS-KEEP-PARAM       PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-TODAY            PIC X(08).
       01 WS-DATE-REQUEST     PIC X(04) VALUE "ADDD".
       01 WS-WINDOW-DAYS      PIC S9(05) VALUE -365.
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.
       01 WS-WARN-MONTHS      PIC 9(05)V99 VALUE 12.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "rptgrow".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

      *    one table at a time : its first and last snapshot in
      *    the window give the growth rates, the month lines are
      *    the last snapshot of each month as rpttrend does it
       01 WS-CURRENT-TABLE    PIC X(40) VALUE SPACES.
       01 WS-CURRENT-LIMIT    PIC 9(12).
       01 WS-CURRENT-PARAM    PIC X(20).
       01 WS-CURRENT-MONTH    PIC X(06).
       01 WS-FIRST-DATE       PIC X(08).
       01 WS-FIRST-LIVE       PIC 9(12).
       01 WS-FIRST-TOTAL      PIC 9(12).
       01 WS-LAST-DATE        PIC X(08).
       01 WS-LAST-LIVE        PIC 9(12).
       01 WS-LAST-TOTAL       PIC 9(12).
       01 WS-LAST-ARCHIVED    PIC 9(12).
       01 WS-MONTH-LIVE       PIC 9(12).
       01 WS-MONTH-ARCHIVED   PIC 9(12).
       01 WS-PREV-MONTH-LIVE  PIC 9(12).
       01 WS-MONTH-COUNT      PIC 9(03).
       01 WS-MONTH-DELTA      PIC S9(12).

       01 WS-DATE-NUM         PIC 9(08).
       01 WS-SPAN-DAYS        PIC S9(07).
       01 WS-NET-PER-MONTH    PIC S9(11)V9.
       01 WS-GROSS-PER-MONTH  PIC S9(11)V9.
       01 WS-DAYS-TO-LIMIT    PIC S9(09).
       01 WS-PROJECT-DAYS     PIC S9(05).
       01 WS-PROJECT-DATE     PIC X(08).
       01 WS-MONTHS-TO-LIMIT  PIC S9(07)V9.
       01 WS-ADVICE           PIC X(90).

       01 WS-TABLE-COUNT      PIC 9(05) VALUE 0.
       01 WS-ADVICE-COUNT     PIC 9(05) VALUE 0.

       01 WS-OUT-ROWS         PIC Z(11)9.
       01 WS-OUT-ROWS-2       PIC Z(11)9.
       01 WS-OUT-DELTA        PIC +Z(11)9.
       01 WS-OUT-RATE         PIC +Z(10)9.9.
       01 WS-OUT-RATE-2       PIC +Z(10)9.9.
       01 WS-OUT-DAYS         PIC ZZZZ9.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "table-growth".

       EXEC SQL
           DECLARE growth_cursor CURSOR FOR
               SELECT table_growth.table_name,
                   table_growth.snapshot_date,
                   table_growth.live_rows,
                   table_growth.archived_rows,
                   COALESCE(table_limits.row_limit, 0),
                   COALESCE(table_limits.keep_param, ' ')
               FROM table_growth
               LEFT JOIN table_limits
                   ON table_limits.table_name =
                      table_growth.table_name
               WHERE table_growth.snapshot_date >= :WS-WINDOW-START
               ORDER BY table_growth.table_name,
                   table_growth.snapshot_date
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    a year of the nightly table counts : month by month per
      *    table, the growth per month net of purges and before
      *    them (live plus archived), and for a table with a limit
      *    when it reaches it at that rate.  A table due inside
      *    CAP-WARN-MONTHS gets advice : the retention parameter
      *    to tighten, or a note that nothing purges it yet
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-TODAY
               WS-WINDOW-START
               WS-WINDOW-DAYS
               WS-RETURN-VALUE
           END-CALL.

           MOVE "CAP-WARN-MONTHS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-WARN-MONTHS
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

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Table growth since " DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  " (month / live rows / month change / archived)"
                  DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN growth_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Table growth error SQLCODE: " SQLCODE
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM 0900-END-RUN-BEGIN
                  THRU 0900-END-RUN-END
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH growth_cursor
           INTO :WS-TABLE-NAME, :WS-SNAPSHOT-DATE, :WS-LIVE-ROWS,
               :WS-ARCHIVED-ROWS, :WS-ROW-LIMIT, :WS-KEEP-PARAM
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   IF WS-TABLE-NAME NOT = WS-CURRENT-TABLE
                       IF WS-CURRENT-TABLE NOT = SPACES
                           PERFORM 0300-END-TABLE-BEGIN
                              THRU 0300-END-TABLE-END
                       END-IF
                       PERFORM 0100-START-TABLE-BEGIN
                          THRU 0100-START-TABLE-END
                   END-IF
                   PERFORM 0200-ONE-SNAPSHOT-BEGIN
                      THRU 0200-ONE-SNAPSHOT-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE growth_cursor END-EXEC.

           IF WS-CURRENT-TABLE NOT = SPACES
               PERFORM 0300-END-TABLE-BEGIN
                  THRU 0300-END-TABLE-END
           END-IF.

           IF WS-TABLE-COUNT = 0
               MOVE "No table counts in the last year -- has the "
                   TO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
               MOVE "  TABLESNAP step been running ?"
                   TO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-IF.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Tables : " DELIMITED BY SIZE
                  WS-TABLE-COUNT DELIMITED BY SIZE
                  ", needing retention action : " DELIMITED BY SIZE
                  WS-ADVICE-COUNT DELIMITED BY SIZE
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

       0100-START-TABLE-BEGIN.
           ADD 1 TO WS-TABLE-COUNT.
           MOVE WS-TABLE-NAME TO WS-CURRENT-TABLE.
           MOVE WS-ROW-LIMIT TO WS-CURRENT-LIMIT.
           MOVE WS-KEEP-PARAM TO WS-CURRENT-PARAM.
           MOVE SPACES TO WS-CURRENT-MONTH.
           MOVE 0 TO WS-MONTH-COUNT.
           MOVE 0 TO WS-PREV-MONTH-LIVE.

           MOVE WS-SNAPSHOT-DATE TO WS-FIRST-DATE.
           MOVE WS-LIVE-ROWS TO WS-FIRST-LIVE.
           COMPUTE WS-FIRST-TOTAL = WS-LIVE-ROWS + WS-ARCHIVED-ROWS.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-CURRENT-TABLE DELIMITED BY SPACE
                  " :" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
       0100-START-TABLE-END.

       0200-ONE-SNAPSHOT-BEGIN.
           IF WS-SNAPSHOT-DATE(1:6) NOT = WS-CURRENT-MONTH
               IF WS-CURRENT-MONTH NOT = SPACES
                   PERFORM 0250-EMIT-MONTH-BEGIN
                      THRU 0250-EMIT-MONTH-END
               END-IF
               MOVE WS-SNAPSHOT-DATE(1:6) TO WS-CURRENT-MONTH
           END-IF.

           MOVE WS-LIVE-ROWS TO WS-MONTH-LIVE.
           MOVE WS-ARCHIVED-ROWS TO WS-MONTH-ARCHIVED.

           MOVE WS-SNAPSHOT-DATE TO WS-LAST-DATE.
           MOVE WS-LIVE-ROWS TO WS-LAST-LIVE.
           MOVE WS-ARCHIVED-ROWS TO WS-LAST-ARCHIVED.
           COMPUTE WS-LAST-TOTAL = WS-LIVE-ROWS + WS-ARCHIVED-ROWS.
       0200-ONE-SNAPSHOT-END.

       0250-EMIT-MONTH-BEGIN.
           ADD 1 TO WS-MONTH-COUNT.
           MOVE WS-MONTH-LIVE TO WS-OUT-ROWS.
           MOVE WS-MONTH-ARCHIVED TO WS-OUT-ROWS-2.

           MOVE SPACES TO WS-SPOOL-TEXT.
           IF WS-MONTH-COUNT = 1
               STRING "    " DELIMITED BY SIZE
                      WS-CURRENT-MONTH DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-OUT-ROWS DELIMITED BY SIZE
                      "              " DELIMITED BY SIZE
                      WS-OUT-ROWS-2 DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
           ELSE
               COMPUTE WS-MONTH-DELTA =
                   WS-MONTH-LIVE - WS-PREV-MONTH-LIVE
               MOVE WS-MONTH-DELTA TO WS-OUT-DELTA
               STRING "    " DELIMITED BY SIZE
                      WS-CURRENT-MONTH DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-OUT-ROWS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-OUT-DELTA DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-OUT-ROWS-2 DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
           END-IF.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE WS-MONTH-LIVE TO WS-PREV-MONTH-LIVE.
       0250-EMIT-MONTH-END.

      *    rates are per 30 days over the whole span of snapshots ;
      *    net is what the live table gained after purges, gross
      *    is what came in before them
       0300-END-TABLE-BEGIN.
           PERFORM 0250-EMIT-MONTH-BEGIN
              THRU 0250-EMIT-MONTH-END.

           MOVE 0 TO WS-NET-PER-MONTH.
           MOVE 0 TO WS-GROSS-PER-MONTH.
           MOVE WS-LAST-DATE TO WS-DATE-NUM.
           COMPUTE WS-SPAN-DAYS = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-FIRST-DATE TO WS-DATE-NUM.
           COMPUTE WS-SPAN-DAYS =
               WS-SPAN-DAYS - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           IF WS-SPAN-DAYS > 0
               COMPUTE WS-NET-PER-MONTH ROUNDED =
                   (WS-LAST-LIVE - WS-FIRST-LIVE) * 30 / WS-SPAN-DAYS
               COMPUTE WS-GROSS-PER-MONTH ROUNDED =
                   (WS-LAST-TOTAL - WS-FIRST-TOTAL) * 30
                   / WS-SPAN-DAYS
           END-IF.

           MOVE WS-NET-PER-MONTH TO WS-OUT-RATE.
           MOVE WS-GROSS-PER-MONTH TO WS-OUT-RATE-2.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "    growth per month : net " DELIMITED BY SIZE
                  WS-OUT-RATE DELIMITED BY SIZE
                  ", before purges " DELIMITED BY SIZE
                  WS-OUT-RATE-2 DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           IF WS-CURRENT-LIMIT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0400-PROJECT-LIMIT-BEGIN
              THRU 0400-PROJECT-LIMIT-END.
       0300-END-TABLE-END.

       0400-PROJECT-LIMIT-BEGIN.
           MOVE WS-CURRENT-LIMIT TO WS-OUT-ROWS.
           MOVE SPACES TO WS-ADVICE.
           MOVE SPACES TO WS-SPOOL-TEXT.

           EVALUATE TRUE
               WHEN WS-LAST-LIVE >= WS-CURRENT-LIMIT
                   STRING "    limit " DELIMITED BY SIZE
                          WS-OUT-ROWS DELIMITED BY SIZE
                          " ALREADY REACHED" DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   MOVE 0 TO WS-MONTHS-TO-LIMIT
               WHEN WS-NET-PER-MONTH <= 0
                   STRING "    limit " DELIMITED BY SIZE
                          WS-OUT-ROWS DELIMITED BY SIZE
                          ", not growing towards it" DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   MOVE 99999 TO WS-MONTHS-TO-LIMIT
               WHEN OTHER
                   COMPUTE WS-MONTHS-TO-LIMIT ROUNDED =
                       (WS-CURRENT-LIMIT - WS-LAST-LIVE)
                       / WS-NET-PER-MONTH
                   COMPUTE WS-DAYS-TO-LIMIT =
                       WS-MONTHS-TO-LIMIT * 30
                   IF WS-DAYS-TO-LIMIT > 99999
                       MOVE 99999 TO WS-PROJECT-DAYS
                   ELSE
                       MOVE WS-DAYS-TO-LIMIT TO WS-PROJECT-DAYS
                   END-IF
                   CALL "datesrvc" USING
                       WS-DATE-REQUEST
                       WS-LAST-DATE
                       WS-PROJECT-DATE
                       WS-PROJECT-DAYS
                       WS-RETURN-VALUE
                   END-CALL
                   STRING "    limit " DELIMITED BY SIZE
                          WS-OUT-ROWS DELIMITED BY SIZE
                          " reached about " DELIMITED BY SIZE
                          WS-PROJECT-DATE DELIMITED BY SIZE
                          " at this rate" DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
           END-EVALUATE.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           IF WS-MONTHS-TO-LIMIT > WS-WARN-MONTHS
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ADVICE-COUNT.
           IF WS-CURRENT-PARAM = SPACES
               STRING "    ADVICE : nothing purges this table, "
                      DELIMITED BY SIZE
                      "it needs a retention rule or a higher limit"
                      DELIMITED BY SIZE
               INTO WS-ADVICE
           ELSE
               MOVE WS-CURRENT-PARAM TO WS-PARAM-NAME
               MOVE 0 TO WS-PARAM-VALUE
               CALL "rdparam" USING
                   WS-PARAM-NAME
                   WS-PARAM-VALUE
                   WS-RETURN-VALUE
               END-CALL
               MOVE WS-PARAM-VALUE TO WS-OUT-DAYS
               STRING "    ADVICE : tighten " DELIMITED BY SIZE
                      WS-CURRENT-PARAM DELIMITED BY SPACE
                      " (now " DELIMITED BY SIZE
                      WS-OUT-DAYS DELIMITED BY SIZE
                      " days)" DELIMITED BY SIZE
               INTO WS-ADVICE
           END-IF.

           MOVE WS-ADVICE TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-CURRENT-TABLE DELIMITED BY SPACE
                  " : " DELIMITED BY SIZE
                  WS-ADVICE(14:77) DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0400-PROJECT-LIMIT-END.

       0900-END-RUN-BEGIN.
           MOVE WS-TABLE-COUNT TO WS-RUN-COUNT.
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
       0900-END-RUN-END.
