       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptmissv.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-SERIES-NAME      PIC X(50).
       01 WS-TOP-VOLUME       PIC 9(04).
       01 WS-MISSING-VOLUME   PIC 9(04).
       01 WS-STANDING-FLAG    PIC X(01).
       01 WS-SERIES-HELD      PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-PREV-SERIES      PIC X(50).
       01 WS-SERIES-COUNT     PIC 9(05) VALUE 0.
       01 WS-MISSING-COUNT    PIC 9(07) VALUE 0.
       01 WS-LIST-POINTER     PIC 9(03).
       01 WS-LIST-MAX         PIC 9(03) VALUE 125.

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "missing-volumes".

      *    every volume number below the highest one we hold that
      *    no live, unwithdrawn copy of the series carries
       EXEC SQL
           DECLARE missing_volume_cursor CURSOR FOR
               SELECT held.series_name, held.top_volume, vol.n,
                   CASE WHEN EXISTS (
                       SELECT 1 FROM standing_orders
                       WHERE UPPER(standing_orders.series_name)
                             = UPPER(held.series_name)
                         AND standing_orders.cancelled_date
                             = '00000000')
                   THEN 'Y' ELSE 'N' END
               FROM (
                   SELECT series_name,
                       MAX(volume_number) AS top_volume
                   FROM books
                   WHERE series_name <> ' '
                     AND volume_number > 0
                     AND deleted_date = '00000000'
                     AND withdrawn_date = '00000000'
                   GROUP BY series_name
               ) held
               CROSS JOIN LATERAL
                   generate_series(1, held.top_volume) AS vol(n)
               WHERE NOT EXISTS (
                   SELECT 1 FROM books
                   WHERE books.series_name = held.series_name
                     AND books.volume_number = vol.n
                     AND books.deleted_date = '00000000'
                     AND books.withdrawn_date = '00000000')
               ORDER BY held.series_name, vol.n
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the gaps in our runs : for every series we hold, the
      *    volume numbers we do not, so selection can fill them
      *    before the patrons notice
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

       EXEC SQL
           SELECT COUNT(DISTINCT series_name)
           INTO :WS-SERIES-HELD
           FROM books
           WHERE series_name <> ' '
             AND deleted_date = '00000000'
             AND withdrawn_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-SERIES-HELD
           END-IF.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE "Missing volumes by series (S = on standing order)"
               TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.
           MOVE SPACES TO WS-PREV-SERIES.
           MOVE SPACES TO WS-SPOOL-TEXT.
           MOVE 1 TO WS-LIST-POINTER.

       EXEC SQL OPEN missing_volume_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Missing volume error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH missing_volume_cursor
           INTO :WS-SERIES-NAME, :WS-TOP-VOLUME,
               :WS-MISSING-VOLUME, :WS-STANDING-FLAG
       END-EXEC

                   IF SQLCODE NOT = 0
                       SET WS-EOF-Y TO TRUE
                   ELSE
                       ADD 1 TO WS-MISSING-COUNT
                       PERFORM 0100-ONE-GAP-BEGIN
                          THRU 0100-ONE-GAP-END
                   END-IF

               END-PERFORM

       EXEC SQL CLOSE missing_volume_cursor END-EXEC
               PERFORM 0200-FLUSH-LINE-BEGIN
                  THRU 0200-FLUSH-LINE-END
               SET LK-RETURN-OK TO TRUE
           END-IF.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-SERIES-HELD DELIMITED BY SIZE
                  " series held, " DELIMITED BY SIZE
                  WS-SERIES-COUNT DELIMITED BY SIZE
                  " with gaps, " DELIMITED BY SIZE
                  WS-MISSING-COUNT DELIMITED BY SIZE
                  " volume(s) missing" DELIMITED BY SIZE
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

           EXIT PROGRAM.

      *    one line per series, heading with how far the run goes,
      *    then the missing numbers; a long list wraps
       0100-ONE-GAP-BEGIN.
           IF WS-SERIES-NAME NOT = WS-PREV-SERIES
               PERFORM 0200-FLUSH-LINE-BEGIN
                  THRU 0200-FLUSH-LINE-END
               ADD 1 TO WS-SERIES-COUNT
               MOVE WS-SERIES-NAME TO WS-PREV-SERIES
               STRING FUNCTION TRIM(WS-SERIES-NAME) DELIMITED BY SIZE
                      " (to vol. " DELIMITED BY SIZE
                      WS-TOP-VOLUME DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   WITH POINTER WS-LIST-POINTER
               END-STRING
               IF WS-STANDING-FLAG = "Y"
                   STRING " S" DELIMITED BY SIZE
                       INTO WS-SPOOL-TEXT
                       WITH POINTER WS-LIST-POINTER
                   END-STRING
               END-IF
               STRING " missing :" DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   WITH POINTER WS-LIST-POINTER
               END-STRING
           END-IF.

           IF WS-LIST-POINTER > WS-LIST-MAX
               PERFORM 0200-FLUSH-LINE-BEGIN
                  THRU 0200-FLUSH-LINE-END
               STRING "    ..." DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   WITH POINTER WS-LIST-POINTER
               END-STRING
           END-IF.

           STRING " " DELIMITED BY SIZE
                  WS-MISSING-VOLUME DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               WITH POINTER WS-LIST-POINTER
           END-STRING.
       0100-ONE-GAP-END.

       0200-FLUSH-LINE-BEGIN.
           IF WS-SPOOL-TEXT NOT = SPACES
               MOVE "LINE" TO WS-SPOOL-REQUEST
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-IF.
           MOVE SPACES TO WS-SPOOL-TEXT.
           MOVE 1 TO WS-LIST-POINTER.
       0200-FLUSH-LINE-END.
