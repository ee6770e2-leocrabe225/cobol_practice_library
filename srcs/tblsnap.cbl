       IDENTIFICATION DIVISION.
       PROGRAM-ID. tblsnap.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-TABLE-NAME       PIC X(40).
       01 WS-LIVE-ROWS        PIC 9(12).
       01 WS-ARCHIVED-ROWS    PIC 9(12).
       01 WS-EXACT-FLAG       PIC X(01).
       01 WS-EXISTING-ID      PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "tblsnap".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-FAILED-SWITCH    PIC X(01) VALUE "N".
           88 WS-FAILED               VALUE "Y".

      *    every table of ours, with the server's own running
      *    count of live rows ; close enough for planning, and the
      *    tables listed in 0100 are counted exactly
       EXEC SQL
           DECLARE table_list_cursor CURSOR FOR
               SELECT relname, n_live_tup
               FROM pg_stat_user_tables
               WHERE schemaname = 'public'
               ORDER BY relname
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the nightly row count of every table, one table_growth
      *    row each per business date ; running it twice in a day
      *    just refreshes the day's rows
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

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

       EXEC SQL OPEN table_list_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Table list error SQLCODE: " SQLCODE
               SET WS-FAILED TO TRUE
           END-IF.

           PERFORM UNTIL WS-EOF-Y OR WS-FAILED

       EXEC SQL
           FETCH table_list_cursor
           INTO :WS-TABLE-NAME, :WS-LIVE-ROWS
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0100-COUNT-ONE-TABLE-BEGIN
                      THRU 0100-COUNT-ONE-TABLE-END
                   PERFORM 0200-STORE-ONE-TABLE-BEGIN
                      THRU 0200-STORE-ONE-TABLE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE table_list_cursor END-EXEC.

           IF WS-FAILED
       EXEC SQL ROLLBACK END-EXEC
               MOVE "FAILED" TO WS-RUN-STATUS
               SET LK-RETURN-ERROR TO TRUE
           ELSE
       EXEC SQL COMMIT END-EXEC
               MOVE "OK" TO WS-RUN-STATUS
               SET LK-RETURN-OK TO TRUE
               DISPLAY WS-RUN-COUNT " table(s) counted for "
                       WS-TODAY "."
           END-IF.

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

           EXIT PROGRAM.

      *    a fixed list of tables is counted exactly -- the
      *    high-volume ones seeded in table_limits plus
      *    search_words and spool_catalog ; a table added to
      *    table_limits later needs its WHEN here too. The ones
      *    arcpurge empties also carry what has gone to the
      *    archive files, from its ledger
       0100-COUNT-ONE-TABLE-BEGIN.
           MOVE "Y" TO WS-EXACT-FLAG.
           MOVE 0 TO WS-ARCHIVED-ROWS.

           EVALUATE WS-TABLE-NAME
               WHEN "borrowings"
       EXEC SQL
           SELECT COUNT(*) INTO :WS-LIVE-ROWS FROM borrowings
       END-EXEC
       EXEC SQL
           SELECT COALESCE(SUM(loans), 0) INTO :WS-ARCHIVED-ROWS
           FROM archive_runs
       END-EXEC
               WHEN "fines"
       EXEC SQL
           SELECT COUNT(*) INTO :WS-LIVE-ROWS FROM fines
       END-EXEC
       EXEC SQL
           SELECT COALESCE(SUM(fines), 0) INTO :WS-ARCHIVED-ROWS
           FROM archive_runs
       END-EXEC
               WHEN "fine_payments"
       EXEC SQL
           SELECT COUNT(*) INTO :WS-LIVE-ROWS FROM fine_payments
       END-EXEC
       EXEC SQL
           SELECT COALESCE(SUM(payments), 0) INTO :WS-ARCHIVED-ROWS
           FROM archive_runs
       END-EXEC
               WHEN "audit_log"
       EXEC SQL
           SELECT COUNT(*) INTO :WS-LIVE-ROWS FROM audit_log
       END-EXEC
       EXEC SQL
           SELECT COALESCE(SUM(audit_rows), 0)
           INTO :WS-ARCHIVED-ROWS
           FROM archive_runs
       END-EXEC
               WHEN "desk_events"
       EXEC SQL
           SELECT COUNT(*) INTO :WS-LIVE-ROWS FROM desk_events
       END-EXEC
               WHEN "notifications"
       EXEC SQL
           SELECT COUNT(*) INTO :WS-LIVE-ROWS FROM notifications
       END-EXEC
               WHEN "search_words"
       EXEC SQL
           SELECT COUNT(*) INTO :WS-LIVE-ROWS FROM search_words
       END-EXEC
               WHEN "spool_catalog"
       EXEC SQL
           SELECT COUNT(*) INTO :WS-LIVE-ROWS FROM spool_catalog
       END-EXEC
               WHEN OTHER
                   MOVE "N" TO WS-EXACT-FLAG
           END-EVALUATE.
       0100-COUNT-ONE-TABLE-END.

       0200-STORE-ONE-TABLE-BEGIN.
       EXEC SQL
           SELECT id
           INTO :WS-EXISTING-ID
           FROM table_growth
           WHERE snapshot_date = :WS-TODAY
             AND table_name = :WS-TABLE-NAME
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL
           UPDATE table_growth
           SET live_rows = :WS-LIVE-ROWS,
               archived_rows = :WS-ARCHIVED-ROWS,
               exact_flag = :WS-EXACT-FLAG
           WHERE id = :WS-EXISTING-ID
       END-EXEC
           ELSE
       EXEC SQL
           INSERT INTO table_growth (snapshot_date, table_name,
               live_rows, archived_rows, exact_flag)
           VALUES (:WS-TODAY, :WS-TABLE-NAME, :WS-LIVE-ROWS,
               :WS-ARCHIVED-ROWS, :WS-EXACT-FLAG)
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY "Table growth store error SQLCODE: " SQLCODE
               SET WS-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RUN-COUNT.
       0200-STORE-ONE-TABLE-END.
