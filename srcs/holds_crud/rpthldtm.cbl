       IDENTIFICATION DIVISION.
       PROGRAM-ID. rpthldtm.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-FROM-DATE        PIC X(08).
       01 WS-TO-DATE          PIC X(08).
       01 WS-SECTION          PIC X(01).
       01 WS-LABEL            PIC X(50).
       01 WS-HOLD-COUNT       PIC 9(07).
       01 WS-READY-COUNT      PIC 9(07).
       01 WS-WAIT-AVG         PIC 9(05)V9.
       01 WS-WAIT-P90         PIC 9(05)V9.
       01 WS-PICKUP-AVG       PIC 9(05)V9.
       01 WS-PICKUP-P90       PIC 9(05)V9.
       01 WS-SHELVED-COUNT    PIC 9(07).
       01 WS-EXPIRED-COUNT    PIC 9(07).
       01 WS-SORT-KEY         PIC X(50).
       01 WS-SORT-WAIT        PIC 9(05)V9.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.
       01 WS-LAST-SECTION     PIC X(01) VALUE SPACE.
       01 WS-EXPIRED-RATE     PIC 9(03)V9.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "hold-times".

       01 WS-OUT-HDR.
           05 FILLER          PIC X(30) VALUE SPACES.
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(07) VALUE "holds".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(07) VALUE "ready".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(07) VALUE "wait".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(07) VALUE "wait90".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(07) VALUE "pickup".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(07) VALUE "pick90".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(07) VALUE "expired".

       01 WS-OUT-LINE.
           05 WS-OUT-LABEL    PIC X(30).
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-HOLDS    PIC ZZZZZZ9.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-READY    PIC ZZZZZZ9.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-WAIT     PIC ZZZZ9.9.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-WAIT90   PIC ZZZZ9.9.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-PICKUP   PIC ZZZZ9.9.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-PICK90   PIC ZZZZ9.9.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-EXPIRED  PIC ZZ9.9.
           05 FILLER          PIC X(01) VALUE "%".

      *    every hold asked for in the period, timed in days :
      *    request to ready (fulfilled_date), and ready to the day
      *    it left the pickup shelf (closed_date).  Nothing on the
      *    hold says how it left ; it was collected when the
      *    patron borrowed that book that same day, as the desk
      *    checkout does, and otherwise it expired on the shelf.
      *    Holds still queued count in "holds" only.  The same
      *    figures are given overall (A), per pickup branch (B),
      *    per type (T), per quarter the hold was asked for (Q),
      *    so rebalancing and buying can be seen to shorten the
      *    wait, and for the slowest titles to be ready (S)
       EXEC SQL
           DECLARE hold_times_cursor CURSOR FOR
               WITH timed AS (
                   SELECT holds.pickup_branch, holds.book_id,
                       holds.requested_date,
                       COALESCE(books.type_id, 0) AS type_id,
                       CASE WHEN holds.fulfilled_date <> '00000000'
                       THEN to_date(holds.fulfilled_date,
                               'YYYYMMDD')
                           - to_date(holds.requested_date,
                               'YYYYMMDD')
                       END AS wait_days,
                       CASE WHEN holds.fulfilled_date <> '00000000'
                             AND holds.closed_date <> '00000000'
                       THEN to_date(holds.closed_date, 'YYYYMMDD')
                           - to_date(holds.fulfilled_date,
                               'YYYYMMDD')
                       END AS shelf_days,
                       CASE WHEN holds.fulfilled_date <> '00000000'
                             AND holds.closed_date <> '00000000'
                       THEN CASE WHEN EXISTS (
                               SELECT 1 FROM borrowings
                               WHERE borrowings.people_id =
                                   holds.people_id
                                 AND borrowings.book_id =
                                   holds.book_id
                                 AND borrowings.start_date =
                                   holds.closed_date)
                           THEN 'C' ELSE 'E' END
                       END AS outcome
                   FROM holds
                   LEFT JOIN books ON books.id = holds.book_id
                   WHERE holds.requested_date >= :WS-FROM-DATE
                     AND holds.requested_date <= :WS-TO-DATE
               ),
               measured AS (
                   SELECT timed.*,
                       CASE WHEN outcome = 'C' THEN shelf_days
                       END AS pickup_days
                   FROM timed
               )
               SELECT 'A', 'All holds', COUNT(*),
                   COUNT(wait_days),
                   COALESCE(ROUND(AVG(wait_days), 1), 0),
                   COALESCE(CAST(PERCENTILE_CONT(0.9)
                       WITHIN GROUP (ORDER BY wait_days)
                       AS NUMERIC(6, 1)), 0),
                   COALESCE(ROUND(AVG(pickup_days), 1), 0),
                   COALESCE(CAST(PERCENTILE_CONT(0.9)
                       WITHIN GROUP (ORDER BY pickup_days)
                       AS NUMERIC(6, 1)), 0),
                   COUNT(outcome),
                   COUNT(*) FILTER (WHERE outcome = 'E'),
                   '0', 0
               FROM measured
               UNION ALL
               SELECT 'B', COALESCE(branches.code, '?'),
                   COUNT(*), COUNT(wait_days),
                   COALESCE(ROUND(AVG(wait_days), 1), 0),
                   COALESCE(CAST(PERCENTILE_CONT(0.9)
                       WITHIN GROUP (ORDER BY wait_days)
                       AS NUMERIC(6, 1)), 0),
                   COALESCE(ROUND(AVG(pickup_days), 1), 0),
                   COALESCE(CAST(PERCENTILE_CONT(0.9)
                       WITHIN GROUP (ORDER BY pickup_days)
                       AS NUMERIC(6, 1)), 0),
                   COUNT(outcome),
                   COUNT(*) FILTER (WHERE outcome = 'E'),
                   COALESCE(branches.code, '?'), 0
               FROM measured
               LEFT JOIN branches
                   ON branches.id = measured.pickup_branch
               GROUP BY branches.code
               UNION ALL
               SELECT 'T', COALESCE(types.name, 'On order'),
                   COUNT(*), COUNT(wait_days),
                   COALESCE(ROUND(AVG(wait_days), 1), 0),
                   COALESCE(CAST(PERCENTILE_CONT(0.9)
                       WITHIN GROUP (ORDER BY wait_days)
                       AS NUMERIC(6, 1)), 0),
                   COALESCE(ROUND(AVG(pickup_days), 1), 0),
                   COALESCE(CAST(PERCENTILE_CONT(0.9)
                       WITHIN GROUP (ORDER BY pickup_days)
                       AS NUMERIC(6, 1)), 0),
                   COUNT(outcome),
                   COUNT(*) FILTER (WHERE outcome = 'E'),
                   COALESCE(types.name, 'On order'), 0
               FROM measured
               LEFT JOIN types ON types.id = measured.type_id
               GROUP BY types.name
               UNION ALL
               SELECT 'Q', SUBSTR(requested_date, 1, 4) || '-Q'
                       || CAST((CAST(SUBSTR(requested_date, 5, 2)
                           AS INT) + 2) / 3 AS CHAR(1)),
                   COUNT(*), COUNT(wait_days),
                   COALESCE(ROUND(AVG(wait_days), 1), 0),
                   COALESCE(CAST(PERCENTILE_CONT(0.9)
                       WITHIN GROUP (ORDER BY wait_days)
                       AS NUMERIC(6, 1)), 0),
                   COALESCE(ROUND(AVG(pickup_days), 1), 0),
                   COALESCE(CAST(PERCENTILE_CONT(0.9)
                       WITHIN GROUP (ORDER BY pickup_days)
                       AS NUMERIC(6, 1)), 0),
                   COUNT(outcome),
                   COUNT(*) FILTER (WHERE outcome = 'E'),
                   SUBSTR(requested_date, 1, 4) || '-Q'
                       || CAST((CAST(SUBSTR(requested_date, 5, 2)
                           AS INT) + 2) / 3 AS CHAR(1)), 0
               FROM measured
               GROUP BY 2
               UNION ALL
               SELECT * FROM (
                   SELECT 'S', books.name, COUNT(*),
                       COUNT(wait_days),
                       COALESCE(ROUND(AVG(wait_days), 1), 0),
                       COALESCE(CAST(PERCENTILE_CONT(0.9)
                           WITHIN GROUP (ORDER BY wait_days)
                           AS NUMERIC(6, 1)), 0),
                       COALESCE(ROUND(AVG(pickup_days), 1), 0),
                       COALESCE(CAST(PERCENTILE_CONT(0.9)
                           WITHIN GROUP (ORDER BY pickup_days)
                           AS NUMERIC(6, 1)), 0),
                       COUNT(outcome),
                       COUNT(*) FILTER (WHERE outcome = 'E'),
                       ' ', ROUND(AVG(wait_days), 1)
                   FROM measured
                   INNER JOIN books
                       ON books.id = measured.book_id
                   WHERE wait_days IS NOT NULL
                   GROUP BY books.id, books.name
                   ORDER BY AVG(wait_days) DESC, books.id
                   LIMIT 20
               ) slowest
               ORDER BY 1, 11, 12 DESC
       END-EXEC.

      *    the answer to "holds take months" : how long patrons
      *    really wait over a period, and whether it is getting
      *    shorter quarter on quarter
       PROCEDURE DIVISION.

           DISPLAY "Holds asked for - from date (YYYYMMDD) : ".
           ACCEPT WS-FROM-DATE.

           CALL "valdate" USING
               WS-FROM-DATE
               WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK
               DISPLAY "That is not a valid date."
               EXIT PROGRAM
           END-IF.

           DISPLAY "Holds asked for - to date (YYYYMMDD) : ".
           ACCEPT WS-TO-DATE.

           CALL "valdate" USING
               WS-TO-DATE
               WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK OR WS-TO-DATE < WS-FROM-DATE
               DISPLAY "That is not a valid date."
               EXIT PROGRAM
           END-IF.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Hold waiting times in days, holds asked for "
                  DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN hold_times_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Hold times report error SQLCODE: " SQLCODE
           ELSE
               PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH hold_times_cursor
           INTO :WS-SECTION, :WS-LABEL, :WS-HOLD-COUNT,
               :WS-READY-COUNT, :WS-WAIT-AVG, :WS-WAIT-P90,
               :WS-PICKUP-AVG, :WS-PICKUP-P90,
               :WS-SHELVED-COUNT, :WS-EXPIRED-COUNT,
               :WS-SORT-KEY, :WS-SORT-WAIT
       END-EXEC

                   IF SQLCODE NOT = 0
                       SET WS-EOF-Y TO TRUE
                   ELSE
                       ADD 1 TO WS-MATCH-COUNT
                       PERFORM 0100-SPOOL-ONE-ROW-BEGIN
                          THRU 0100-SPOOL-ONE-ROW-END
                   END-IF

               END-PERFORM

       EXEC SQL CLOSE hold_times_cursor END-EXEC
           END-IF.

           IF WS-MATCH-COUNT = 0
               DISPLAY "No holds asked for in that period."
           END-IF.

           MOVE "CLOS" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           EXIT PROGRAM.

      *    the expired rate is out of the holds that have left
      *    the pickup shelf, collected or not
       0100-SPOOL-ONE-ROW-BEGIN.
           IF WS-SECTION NOT = WS-LAST-SECTION
               PERFORM 0200-SPOOL-SECTION-BEGIN
                  THRU 0200-SPOOL-SECTION-END
           END-IF.

           IF WS-SHELVED-COUNT > 0
               COMPUTE WS-EXPIRED-RATE ROUNDED =
                   WS-EXPIRED-COUNT * 100 / WS-SHELVED-COUNT
           ELSE
               MOVE 0 TO WS-EXPIRED-RATE
           END-IF.

           MOVE WS-LABEL          TO WS-OUT-LABEL.
           MOVE WS-HOLD-COUNT     TO WS-OUT-HOLDS.
           MOVE WS-READY-COUNT    TO WS-OUT-READY.
           MOVE WS-WAIT-AVG       TO WS-OUT-WAIT.
           MOVE WS-WAIT-P90       TO WS-OUT-WAIT90.
           MOVE WS-PICKUP-AVG     TO WS-OUT-PICKUP.
           MOVE WS-PICKUP-P90     TO WS-OUT-PICK90.
           MOVE WS-EXPIRED-RATE   TO WS-OUT-EXPIRED.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE WS-OUT-LINE TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY WS-OUT-LINE.
       0100-SPOOL-ONE-ROW-END.

       0200-SPOOL-SECTION-BEGIN.
           MOVE WS-SECTION TO WS-LAST-SECTION.

           MOVE SPACES TO WS-SPOOL-TEXT.
           EVALUATE WS-SECTION
               WHEN "A"
                   MOVE "Overall" TO WS-SPOOL-TEXT
               WHEN "B"
                   MOVE "By pickup branch" TO WS-SPOOL-TEXT
               WHEN "Q"
                   MOVE "By quarter asked for" TO WS-SPOOL-TEXT
               WHEN "S"
                   MOVE "Slowest titles to be ready" TO WS-SPOOL-TEXT
               WHEN "T"
                   MOVE "By type" TO WS-SPOOL-TEXT
           END-EVALUATE.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE WS-OUT-HDR TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY WS-OUT-HDR.
       0200-SPOOL-SECTION-END.
