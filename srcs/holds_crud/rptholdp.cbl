       01 WS-SUPPLIER-ID      PIC 9(10).
       01 WS-ORDER-ID         PIC 9(10).
       01 WS-TODAY            PIC X(08).
       01 WS-WORK-ID          PIC 9(10).
       01 WS-WORK-TITLE       PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.


       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.
       01 WS-DRAFT-COUNT      PIC 9(05) VALUE 0.
       01 WS-WORK-MATCH-COUNT PIC 9(05) VALUE 0.
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.

                   DESC, books.id
       END-EXEC.

      *    the same measure a work at a time : every open hold on
      *    any of its editions against the copies of all of them,
      *    since an any-edition hold can be met from any shelf
       EXEC SQL
           DECLARE works_pressure_cursor CURSOR FOR
               SELECT pressure.id, pressure.title,
                   pressure.copies_total, pressure.open_holds
               FROM (
                   SELECT works.id, works.title,
                       SUM(books.copies_total) AS copies_total,
                       (SELECT COUNT(*) FROM holds
                        INNER JOIN books held
                            ON holds.book_id = held.id
                        WHERE held.work_id = works.id
                          AND holds.fulfilled_date = '00000000'
                          AND holds.closed_date = '00000000')
                           AS open_holds
                   FROM works
                   INNER JOIN books ON books.work_id = works.id
                   WHERE books.deleted_date = '00000000'
                     AND books.withdrawn_date = '00000000'
                   GROUP BY works.id, works.title
               ) pressure
               WHERE pressure.open_holds > 0
                 AND pressure.open_holds
                     >= :WS-THRESHOLD
                        * GREATEST(pressure.copies_total, 1)
               ORDER BY pressure.open_holds DESC, pressure.id
       END-EXEC.

      *    the weekly answer to "should we buy more copies" :
      *    the queue we already track against the shelves we
      *    already count, with the option of planting draft
               DISPLAY "No title is over the pressure threshold."
           END-IF.

           PERFORM 0200-REPORT-WORKS-BEGIN
              THRU 0200-REPORT-WORKS-END.

           IF WS-DRAFT-COUNT > 0
               DISPLAY WS-DRAFT-COUNT " draft order line(s) "
                       "written, review them with the DRAFTS "
               MOVE 0 TO SQLCODE
           END-IF.
       0100-REPORT-ONE-END.

      *    works are reported only : a draft order needs one ISBN,
      *    and which edition to buy more of is for acquisitions
       0200-REPORT-WORKS-BEGIN.
           DISPLAY "Works with at least " WS-THRESHOLD
                   " open hold(s) per copy across their editions :".

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           MOVE "Works, all editions together :" TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN works_pressure_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Works pressure error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH works_pressure_cursor
           INTO :WS-WORK-ID, :WS-WORK-TITLE,
               :WS-COPIES-TOTAL, :WS-OPEN-HOLDS
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-WORK-MATCH-COUNT
                   MOVE "LINE" TO WS-SPOOL-REQUEST
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "Work " DELIMITED BY SIZE
                          WS-WORK-ID DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-WORK-TITLE)
                              DELIMITED BY SIZE
                          " : " DELIMITED BY SIZE
                          WS-OPEN-HOLDS DELIMITED BY SIZE
                          " hold(s) on " DELIMITED BY SIZE
                          WS-COPIES-TOTAL DELIMITED BY SIZE
                          " cop(y/ies)" DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   CALL "prtspool" USING
                       WS-SPOOL-REQUEST
                       WS-SPOOL-TEXT
                   END-CALL
                   DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE works_pressure_cursor END-EXEC.

           IF WS-WORK-MATCH-COUNT = 0
               DISPLAY "No work is over the pressure threshold."
           END-IF.
       0200-REPORT-WORKS-END.
