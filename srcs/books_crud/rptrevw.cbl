       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptrevw.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-FROM-DATE        PIC X(08).
       01 WS-TO-DATE          PIC X(08).
       01 WS-MIN-RATINGS      PIC 9(05).
       01 WS-BOOK-ID          PIC 9(10).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-TYPE-NAME        PIC X(20).
       01 WS-RATING-AVG       PIC 9(01)V99.
       01 WS-RATING-COUNT     PIC 9(05).
       01 WS-REVIEW-COUNT     PIC 9(05).
       01 WS-PENDING-COUNT    PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-TODAY            PIC X(08).
       01 WS-MONTH            PIC 9(02).
       01 WS-QUARTER-MONTH    PIC 9(02).
       01 WS-RANK             PIC 9(03) VALUE 0.
       01 WS-RANK-MAX         PIC 9(03) VALUE 20.
       01 WS-RATING-AVG-OUT   PIC 9.99.

       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "best-reviewed".

      *    the quarter's ratings per title, best first; a title
      *    needs a few ratings before one enthusiast can put it on
      *    the display table
       EXEC SQL
           DECLARE best_reviewed_cursor CURSOR FOR
               SELECT books.id, books.name, types.name,
                   ROUND(AVG(reviews.rating), 2), COUNT(*),
                   SUM(CASE WHEN reviews.review_text <> ' '
                       THEN 1 ELSE 0 END)
               FROM reviews
               INNER JOIN books ON reviews.book_id = books.id
               INNER JOIN types ON books.type_id = types.id
               WHERE reviews.status = 'A'
                 AND reviews.rating > 0
                 AND reviews.submitted_date >= :WS-FROM-DATE
                 AND reviews.submitted_date <= :WS-TO-DATE
                 AND books.deleted_date = '00000000'
                 AND books.withdrawn_date = '00000000'
               GROUP BY books.id, books.name, types.name
               HAVING COUNT(*) >= :WS-MIN-RATINGS
               ORDER BY 4 DESC, 5 DESC, books.name
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    best reviewed this quarter, for display planning : the
      *    calendar quarter to the business date, approved ratings
      *    only, the top twenty titles
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE WS-TODAY(5:2) TO WS-MONTH.
           SUBTRACT 1 FROM WS-MONTH.
           DIVIDE WS-MONTH BY 3 GIVING WS-QUARTER-MONTH.
           COMPUTE WS-QUARTER-MONTH = WS-QUARTER-MONTH * 3 + 1.
           MOVE SPACES TO WS-FROM-DATE.
           STRING WS-TODAY(1:4) DELIMITED BY SIZE
                  WS-QUARTER-MONTH DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
           INTO WS-FROM-DATE.
           MOVE WS-TODAY TO WS-TO-DATE.

           MOVE 2 TO WS-MIN-RATINGS.
           MOVE "REVIEW-MIN-RATINGS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-MIN-RATINGS
           END-IF.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Best reviewed, " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  " (at least " DELIMITED BY SIZE
                  WS-MIN-RATINGS DELIMITED BY SIZE
                  " ratings)" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.
           MOVE 0 TO WS-RANK.

       EXEC SQL OPEN best_reviewed_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Best reviewed error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               MOVE "LINE" TO WS-SPOOL-REQUEST
               PERFORM UNTIL WS-EOF-Y OR WS-RANK >= WS-RANK-MAX

       EXEC SQL
           FETCH best_reviewed_cursor
           INTO :WS-BOOK-ID, :WS-BOOK-NAME, :WS-TYPE-NAME,
               :WS-RATING-AVG, :WS-RATING-COUNT, :WS-REVIEW-COUNT
       END-EXEC

                   IF SQLCODE NOT = 0
                       SET WS-EOF-Y TO TRUE
                   ELSE
                       ADD 1 TO WS-RANK
                       MOVE WS-RATING-AVG TO WS-RATING-AVG-OUT
                       MOVE SPACES TO WS-SPOOL-TEXT
                       STRING WS-RANK DELIMITED BY SIZE
                              ". " DELIMITED BY SIZE
                              WS-RATING-AVG-OUT DELIMITED BY SIZE
                              " from " DELIMITED BY SIZE
                              WS-RATING-COUNT DELIMITED BY SIZE
                              " rating(s), " DELIMITED BY SIZE
                              WS-REVIEW-COUNT DELIMITED BY SIZE
                              " review(s)  " DELIMITED BY SIZE
                              WS-BOOK-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-BOOK-NAME DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-TYPE-NAME DELIMITED BY SIZE
                       INTO WS-SPOOL-TEXT
                       CALL "prtspool" USING
                           WS-SPOOL-REQUEST
                           WS-SPOOL-TEXT
                       END-CALL
                       DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
                   END-IF

               END-PERFORM

       EXEC SQL CLOSE best_reviewed_cursor END-EXEC
               SET LK-RETURN-OK TO TRUE
           END-IF.

      *    a long queue means the list above is missing opinions
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-PENDING-COUNT
           FROM reviews
           WHERE status = 'P'
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-PENDING-COUNT
           END-IF.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-RANK DELIMITED BY SIZE
                  " title(s) listed, " DELIMITED BY SIZE
                  WS-PENDING-COUNT DELIMITED BY SIZE
                  " review(s) still awaiting moderation"
                  DELIMITED BY SIZE
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
