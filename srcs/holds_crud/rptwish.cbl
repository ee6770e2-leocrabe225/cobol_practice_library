       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptwish.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-BOOK-ID          PIC 9(10).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-WISH-COUNT       PIC 9(05).
       01 WS-OPEN-HOLDS       PIC 9(05).
       01 WS-COPIES-TOTAL     PIC 9(05).
       01 WS-PATRON-COUNT     PIC 9(07).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "wish-demand".

      *    how many patrons keep each title on a list of their own,
      *    want-to-read or named; published lists are the library's
      *    own choice and say nothing about demand
       EXEC SQL
           DECLARE wish_demand_cursor CURSOR FOR
               SELECT books.id, books.name,
                   COUNT(DISTINCT reading_lists.people_id),
                   (SELECT COUNT(*) FROM holds
                    WHERE holds.book_id = books.id
                      AND holds.fulfilled_date = '00000000'
                      AND holds.closed_date = '00000000'),
                   books.copies_total
               FROM reading_list_items
               INNER JOIN reading_lists
                   ON reading_list_items.list_id = reading_lists.id
               INNER JOIN books
                   ON reading_list_items.book_id = books.id
               WHERE reading_lists.list_kind IN ('W', 'N')
                 AND reading_lists.deleted_date = '00000000'
                 AND books.deleted_date = '00000000'
                 AND books.withdrawn_date = '00000000'
               GROUP BY books.id, books.name, books.copies_total
               ORDER BY 3 DESC, 4 DESC, books.id
       END-EXEC.

      *    the softer demand signal beside the holds pressure
      *    report : interest that has not yet turned into a hold
       PROCEDURE DIVISION.

       EXEC SQL
           SELECT COUNT(DISTINCT reading_lists.people_id)
           INTO :WS-PATRON-COUNT
           FROM reading_lists
           INNER JOIN reading_list_items
               ON reading_list_items.list_id = reading_lists.id
           WHERE reading_lists.list_kind IN ('W', 'N')
             AND reading_lists.deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-PATRON-COUNT
           END-IF.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE "Titles on patrons' lists, most wanted first"
               TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN wish_demand_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Wish list demand error SQLCODE: " SQLCODE
           ELSE
               MOVE "LINE" TO WS-SPOOL-REQUEST
               PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH wish_demand_cursor
           INTO :WS-BOOK-ID, :WS-BOOK-NAME, :WS-WISH-COUNT,
               :WS-OPEN-HOLDS, :WS-COPIES-TOTAL
       END-EXEC

                   IF SQLCODE NOT = 0
                       SET WS-EOF-Y TO TRUE
                   ELSE
                       ADD 1 TO WS-MATCH-COUNT
                       MOVE SPACES TO WS-SPOOL-TEXT
                       STRING "Book " DELIMITED BY SIZE
                              WS-BOOK-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-BOOK-NAME)
                                  DELIMITED BY SIZE
                              " : " DELIMITED BY SIZE
                              WS-WISH-COUNT DELIMITED BY SIZE
                              " patron(s) listing, " DELIMITED BY SIZE
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

               END-PERFORM

       EXEC SQL CLOSE wish_demand_cursor END-EXEC
           END-IF.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-MATCH-COUNT DELIMITED BY SIZE
                  " title(s) listed by " DELIMITED BY SIZE
                  WS-PATRON-COUNT DELIMITED BY SIZE
                  " patron(s)" DELIMITED BY SIZE
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
