       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptqual.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-RULE             PIC 9(01).
       01 WS-TYPE-NAME        PIC X(20).
       01 WS-BOOK-ID          PIC 9(10).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-RULES-MET        PIC 9(01).
       01 WS-TOTAL-BOOKS      PIC 9(07).
       01 WS-INCOMPLETE-BOOKS PIC 9(07).
       01 WS-NO-LANGUAGE      PIC 9(07).
       01 WS-NO-AUDIENCE      PIC 9(07).
       01 WS-NO-SUBJECTS      PIC 9(07).
       01 WS-NO-SHELF         PIC 9(07).
       01 WS-NO-VOLUME        PIC 9(07).
       01 WS-NO-COPIES        PIC 9(07).
       01 WS-EXISTING-ID      PIC 9(10).
       01 WS-HIST-DATE        PIC X(08).
       01 WS-HIST-TOTAL       PIC 9(07).
       01 WS-HIST-INCOMPLETE  PIC 9(07).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-RULE-FAIL-TABLE.
           05 WS-RULE-FAIL-COUNT OCCURS 6 TIMES PIC 9(07).

       01 WS-RULE-VALUES.
           05 FILLER PIC X(40) VALUE "no language".
           05 FILLER PIC X(40) VALUE "no audience rating".
           05 FILLER PIC X(40) VALUE "no subject heading".
           05 FILLER PIC X(40) VALUE "no shelf location".
           05 FILLER PIC X(40) VALUE "series with no volume number".
           05 FILLER PIC X(40) VALUE "copies counted but no copy rows".
       01 WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05 WS-RULE-TEXT OCCURS 6 TIMES PIC X(40).
       01 WS-RULE-MAX         PIC 9(01) VALUE 6.

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-PREV-TYPE        PIC X(20).
       01 WS-FIRST-SWITCH     PIC X(01).
           88 WS-FIRST-LINE           VALUE "Y".
       01 WS-PREV-INCOMPLETE  PIC S9(07).
       01 WS-DELTA            PIC S9(07).
       01 WS-OUT-DELTA        PIC +(6)9.
       01 WS-HIST-COUNT       PIC 9(03) VALUE 0.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "quality-worklist".

      *    every live, not withdrawn book scored against the six
      *    completeness rules ; a book shows once under each rule
      *    it fails, grouped by type, with how many of the six it
      *    meets so the thinnest records stand out
       EXEC SQL
           DECLARE quality_cursor CURSOR FOR
               SELECT q.type_name, q.id, q.name,
                   6 - (q.r1 + q.r2 + q.r3 + q.r4 + q.r5 + q.r6)
               FROM (
                   SELECT books.id, books.name,
                       types.name AS type_name,
                       CASE WHEN books.language = ' '
                            THEN 1 ELSE 0 END AS r1,
                       CASE WHEN books.audience = ' '
                            THEN 1 ELSE 0 END AS r2,
                       CASE WHEN NOT EXISTS (
                                SELECT 1
                                FROM books_subjects
                                INNER JOIN subjects
                                    ON books_subjects.subject_id
                                       = subjects.id
                                WHERE books_subjects.book_id
                                      = books.id
                                  AND subjects.deleted_date
                                      = '00000000')
                            THEN 1 ELSE 0 END AS r3,
                       CASE WHEN books.shelf_location = ' '
                            THEN 1 ELSE 0 END AS r4,
                       CASE WHEN books.series_name <> ' '
                             AND books.volume_number = 0
                            THEN 1 ELSE 0 END AS r5,
                       CASE WHEN books.copies_total > 0
                             AND NOT EXISTS (
                                SELECT 1
                                FROM copies
                                WHERE copies.book_id = books.id)
                            THEN 1 ELSE 0 END AS r6
                   FROM books
                   INNER JOIN types ON books.type_id = types.id
                   WHERE books.deleted_date = '00000000'
                     AND books.withdrawn_date = '00000000'
               ) q
               WHERE (:WS-RULE = 1 AND q.r1 = 1)
                  OR (:WS-RULE = 2 AND q.r2 = 1)
                  OR (:WS-RULE = 3 AND q.r3 = 1)
                  OR (:WS-RULE = 4 AND q.r4 = 1)
                  OR (:WS-RULE = 5 AND q.r5 = 1)
                  OR (:WS-RULE = 6 AND q.r6 = 1)
               ORDER BY q.type_name, q.name, q.id
       END-EXEC.

      *    the last twelve snapshots, oldest first
       EXEC SQL
           DECLARE quality_trend_cursor CURSOR FOR
               SELECT recent.business_date, recent.total_books,
                   recent.incomplete_books
               FROM (
                   SELECT business_date, total_books,
                       incomplete_books
                   FROM quality_history
                   ORDER BY business_date DESC
                   LIMIT 12
               ) recent
               ORDER BY recent.business_date
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the cataloguing worklist : thin records by problem and
      *    by type, then the day's counts stored in
      *    quality_history (a second run the same day refreshes
      *    the row) and the recent trend of the backlog
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
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
           STRING "Catalogue completeness worklist at "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE ZEROES TO WS-RULE-FAIL-TABLE.

           PERFORM VARYING WS-RULE FROM 1 BY 1
                   UNTIL WS-RULE > WS-RULE-MAX
               PERFORM 0100-LIST-RULE-BEGIN
                  THRU 0100-LIST-RULE-END
           END-PERFORM.

           PERFORM 0200-STORE-SNAPSHOT-BEGIN
              THRU 0200-STORE-SNAPSHOT-END.

           IF LK-RETURN-OK
               PERFORM 0300-SHOW-TREND-BEGIN
                  THRU 0300-SHOW-TREND-END
           END-IF.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-INCOMPLETE-BOOKS DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-TOTAL-BOOKS DELIMITED BY SIZE
                  " book(s) fail at least one rule"
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

      *    one section per rule, a sub-heading each time the type
      *    changes
       0100-LIST-RULE-BEGIN.
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Rule " DELIMITED BY SIZE
                  WS-RULE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RULE-TEXT(WS-RULE))
                  DELIMITED BY SIZE
                  " :" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.
           MOVE "Y" TO WS-FIRST-SWITCH.

       EXEC SQL OPEN quality_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Quality worklist error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH quality_cursor
           INTO :WS-TYPE-NAME, :WS-BOOK-ID, :WS-BOOK-NAME,
               :WS-RULES-MET
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-RULE-FAIL-COUNT(WS-RULE)
                   PERFORM 0150-PRINT-ONE-BEGIN
                      THRU 0150-PRINT-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE quality_cursor END-EXEC.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  " DELIMITED BY SIZE
                  WS-RULE-FAIL-COUNT(WS-RULE) DELIMITED BY SIZE
                  " book(s) with " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RULE-TEXT(WS-RULE))
                  DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0100-LIST-RULE-END.

       0150-PRINT-ONE-BEGIN.
           IF WS-FIRST-LINE OR WS-TYPE-NAME NOT = WS-PREV-TYPE
               MOVE "N" TO WS-FIRST-SWITCH
               MOVE WS-TYPE-NAME TO WS-PREV-TYPE
               MOVE "LINE" TO WS-SPOOL-REQUEST
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "  Type " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TYPE-NAME) DELIMITED BY SIZE
                      " :" DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-IF.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "    " DELIMITED BY SIZE
                  WS-BOOK-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BOOK-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RULES-MET DELIMITED BY SIZE
                  "/6 rules met" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0150-PRINT-ONE-END.

      *    a book failing three rules is one incomplete book, not
      *    three : the backlog figure counts books
       0200-STORE-SNAPSHOT-BEGIN.
           MOVE WS-RULE-FAIL-COUNT(1) TO WS-NO-LANGUAGE.
           MOVE WS-RULE-FAIL-COUNT(2) TO WS-NO-AUDIENCE.
           MOVE WS-RULE-FAIL-COUNT(3) TO WS-NO-SUBJECTS.
           MOVE WS-RULE-FAIL-COUNT(4) TO WS-NO-SHELF.
           MOVE WS-RULE-FAIL-COUNT(5) TO WS-NO-VOLUME.
           MOVE WS-RULE-FAIL-COUNT(6) TO WS-NO-COPIES.

       EXEC SQL
           SELECT COUNT(*),
               COALESCE(SUM(CASE WHEN books.language = ' '
                   OR books.audience = ' '
                   OR books.shelf_location = ' '
                   OR (books.series_name <> ' '
                       AND books.volume_number = 0)
                   OR NOT EXISTS (
                       SELECT 1
                       FROM books_subjects
                       INNER JOIN subjects
                           ON books_subjects.subject_id = subjects.id
                       WHERE books_subjects.book_id = books.id
                         AND subjects.deleted_date = '00000000')
                   OR (books.copies_total > 0
                       AND NOT EXISTS (
                           SELECT 1
                           FROM copies
                           WHERE copies.book_id = books.id))
                   THEN 1 ELSE 0 END), 0)
           INTO :WS-TOTAL-BOOKS, :WS-INCOMPLETE-BOOKS
           FROM books
           WHERE books.deleted_date = '00000000'
             AND books.withdrawn_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Quality snapshot error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT id
           INTO :WS-EXISTING-ID
           FROM quality_history
           WHERE business_date = :WS-TODAY
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL
           UPDATE quality_history
           SET total_books = :WS-TOTAL-BOOKS,
               incomplete_books = :WS-INCOMPLETE-BOOKS,
               no_language = :WS-NO-LANGUAGE,
               no_audience = :WS-NO-AUDIENCE,
               no_subjects = :WS-NO-SUBJECTS,
               no_shelf = :WS-NO-SHELF,
               no_volume = :WS-NO-VOLUME,
               no_copies = :WS-NO-COPIES
           WHERE id = :WS-EXISTING-ID
       END-EXEC
           ELSE
       EXEC SQL
           INSERT INTO quality_history
               (business_date, total_books, incomplete_books,
                no_language, no_audience, no_subjects, no_shelf,
                no_volume, no_copies)
           VALUES (:WS-TODAY, :WS-TOTAL-BOOKS, :WS-INCOMPLETE-BOOKS,
               :WS-NO-LANGUAGE, :WS-NO-AUDIENCE, :WS-NO-SUBJECTS,
               :WS-NO-SHELF, :WS-NO-VOLUME, :WS-NO-COPIES)
       END-EXEC
           END-IF.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               SET LK-RETURN-OK TO TRUE
           ELSE
               DISPLAY "Quality snapshot error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               SET LK-RETURN-ERROR TO TRUE
           END-IF.
       0200-STORE-SNAPSHOT-END.

       0300-SHOW-TREND-BEGIN.
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE "Incomplete records, recent runs :" TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN quality_trend_cursor END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH quality_trend_cursor
           INTO :WS-HIST-DATE, :WS-HIST-TOTAL, :WS-HIST-INCOMPLETE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0350-PRINT-TREND-LINE-BEGIN
                      THRU 0350-PRINT-TREND-LINE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE quality_trend_cursor END-EXEC.
       0300-SHOW-TREND-END.

       0350-PRINT-TREND-LINE-BEGIN.
           ADD 1 TO WS-HIST-COUNT.
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.

           IF WS-HIST-COUNT = 1
               STRING "  " DELIMITED BY SIZE
                      WS-HIST-DATE DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      WS-HIST-INCOMPLETE DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      WS-HIST-TOTAL DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
           ELSE
               COMPUTE WS-DELTA =
                   WS-HIST-INCOMPLETE - WS-PREV-INCOMPLETE
               MOVE WS-DELTA TO WS-OUT-DELTA
               STRING "  " DELIMITED BY SIZE
                      WS-HIST-DATE DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      WS-HIST-INCOMPLETE DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      WS-HIST-TOTAL DELIMITED BY SIZE
                      "  (change " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OUT-DELTA) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
           END-IF.

           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE WS-HIST-INCOMPLETE TO WS-PREV-INCOMPLETE.
       0350-PRINT-TREND-LINE-END.
