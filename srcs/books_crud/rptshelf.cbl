       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptshelf.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-BRANCH-FILTER    PIC 9(10).
       01 WS-SHELF-FILTER     PIC X(10).
       01 WS-BRANCH-ID        PIC 9(10).
       01 WS-BRANCH-CODE      PIC X(04).
       01 WS-SHELF-LOCATION   PIC X(10).
       01 WS-CLASS-NUMBER     PIC X(12).
       01 WS-CUTTER           PIC X(10).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-VOLUME-NUMBER    PIC 9(05).
       01 WS-BARCODE          PIC X(20).
       01 WS-COPY-STATUS      PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-TODAY            PIC X(08).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.
       01 WS-PREV-BRANCH      PIC 9(10) VALUE 0.
       01 WS-PREV-SHELF       PIC X(10) VALUE SPACES.
       01 WS-FIRST-SWITCH     PIC X(01) VALUE "Y".
           88 WS-FIRST-LINE           VALUE "Y".
       01 WS-CALL-NUMBER      PIC X(23).
       01 WS-VOLUME-TEXT      PIC X(09).

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "shelf-list".

      *    every copy the stock record places on a shelf, bay by
      *    bay in the order a shelver walks it : call number, then
      *    title and volume for the same call number ; items with
      *    no classification yet close each bay.  Missing and
      *    withdrawn stock is left out, copies away from the shelf
      *    show their status (L loan, H hold, O out of service, T
      *    transit)
       EXEC SQL
           DECLARE shelf_cursor CURSOR FOR
               SELECT copies.branch_id,
                   COALESCE(branches.code, ' '),
                   books.shelf_location, books.class_number,
                   books.cutter, books.name, books.volume_number,
                   copies.barcode, copies.status
               FROM copies
               INNER JOIN books ON copies.book_id = books.id
               LEFT JOIN branches ON copies.branch_id = branches.id
               WHERE copies.status <> 'M'
                 AND books.deleted_date = '00000000'
                 AND books.withdrawn_date = '00000000'
                 AND (:WS-BRANCH-FILTER = 0
                   OR copies.branch_id = :WS-BRANCH-FILTER)
                 AND (:WS-SHELF-FILTER = ' '
                   OR books.shelf_location = :WS-SHELF-FILTER)
               ORDER BY copies.branch_id, books.shelf_location,
                   CASE WHEN books.class_number = ' '
                        THEN 1 ELSE 0 END,
                   books.class_number, books.cutter, books.name,
                   books.volume_number, copies.id
       END-EXEC.

       LINKAGE SECTION.
       01 LK-BRANCH-ID        PIC 9(10).
       01 LK-SHELF-LOCATION   PIC X(10).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    LK-BRANCH-ID 0 is every branch, a blank location every
      *    bay of the branch
       PROCEDURE DIVISION USING LK-BRANCH-ID,
                                LK-SHELF-LOCATION,
                                LK-RETURN-VALUE.

           MOVE LK-BRANCH-ID TO WS-BRANCH-FILTER.
           MOVE LK-SHELF-LOCATION TO WS-SHELF-FILTER.

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
           STRING "Shelf-list in call-number order at "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN shelf_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Shelf-list error SQLCODE: " SQLCODE
               MOVE "CLOS" TO WS-SPOOL-REQUEST
               MOVE SPACES TO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH shelf_cursor
           INTO :WS-BRANCH-ID, :WS-BRANCH-CODE, :WS-SHELF-LOCATION,
               :WS-CLASS-NUMBER, :WS-CUTTER, :WS-BOOK-NAME,
               :WS-VOLUME-NUMBER, :WS-BARCODE, :WS-COPY-STATUS
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0100-PRINT-ONE-BEGIN
                      THRU 0100-PRINT-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE shelf_cursor END-EXEC.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-MATCH-COUNT DELIMITED BY SIZE
                  " cop(y/ies) on the shelf-list"
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

           SET LK-RETURN-OK TO TRUE.

           EXIT PROGRAM.

      *    a sub-heading each time the branch or the bay changes
       0100-PRINT-ONE-BEGIN.
           ADD 1 TO WS-MATCH-COUNT.

           IF WS-FIRST-LINE
              OR WS-BRANCH-ID NOT = WS-PREV-BRANCH
              OR WS-SHELF-LOCATION NOT = WS-PREV-SHELF
               MOVE "N" TO WS-FIRST-SWITCH
               MOVE WS-BRANCH-ID TO WS-PREV-BRANCH
               MOVE WS-SHELF-LOCATION TO WS-PREV-SHELF
               MOVE "LINE" TO WS-SPOOL-REQUEST
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "Branch " DELIMITED BY SIZE
                      WS-BRANCH-CODE DELIMITED BY SIZE
                      " location " DELIMITED BY SIZE
                      WS-SHELF-LOCATION DELIMITED BY SIZE
                      " :" DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-IF.

           MOVE SPACES TO WS-CALL-NUMBER.
           IF WS-CLASS-NUMBER = SPACES
               MOVE "(unclassified)" TO WS-CALL-NUMBER
           ELSE
               STRING FUNCTION TRIM(WS-CLASS-NUMBER) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CUTTER) DELIMITED BY SIZE
               INTO WS-CALL-NUMBER
           END-IF.

           MOVE SPACES TO WS-VOLUME-TEXT.
           IF WS-VOLUME-NUMBER > 0
               STRING " v." DELIMITED BY SIZE
                      WS-VOLUME-NUMBER DELIMITED BY SIZE
               INTO WS-VOLUME-TEXT
           END-IF.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  " DELIMITED BY SIZE
                  WS-CALL-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BARCODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COPY-STATUS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BOOK-NAME) DELIMITED BY SIZE
                  WS-VOLUME-TEXT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0100-PRINT-ONE-END.
