       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptkits.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-COPY-ID          PIC 9(10).
       01 WS-BARCODE          PIC X(20).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-PIECE-COUNT      PIC 9(03).
       01 WS-MISSING          PIC 9(03).
       01 WS-CONTENTS         PIC X(100).
       01 WS-BORROWING-ID     PIC 9(10).
       01 WS-INCOMPLETE-DATE  PIC X(08).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-LNAME            PIC X(25).
       01 WS-FNAME            PIC X(25).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-TODAY            PIC X(08).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "kits-missing-pieces".

      *    kits held out of service because they came back short :
      *    the loan still open against the patron, how many pieces
      *    are out and the list to chase them with, oldest first
       EXEC SQL
           DECLARE kits_cursor CURSOR FOR
               SELECT copies.id, copies.barcode, books.name,
                   copies.piece_count, borrowings.missing_pieces,
                   copies.contents, borrowings.id,
                   borrowings.incomplete_date,
                   people.id, people.last_name, people.first_name
               FROM copies
               INNER JOIN books ON copies.book_id = books.id
               INNER JOIN borrowings
                   ON borrowings.copy_id = copies.id
               INNER JOIN people
                   ON borrowings.people_id = people.id
               WHERE copies.status = 'O'
                 AND copies.oos_reason = 'MP'
                 AND borrowings.returned_date = '00000000'
                 AND borrowings.missing_pieces > 0
               ORDER BY borrowings.incomplete_date, copies.id
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

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
           STRING "Kits out of service with missing pieces at "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN kits_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Kit report error SQLCODE: " SQLCODE
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
           FETCH kits_cursor
           INTO :WS-COPY-ID, :WS-BARCODE, :WS-BOOK-NAME,
               :WS-PIECE-COUNT, :WS-MISSING, :WS-CONTENTS,
               :WS-BORROWING-ID, :WS-INCOMPLETE-DATE,
               :WS-PEOPLE-ID, :WS-LNAME, :WS-FNAME
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0100-PRINT-ONE-BEGIN
                      THRU 0100-PRINT-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE kits_cursor END-EXEC.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-MATCH-COUNT DELIMITED BY SIZE
                  " kit(s) waiting for missing pieces"
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

      *    two lines a kit : the copy and who has the pieces, then
      *    the contents list the patron is asked to check at home
       0100-PRINT-ONE-BEGIN.
           ADD 1 TO WS-MATCH-COUNT.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-COPY-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BARCODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-MISSING DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-PIECE-COUNT DELIMITED BY SIZE
                  " missing since " DELIMITED BY SIZE
                  WS-INCOMPLETE-DATE DELIMITED BY SIZE
                  " loan " DELIMITED BY SIZE
                  WS-BORROWING-ID DELIMITED BY SIZE
                  " patron " DELIMITED BY SIZE
                  WS-PEOPLE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LNAME) DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "    " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BOOK-NAME) DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTENTS) DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0100-PRINT-ONE-END.
