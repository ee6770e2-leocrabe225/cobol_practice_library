       IDENTIFICATION DIVISION.
       PROGRAM-ID. mntrlist.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-LIST-ID          PIC 9(10).
       01 WS-LIST-NAME        PIC X(40).
       01 WS-ITEM-COUNT       PIC 9(05).
       01 WS-ENTRY-ID         PIC 9(10).
       01 WS-BOOK-ID          PIC 9(10).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-ON-SHELF         PIC 9(05).
       01 WS-TODAY            PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY sepline.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-QUIT      PIC X   VALUE "n".
           88 WS-QUIT-N        VALUE "n".
           88 WS-QUIT-Y        VALUE "Y".

       01 WS-CHOICE    PIC X(10).

       01 WS-CREATE-STRING   PIC X(10) VALUE "CREATE".
       01 WS-ADD-STRING      PIC X(10) VALUE "ADD".
       01 WS-REMOVE-STRING   PIC X(10) VALUE "REMOVE".
       01 WS-SHOW-STRING     PIC X(10) VALUE "SHOW".
       01 WS-DROP-STRING     PIC X(10) VALUE "DROP".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT     PIC 9(05) VALUE 0.

       01 WS-AUDIT-ENTITY    PIC X(10) VALUE "READLIST".
       01 WS-AUDIT-ACTION    PIC X(10).

       EXEC SQL
           DECLARE published_list_cursor CURSOR FOR
               SELECT reading_lists.id, reading_lists.name,
                   COUNT(reading_list_items.id)
               FROM reading_lists
               LEFT JOIN reading_list_items
                   ON reading_list_items.list_id = reading_lists.id
               WHERE reading_lists.list_kind = 'P'
                 AND reading_lists.deleted_date = '00000000'
               GROUP BY reading_lists.id, reading_lists.name
               ORDER BY reading_lists.name
       END-EXEC.

       EXEC SQL
           DECLARE list_entry_cursor CURSOR FOR
               SELECT reading_list_items.id, books.id, books.name,
                   (SELECT COUNT(*) FROM copies
                    WHERE copies.book_id = books.id
                      AND copies.status = 'A')
               FROM reading_list_items
               INNER JOIN books
                   ON reading_list_items.book_id = books.id
               WHERE reading_list_items.list_id = :WS-LIST-ID
               ORDER BY reading_list_items.id
       END-EXEC.

      *    the library's published reading lists : book club picks,
      *    school set texts, themed displays.  Every patron can
      *    browse them from the OPAC and hold straight from them
       PROCEDURE DIVISION.

       SET WS-QUIT-N TO TRUE.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Published reading lists"
           DISPLAY WS-SEPARATION-LINE
           PERFORM 0400-LIST-LISTS-BEGIN
              THRU 0400-LIST-LISTS-END
           DISPLAY "Choose an operation : "
           DISPLAY WS-CREATE-STRING " / "
                   WS-ADD-STRING " / "
                   WS-REMOVE-STRING " / "
                   WS-SHOW-STRING " / "
                   WS-DROP-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN WS-CREATE-STRING
                   PERFORM 0100-CREATE-LIST-BEGIN
                      THRU 0100-CREATE-LIST-END
               WHEN WS-ADD-STRING
                   PERFORM 0200-ADD-ENTRY-BEGIN
                      THRU 0200-ADD-ENTRY-END
               WHEN WS-REMOVE-STRING
                   PERFORM 0300-REMOVE-ENTRY-BEGIN
                      THRU 0300-REMOVE-ENTRY-END
               WHEN WS-SHOW-STRING
                   PERFORM 0500-SHOW-LIST-BEGIN
                      THRU 0500-SHOW-LIST-END
               WHEN WS-DROP-STRING
                   PERFORM 0600-DROP-LIST-BEGIN
                      THRU 0600-DROP-LIST-END
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE

       END-PERFORM.

       EXIT PROGRAM.

       0100-CREATE-LIST-BEGIN.
           DISPLAY "Name of the reading list : ".
           MOVE SPACES TO WS-LIST-NAME.
           ACCEPT WS-LIST-NAME.

           IF WS-LIST-NAME = SPACES
               DISPLAY "A reading list needs a name."
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           INSERT INTO reading_lists
               (people_id, list_kind, name, created_date)
           VALUES (0, 'P', :WS-LIST-NAME, :WS-TODAY)
           RETURNING id
           INTO :WS-LIST-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Reading list " WS-LIST-ID " published."
               MOVE "CREATE" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-LIST-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Reading list insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0100-CREATE-LIST-END.

       0200-ADD-ENTRY-BEGIN.
           DISPLAY "Enter reading list id : ".
           ACCEPT WS-LIST-ID.

       EXEC SQL
           SELECT name
           INTO :WS-LIST-NAME
           FROM reading_lists
           WHERE id = :WS-LIST-ID
             AND list_kind = 'P'
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such reading list."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter book's id : ".
           ACCEPT WS-BOOK-ID.

       EXEC SQL
           SELECT name
           INTO :WS-BOOK-NAME
           FROM books
           WHERE id = :WS-BOOK-ID
             AND deleted_date = '00000000'
             AND withdrawn_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such book."
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           INSERT INTO reading_list_items
               (list_id, book_id, added_date)
           SELECT :WS-LIST-ID, :WS-BOOK-ID, :WS-TODAY
           WHERE NOT EXISTS (
               SELECT 1 FROM reading_list_items
               WHERE list_id = :WS-LIST-ID
                 AND book_id = :WS-BOOK-ID
           )
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
                   DISPLAY "That book is already on the list."
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLCODE NOT = 0
                   DISPLAY "Reading list entry error SQLCODE: "
                           SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY FUNCTION TRIM(WS-BOOK-NAME) " added to "
                           FUNCTION TRIM(WS-LIST-NAME) "."
           END-EVALUATE.
       0200-ADD-ENTRY-END.

       0300-REMOVE-ENTRY-BEGIN.
           DISPLAY "Enter the entry's number : ".
           ACCEPT WS-ENTRY-ID.

       EXEC SQL
           DELETE FROM reading_list_items
           WHERE id = :WS-ENTRY-ID
             AND list_id IN (
                 SELECT id FROM reading_lists
                 WHERE list_kind = 'P'
             )
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   DISPLAY "Reading list entry error SQLCODE: "
                           SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "No published list has that entry."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "Entry removed."
           END-EVALUATE.
       0300-REMOVE-ENTRY-END.

       0400-LIST-LISTS-BEGIN.
           SET WS-EOF-N TO TRUE.
           MOVE 0 TO WS-MATCH-COUNT.

       EXEC SQL OPEN published_list_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Reading list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH published_list_cursor
           INTO :WS-LIST-ID, :WS-LIST-NAME, :WS-ITEM-COUNT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-LIST-ID " "
                           FUNCTION TRIM(WS-LIST-NAME) " ("
                           WS-ITEM-COUNT " title(s))"
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE published_list_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "No reading lists published."
           END-IF.
       0400-LIST-LISTS-END.

       0500-SHOW-LIST-BEGIN.
           DISPLAY "Enter reading list id : ".
           ACCEPT WS-LIST-ID.

           SET WS-EOF-N TO TRUE.
           MOVE 0 TO WS-MATCH-COUNT.

       EXEC SQL OPEN list_entry_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Reading list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH list_entry_cursor
           INTO :WS-ENTRY-ID, :WS-BOOK-ID, :WS-BOOK-NAME,
               :WS-ON-SHELF
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY "    " WS-ENTRY-ID " book " WS-BOOK-ID " "
                           FUNCTION TRIM(WS-BOOK-NAME) " : "
                           WS-ON-SHELF " on the shelf"
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE list_entry_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "    (nothing on this list)"
           END-IF.
       0500-SHOW-LIST-END.

      *    a dropped list leaves the OPAC at once; its entries stay
      *    behind the deleted date like every other soft delete
       0600-DROP-LIST-BEGIN.
           DISPLAY "Enter reading list id to drop : ".
           ACCEPT WS-LIST-ID.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           UPDATE reading_lists
           SET deleted_date = :WS-TODAY
           WHERE id = :WS-LIST-ID
             AND list_kind = 'P'
             AND deleted_date = '00000000'
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Reading list drop error SQLCODE: "
                           SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "No such published reading list."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "Reading list withdrawn from the OPAC."
                   MOVE "DROP" TO WS-AUDIT-ACTION
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-LIST-ID
                       WS-AUDIT-ACTION
                   END-CALL
           END-EVALUATE.
       0600-DROP-LIST-END.
