       IDENTIFICATION DIVISION.
       PROGRAM-ID. setwork.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-BOOK-ID          PIC 9(10).
       01 WS-WORK-ID          PIC 9(10).
       01 WS-WORK-TITLE       PIC X(50).
       01 WS-TODAY            PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "BOOK".
       01 WS-AUDIT-ACTION     PIC X(10).

       LINKAGE SECTION.
       01 LK-BOOK-ID          PIC 9(10).
       01 LK-WORK-ID          PIC 9(10).
       01 LK-WORK-TITLE       PIC X(50).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    puts one books row (an edition or format) under a work :
      *    LK-WORK-ID names an existing work, 0 with a title opens
      *    a new work and hands its id back, 0 with no title takes
      *    the book out of its work again
       PROCEDURE DIVISION USING LK-BOOK-ID,
                                LK-WORK-ID,
                                LK-WORK-TITLE,
                                LK-RETURN-VALUE.

           MOVE LK-BOOK-ID TO WS-BOOK-ID.
           MOVE LK-WORK-ID TO WS-WORK-ID.
           MOVE LK-WORK-TITLE TO WS-WORK-TITLE.

       EXEC SQL
           SELECT id
           INTO :WS-BOOK-ID
           FROM books
           WHERE id = :WS-BOOK-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

           EVALUATE TRUE
               WHEN WS-WORK-ID NOT = 0
                   PERFORM 0100-EXIT-IF-NO-WORK-BEGIN
                      THRU 0100-EXIT-IF-NO-WORK-END
                   MOVE "WORK-LINK" TO WS-AUDIT-ACTION
               WHEN WS-WORK-TITLE NOT = SPACES
                   PERFORM 0200-CREATE-WORK-BEGIN
                      THRU 0200-CREATE-WORK-END
                   MOVE "WORK-LINK" TO WS-AUDIT-ACTION
               WHEN OTHER
                   MOVE "WORK-UNLNK" TO WS-AUDIT-ACTION
           END-EVALUATE.

       EXEC SQL
           UPDATE books
           SET work_id = :WS-WORK-ID,
               version = version + 1
           WHERE id = :WS-BOOK-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PROGRAM
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           SET LK-RETURN-OK TO TRUE.
           MOVE WS-WORK-ID TO LK-WORK-ID.

           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-BOOK-ID
               WS-AUDIT-ACTION
           END-CALL.

           EXIT PROGRAM.

       0100-EXIT-IF-NO-WORK-BEGIN.
       EXEC SQL
           SELECT id
           INTO :WS-WORK-ID
           FROM works
           WHERE id = :WS-WORK-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.
       0100-EXIT-IF-NO-WORK-END.

      *    the new work and the link go in one commit
       0200-CREATE-WORK-BEGIN.
           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           INSERT INTO works (title, created_date)
           VALUES (:WS-WORK-TITLE, :WS-TODAY)
           RETURNING id
           INTO :WS-WORK-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PROGRAM
           END-IF.
       0200-CREATE-WORK-END.
