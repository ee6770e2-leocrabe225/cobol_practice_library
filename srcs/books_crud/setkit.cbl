       IDENTIFICATION DIVISION.
       PROGRAM-ID. setkit.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-COPY-ID          PIC 9(10).
       01 WS-PIECE-COUNT      PIC 9(03).
       01 WS-CONTENTS         PIC X(100).
       01 WS-COPY-STATUS      PIC X(01).
       01 WS-OOS-REASON       PIC X(02).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "COPY".
       01 WS-AUDIT-ACTION     PIC X(10).

       LINKAGE SECTION.
       01 LK-COPY-ID          PIC 9(10).
       01 LK-PIECE-COUNT      PIC 9(03).
       01 LK-CONTENTS         PIC X(100).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the make-up of one accession : how many pieces go out
      *    and come back, and the list the desk reads them off
      *    ("book, CD 1-4").  1 piece with no list is an ordinary
      *    item.  Not while the copy is out or back short -- the
      *    count it went out with is the one it is checked against
       PROCEDURE DIVISION USING LK-COPY-ID,
                                LK-PIECE-COUNT,
                                LK-CONTENTS,
                                LK-RETURN-VALUE.

           IF LK-PIECE-COUNT = 0
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF LK-PIECE-COUNT > 1 AND LK-CONTENTS = SPACES
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE LK-COPY-ID TO WS-COPY-ID.
           MOVE LK-PIECE-COUNT TO WS-PIECE-COUNT.
           MOVE LK-CONTENTS TO WS-CONTENTS.

       EXEC SQL
           SELECT status, oos_reason
           INTO :WS-COPY-STATUS, :WS-OOS-REASON
           FROM copies
           WHERE id = :WS-COPY-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-COPY-STATUS = "L" OR WS-OOS-REASON = "MP"
               SET LK-RETURN-CONFLICT TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL
           UPDATE copies
           SET piece_count = :WS-PIECE-COUNT,
               contents = :WS-CONTENTS
           WHERE id = :WS-COPY-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PROGRAM
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           SET LK-RETURN-OK TO TRUE.

           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING "KIT-" DELIMITED BY SIZE
                  WS-PIECE-COUNT DELIMITED BY SIZE
           INTO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-COPY-ID
               WS-AUDIT-ACTION
           END-CALL.

           EXIT PROGRAM.
