       IDENTIFICATION DIVISION.
       PROGRAM-ID. clsnorm.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-RAW-CLASS         PIC X(12).
       01  WS-CLEAN-CLASS       PIC X(12).
       01  WS-CLEAN-LENGTH      PIC 9(02).
       01  WS-RAW-IDX           PIC 9(02).
       01  WS-ONE-CHAR          PIC X(01).

       01  WS-WHOLE-PART        PIC X(12).
       01  WS-WHOLE-LENGTH      PIC 9(02).
       01  WS-FRACTION-PART     PIC X(12).
       01  WS-FRACTION-LENGTH   PIC 9(02).
       01  WS-DOT-COUNT         PIC 9(02).
       01  WS-PADDED-WHOLE      PIC 9(03).

       LINKAGE SECTION.
       01  LK-CLASS-IN          PIC X(12).
       01  LK-CLASS-OUT         PIC X(12).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    a classification number is only worth having if the
      *    shelf-list can sort by it : Dewey numbers are handed
      *    back with three whole digits and no trailing zeros
      *    ("5.10" -> "005.1", "823.90" -> "823.9") so that plain
      *    string order on books.class_number is true shelf order.
      *    A class starting with a letter (FIC, B, REF) is kept as
      *    keyed, upper-cased, and sorts after all of Dewey.
      *    Blank stays blank : not every item is classified
       PROCEDURE DIVISION USING LK-CLASS-IN,
                                LK-CLASS-OUT,
                                LK-RETURN-VALUE.

           SET LK-RETURN-ERROR TO TRUE.
           MOVE FUNCTION UPPER-CASE(LK-CLASS-IN) TO WS-RAW-CLASS.

           PERFORM 0100-STRIP-SPACES-BEGIN
              THRU 0100-STRIP-SPACES-END.

           IF WS-CLEAN-LENGTH = 0
               MOVE SPACES TO LK-CLASS-OUT
               SET LK-RETURN-OK TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-CLEAN-CLASS(1:1) IS NUMERIC
              OR WS-CLEAN-CLASS(1:1) = "."
               PERFORM 0200-NORMALIZE-DEWEY-BEGIN
                  THRU 0200-NORMALIZE-DEWEY-END
           ELSE
               MOVE WS-CLEAN-CLASS TO LK-CLASS-OUT
               SET LK-RETURN-OK TO TRUE
           END-IF.

           EXIT PROGRAM.

       0100-STRIP-SPACES-BEGIN.
           MOVE SPACES TO WS-CLEAN-CLASS.
           MOVE 0 TO WS-CLEAN-LENGTH.

           PERFORM VARYING WS-RAW-IDX FROM 1 BY 1
                   UNTIL WS-RAW-IDX > 12
               MOVE WS-RAW-CLASS(WS-RAW-IDX:1) TO WS-ONE-CHAR
               IF WS-ONE-CHAR NOT = SPACE
                   ADD 1 TO WS-CLEAN-LENGTH
                   MOVE WS-ONE-CHAR
                       TO WS-CLEAN-CLASS(WS-CLEAN-LENGTH:1)
               END-IF
           END-PERFORM.
       0100-STRIP-SPACES-END.

      *    at most three whole digits, one point, digits after it
       0200-NORMALIZE-DEWEY-BEGIN.
           MOVE SPACES TO WS-WHOLE-PART.
           MOVE SPACES TO WS-FRACTION-PART.
           MOVE 0 TO WS-WHOLE-LENGTH.
           MOVE 0 TO WS-FRACTION-LENGTH.
           MOVE 0 TO WS-DOT-COUNT.

           PERFORM VARYING WS-RAW-IDX FROM 1 BY 1
                   UNTIL WS-RAW-IDX > WS-CLEAN-LENGTH
               MOVE WS-CLEAN-CLASS(WS-RAW-IDX:1) TO WS-ONE-CHAR
               EVALUATE TRUE
                   WHEN WS-ONE-CHAR = "."
                       ADD 1 TO WS-DOT-COUNT
                   WHEN WS-ONE-CHAR IS NOT NUMERIC
                       EXIT PARAGRAPH
                   WHEN WS-DOT-COUNT = 0
                       ADD 1 TO WS-WHOLE-LENGTH
                       MOVE WS-ONE-CHAR
                           TO WS-WHOLE-PART(WS-WHOLE-LENGTH:1)
                   WHEN OTHER
                       ADD 1 TO WS-FRACTION-LENGTH
                       MOVE WS-ONE-CHAR
                           TO WS-FRACTION-PART(WS-FRACTION-LENGTH:1)
               END-EVALUATE
           END-PERFORM.

           IF WS-DOT-COUNT > 1
              OR WS-WHOLE-LENGTH = 0 OR WS-WHOLE-LENGTH > 3
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-FRACTION-LENGTH = 0
                      OR WS-FRACTION-PART(WS-FRACTION-LENGTH:1)
                         NOT = "0"
               MOVE SPACE TO WS-FRACTION-PART(WS-FRACTION-LENGTH:1)
               SUBTRACT 1 FROM WS-FRACTION-LENGTH
           END-PERFORM.

           IF WS-FRACTION-LENGTH > 8
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-PADDED-WHOLE = FUNCTION NUMVAL(WS-WHOLE-PART).
           MOVE SPACES TO LK-CLASS-OUT.
           MOVE WS-PADDED-WHOLE TO LK-CLASS-OUT(1:3).
           IF WS-FRACTION-LENGTH > 0
               MOVE "." TO LK-CLASS-OUT(4:1)
               MOVE WS-FRACTION-PART(1:WS-FRACTION-LENGTH)
                   TO LK-CLASS-OUT(5:WS-FRACTION-LENGTH)
           END-IF.
           SET LK-RETURN-OK TO TRUE.
       0200-NORMALIZE-DEWEY-END.
