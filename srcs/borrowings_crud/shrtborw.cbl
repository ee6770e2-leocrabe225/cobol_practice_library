       IDENTIFICATION DIVISION.
       PROGRAM-ID. shrtborw.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-ID               PIC 9(10).
       01 WS-EVENT-DATE       PIC X(08).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-COPY-ID          PIC 9(10).
       01 WS-RETURNED-DATE    PIC X(08).
       01 WS-PIECE-COUNT      PIC 9(03).
       01 WS-OLD-MISSING      PIC 9(03).
       01 WS-MISSING          PIC 9(03).
       01 WS-PIECE-PRICE      PIC 9(05)V99.
       01 WS-CHARGE           PIC 9(05)V99.
       01 WS-CHARGE-CODE      PIC X(04) VALUE "PART".

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "BORROWING".
       01 WS-AUDIT-ACTION     PIC X(10).

       LINKAGE SECTION.
       01 LK-ID               PIC 9(10).
       01 LK-EVENT-DATE       PIC X(08).
       01 LK-PIECES-BACK      PIC 9(03).
       01 LK-MISSING-PIECES   PIC 9(03).
       01 LK-CHARGE           PIC 9(05)V99.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the piece count of a kit as it comes over the counter.
      *    Short : the loan stays open as an incomplete return,
      *    the copy is held out of service as MP and the patron is
      *    charged the PART desk charge for each piece not already
      *    charged on an earlier short count -- a standing debt on
      *    the loan, as lostborw posts one, not a till sale.
      *    Complete : the incomplete state is cleared and the
      *    caller goes on to retnborw as for any other return
       PROCEDURE DIVISION USING LK-ID,
                                LK-EVENT-DATE,
                                LK-PIECES-BACK,
                                LK-MISSING-PIECES,
                                LK-CHARGE,
                                LK-RETURN-VALUE.

           MOVE 0 TO LK-MISSING-PIECES.
           MOVE 0 TO LK-CHARGE.

           PERFORM 0100-EXIT-IF-NOT-OPEN-BEGIN
              THRU 0100-EXIT-IF-NOT-OPEN-END.

           IF WS-MISSING = 0
               PERFORM 0300-CLEAR-INCOMPLETE-BEGIN
                  THRU 0300-CLEAR-INCOMPLETE-END
           ELSE
               PERFORM 0200-RECORD-SHORT-BEGIN
                  THRU 0200-RECORD-SHORT-END
           END-IF.

           EXIT PROGRAM.

       0100-EXIT-IF-NOT-OPEN-BEGIN.
           MOVE LK-ID TO WS-ID.
           MOVE LK-EVENT-DATE TO WS-EVENT-DATE.

       EXEC SQL
           SELECT borrowings.people_id, borrowings.copy_id,
               borrowings.returned_date, borrowings.missing_pieces,
               copies.piece_count
           INTO :WS-PEOPLE-ID, :WS-COPY-ID, :WS-RETURNED-DATE,
               :WS-OLD-MISSING, :WS-PIECE-COUNT
           FROM borrowings
           INNER JOIN copies ON borrowings.copy_id = copies.id
           WHERE borrowings.id = :WS-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-RETURNED-DATE NOT = "00000000"
               SET LK-RETURN-ALREADY-HERE TO TRUE
               EXIT PROGRAM
           END-IF.

           IF LK-PIECES-BACK > WS-PIECE-COUNT
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           COMPUTE WS-MISSING = WS-PIECE-COUNT - LK-PIECES-BACK.
       0100-EXIT-IF-NOT-OPEN-END.

      *    the first short count dates the incomplete return ; a
      *    later count with fewer pieces out keeps that date and
      *    the charge already raised
       0200-RECORD-SHORT-BEGIN.
           MOVE 0 TO WS-CHARGE.
           IF WS-MISSING > WS-OLD-MISSING
       EXEC SQL
           SELECT amount
           INTO :WS-PIECE-PRICE
           FROM charge_codes
           WHERE code = :WS-CHARGE-CODE
       END-EXEC
               IF SQLCODE = 0
                   COMPUTE WS-CHARGE =
                       (WS-MISSING - WS-OLD-MISSING) * WS-PIECE-PRICE
               END-IF
           END-IF.

       EXEC SQL
           UPDATE borrowings
           SET missing_pieces = :WS-MISSING,
               incomplete_date = CASE incomplete_date
                   WHEN '00000000' THEN :WS-EVENT-DATE
                   ELSE incomplete_date END
           WHERE id = :WS-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           IF WS-CHARGE > 0
       EXEC SQL
           INSERT INTO fines
               (borrowing_id, people_id, amount_due,
                assessed_date, fine_type, charge_code)
           VALUES (:WS-ID, :WS-PEOPLE-ID, :WS-CHARGE,
               :WS-EVENT-DATE, 'D', :WS-CHARGE-CODE)
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE copies
           SET status = 'O',
               oos_reason = 'MP',
               oos_date = CASE oos_reason
                   WHEN 'MP' THEN oos_date
                   ELSE :WS-EVENT-DATE END
           WHERE id = :WS-COPY-ID
       END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   SET LK-RETURN-OK TO TRUE
                   MOVE WS-MISSING TO LK-MISSING-PIECES
                   MOVE WS-CHARGE TO LK-CHARGE
       EXEC SQL COMMIT END-EXEC
                   MOVE SPACES TO WS-AUDIT-ACTION
                   STRING "SHORT-" DELIMITED BY SIZE
                          WS-MISSING DELIMITED BY SIZE
                   INTO WS-AUDIT-ACTION
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-ID
                       WS-AUDIT-ACTION
                   END-CALL
               WHEN OTHER
                   SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.
       0200-RECORD-SHORT-END.

      *    the rest of the kit is in : the MP hold comes off and
      *    retnborw puts the copy back on the shelf or the hold
      *    pickup shelf ; the piece charge stands unless waived
       0300-CLEAR-INCOMPLETE-BEGIN.
           IF WS-OLD-MISSING = 0
               SET LK-RETURN-OK TO TRUE
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE borrowings
           SET missing_pieces = 0,
               incomplete_date = '00000000'
           WHERE id = :WS-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE copies
           SET oos_reason = ' ',
               oos_date = '00000000'
           WHERE id = :WS-COPY-ID
             AND oos_reason = 'MP'
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           SET LK-RETURN-OK TO TRUE.

           MOVE "KIT-COMPL" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-ID
               WS-AUDIT-ACTION
           END-CALL.
       0300-CLEAR-INCOMPLETE-END.
