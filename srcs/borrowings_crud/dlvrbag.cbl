       IDENTIFICATION DIVISION.
       PROGRAM-ID. dlvrbag.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-DELIVERY-FLAG    PIC X(01).
       01 WS-SELECTION-ID     PIC 9(10).
       01 WS-BOOK-ID          PIC 9(10).
       01 WS-COPY-ID          PIC 9(10).
       01 WS-START-DATE       PIC X(08).
       01 WS-END-DATE         PIC X(08).
       01 WS-ID               PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-KIT-COUNTED      PIC X(01) VALUE "N".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-LOAN-DAYS        PIC 9(03) VALUE 42.
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-DATE-DAYS        PIC S9(05).
       01 WS-EVENT-TYPE       PIC X(01).
       01 WS-EVENT-LOAN-ID    PIC 9(10).
       01 WS-SUSP-UNTIL       PIC X(08).

      *    the bag's rows, read up front so the cursor is closed
      *    before anything is written or returned
       01 WS-BAG-MAX          PIC 9(03) VALUE 50.
       01 WS-BAG-COUNT        PIC 9(03) VALUE 0.
       01 WS-BAG-IDX          PIC 9(03).
       01 WS-LENT-COUNT       PIC 9(03) VALUE 0.
       01 WS-BAG-TABLE.
           05 WS-BAG-ENTRY    OCCURS 50 TIMES.
               10 WS-BAG-ROW-ID   PIC 9(10).
               10 WS-BAG-BOOK-ID  PIC 9(10).
               10 WS-BAG-LOAN-ID  PIC 9(10).

       EXEC SQL
           DECLARE bag_out_cursor CURSOR FOR
               SELECT id, book_id
               FROM delivery_selections
               WHERE people_id = :WS-PEOPLE-ID
                 AND status = 'P'
               ORDER BY id
       END-EXEC.

       EXEC SQL
           DECLARE bag_in_cursor CURSOR FOR
               SELECT id
               FROM borrowings
               WHERE people_id = :WS-PEOPLE-ID
                 AND delivery_flag = 'Y'
                 AND returned_date = '00000000'
               ORDER BY id
       END-EXEC.

       LINKAGE SECTION.
      *    OUT : lend every proposed title in the patron's bag as
      *          one transaction, on the delivery loan period ;
      *          LK-ITEM-COUNT comes back as the number lent
      *    IN  : return every open delivery loan of the patron
      *          as of LK-EVENT-DATE ; LK-ITEM-COUNT comes back as
      *          the number returned
       01 LK-REQUEST          PIC X(04).
           88 LK-REQUEST-OUT          VALUE "OUT ".
           88 LK-REQUEST-IN           VALUE "IN  ".
       01 LK-PEOPLE-ID        PIC 9(10).
       01 LK-EVENT-DATE       PIC X(08).
       01 LK-ITEM-COUNT       PIC 9(03).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the volunteer's bag goes out and comes back as one desk
      *    operation, like a class set through bulkborw, instead of
      *    a checkout per title
       PROCEDURE DIVISION USING LK-REQUEST,
                                LK-PEOPLE-ID,
                                LK-EVENT-DATE,
                                LK-ITEM-COUNT,
                                LK-RETURN-VALUE.

           MOVE LK-PEOPLE-ID TO WS-PEOPLE-ID.
           MOVE LK-EVENT-DATE TO WS-START-DATE.
           MOVE 0 TO LK-ITEM-COUNT.

       EXEC SQL
           SELECT delivery_flag
           INTO :WS-DELIVERY-FLAG
           FROM people
           WHERE id = :WS-PEOPLE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

           EVALUATE TRUE
               WHEN LK-REQUEST-OUT
                   IF WS-DELIVERY-FLAG NOT = "Y"
                       SET LK-RETURN-CONFLICT TO TRUE
                       EXIT PROGRAM
                   END-IF
                   CALL "chksusp" USING
                       WS-PEOPLE-ID
                       WS-START-DATE
                       WS-SUSP-UNTIL
                       WS-RETURN-VALUE
                   END-CALL
                   IF WS-RETURN-SUSPENDED
                       SET LK-RETURN-SUSPENDED TO TRUE
                       EXIT PROGRAM
                   END-IF
                   PERFORM 0100-BAG-OUT-BEGIN
                      THRU 0100-BAG-OUT-END
               WHEN LK-REQUEST-IN
                   PERFORM 0300-BAG-IN-BEGIN
                      THRU 0300-BAG-IN-END
               WHEN OTHER
                   SET LK-RETURN-ERROR TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

       0100-BAG-OUT-BEGIN.
           MOVE "DELIVERY-LOAN-DAYS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-LOAN-DAYS
           END-IF.

           MOVE "ADDD" TO WS-DATE-REQUEST.
           MOVE WS-LOAN-DAYS TO WS-DATE-DAYS.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-START-DATE
               WS-END-DATE
               WS-DATE-DAYS
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BAG-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN bag_out_cursor END-EXEC.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH bag_out_cursor
           INTO :WS-SELECTION-ID, :WS-BOOK-ID
       END-EXEC

               IF SQLCODE NOT = 0 OR WS-BAG-COUNT >= WS-BAG-MAX
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-BAG-COUNT
                   MOVE WS-SELECTION-ID TO WS-BAG-ROW-ID(WS-BAG-COUNT)
                   MOVE WS-BOOK-ID TO WS-BAG-BOOK-ID(WS-BAG-COUNT)
                   MOVE 0 TO WS-BAG-LOAN-ID(WS-BAG-COUNT)
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE bag_out_cursor END-EXEC.

           IF WS-BAG-COUNT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-LENT-COUNT.
           SET WS-RETURN-OK TO TRUE.

           PERFORM VARYING WS-BAG-IDX FROM 1 BY 1
                   UNTIL WS-BAG-IDX > WS-BAG-COUNT
                      OR NOT WS-RETURN-OK
               PERFORM 0200-LEND-ONE-BEGIN
                  THRU 0200-LEND-ONE-END
           END-PERFORM.

           IF NOT WS-RETURN-OK
               SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           MOVE WS-LENT-COUNT TO LK-ITEM-COUNT.
           SET LK-RETURN-OK TO TRUE.

      *    the rota counts the bag as the checkouts it really was
           MOVE "C" TO WS-EVENT-TYPE.
           PERFORM VARYING WS-BAG-IDX FROM 1 BY 1
                   UNTIL WS-BAG-IDX > WS-BAG-COUNT
               IF WS-BAG-LOAN-ID(WS-BAG-IDX) > 0
                   MOVE WS-BAG-LOAN-ID(WS-BAG-IDX)
                       TO WS-EVENT-LOAN-ID
                   CALL "wrtdevnt" USING
                       WS-EVENT-TYPE
                       WS-START-DATE
                       WS-EVENT-LOAN-ID
                   END-CALL
               END-IF
           END-PERFORM.
       0100-BAG-OUT-END.

      *    a title whose last lendable shelf copy went since the
      *    selection ran is dropped from the bag, not an error ;
      *    reference-only and short-loan copies never go out
       0200-LEND-ONE-BEGIN.
           MOVE WS-BAG-ROW-ID(WS-BAG-IDX) TO WS-SELECTION-ID.
           MOVE WS-BAG-BOOK-ID(WS-BAG-IDX) TO WS-BOOK-ID.

       EXEC SQL
           SELECT id
           INTO :WS-COPY-ID
           FROM copies
           WHERE book_id = :WS-BOOK-ID
             AND status = 'A'
             AND loan_policy NOT IN ('R', 'S')
           ORDER BY id
           LIMIT 1
       END-EXEC.

           IF SQLCODE NOT = 0
       EXEC SQL
           UPDATE delivery_selections
           SET status = 'X'
           WHERE id = :WS-SELECTION-ID
       END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-RETURN-ERROR TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO borrowings (people_id, book_id, start_date,
               end_date, copy_id, delivery_flag)
           VALUES (:WS-PEOPLE-ID, :WS-BOOK-ID, :WS-START-DATE,
               :WS-END-DATE, :WS-COPY-ID, 'Y')
           RETURNING id
           INTO :WS-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET WS-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE copies
           SET status = 'L'
           WHERE id = :WS-COPY-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL
           UPDATE books
           SET copies_available = copies_available - 1
           WHERE id = :WS-BOOK-ID
       END-EXEC
           END-IF.

           IF SQLCODE = 0
       EXEC SQL
           UPDATE delivery_selections
           SET status = 'L',
               borrowing_id = :WS-ID
           WHERE id = :WS-SELECTION-ID
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               SET WS-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ID TO WS-BAG-LOAN-ID(WS-BAG-IDX).
           ADD 1 TO WS-LENT-COUNT.
       0200-LEND-ONE-END.

      *    each title comes back through retnborw so holds, copy
      *    status and late charges behave exactly as at the desk
       0300-BAG-IN-BEGIN.
           MOVE 0 TO WS-BAG-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN bag_in_cursor END-EXEC.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH bag_in_cursor
           INTO :WS-ID
       END-EXEC

               IF SQLCODE NOT = 0 OR WS-BAG-COUNT >= WS-BAG-MAX
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-BAG-COUNT
                   MOVE WS-ID TO WS-BAG-LOAN-ID(WS-BAG-COUNT)
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE bag_in_cursor END-EXEC.

           IF WS-BAG-COUNT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-LENT-COUNT.

           PERFORM VARYING WS-BAG-IDX FROM 1 BY 1
                   UNTIL WS-BAG-IDX > WS-BAG-COUNT
               MOVE WS-BAG-LOAN-ID(WS-BAG-IDX) TO WS-EVENT-LOAN-ID
               CALL "retnborw" USING
                   WS-EVENT-LOAN-ID
                   WS-START-DATE
                   WS-KIT-COUNTED
                   WS-RETURN-VALUE
               END-CALL
               IF WS-RETURN-OK
                   ADD 1 TO WS-LENT-COUNT
               END-IF
           END-PERFORM.

           MOVE WS-LENT-COUNT TO LK-ITEM-COUNT.

           IF WS-LENT-COUNT = WS-BAG-COUNT
               SET LK-RETURN-OK TO TRUE
           ELSE
               SET LK-RETURN-ERROR TO TRUE
           END-IF.
       0300-BAG-IN-END.
