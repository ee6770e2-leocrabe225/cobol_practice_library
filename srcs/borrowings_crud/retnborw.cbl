
       01 WS-ID              PIC 9(10).
       01 WS-RETURNED-DATE    PIC X(08).
       01 WS-RETURNED-TIME    PIC X(04).
       01 WS-BOOK-ID          PIC 9(10).
       01 WS-HOLD-ID          PIC 9(10).
       01 WS-HOLD-LNAME       PIC X(25).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-PICKUP-BRANCH    PIC 9(10).
       01 WS-COPY-BRANCH      PIC 9(10).
       01 WS-RETURN-BRANCH    PIC 9(10).
       01 WS-TYPE-ID          PIC 9(10).
       01 WS-FLOAT-RULE-ID    PIC 9(10).
       01 WS-OPERATOR-ID      PIC X(10).
       01 WS-PIECE-COUNT      PIC 9(03).
       01 WS-MISSING-PIECES   PIC 9(03).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY curropr.

       01 WS-DULL-PEOPLE-ID   PIC 9(10).
       01 WS-DULL-START-DATE  PIC X(08).
       01 WS-DULL-END-DATE    PIC X(08).
           88 WS-HOLD-NOT-FOUND       VALUE "N".

       01 WS-EVENT-TYPE       PIC X(01).
       01 WS-NOW-TIME         PIC X(08).
       01 WS-UNLINKED-COUNT   PIC 9(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS-HIST==.

       LINKAGE SECTION.
       01 LK-ID               PIC 9(10).
       01 LK-RETURNED-DATE     PIC X(08).
       01 LK-KIT-COUNTED       PIC X(01).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-ID,
                                LK-RETURNED-DATE,
                                LK-KIT-COUNTED,
                                LK-RETURN-VALUE.

           PERFORM 0100-EXIT-IF-NOT-RETURNABLE-BEGIN
               SET LK-RETURN-ALREADY-HERE TO TRUE
               EXIT PROGRAM
           END-IF.

      *    a kit only closes once its pieces have been counted
      *    back at the desk (deskmode through shrtborw, which
      *    passes "Y") ; any other caller gets CONFLICT for a kit
      *    or for a loan still short of pieces, so the copy never
      *    goes back on the shelf with its MP hold on
           IF LK-KIT-COUNTED = "Y"
               EXIT PARAGRAPH
           END-IF.

           MOVE LK-ID TO WS-ID.
           MOVE 0 TO WS-PIECE-COUNT.
           MOVE 0 TO WS-MISSING-PIECES.

       EXEC SQL
           SELECT copies.piece_count, borrowings.missing_pieces
           INTO :WS-PIECE-COUNT, :WS-MISSING-PIECES
           FROM borrowings
           INNER JOIN copies ON borrowings.copy_id = copies.id
           WHERE borrowings.id = :WS-ID
       END-EXEC.

           IF SQLCODE = 0
               AND (WS-PIECE-COUNT >= 2 OR WS-MISSING-PIECES > 0)
               SET LK-RETURN-CONFLICT TO TRUE
               EXIT PROGRAM
           END-IF.
       0100-EXIT-IF-NOT-RETURNABLE-END.

       0200-RETURN-BEGIN.
           MOVE LK-ID TO WS-ID.
           MOVE LK-RETURNED-DATE TO WS-RETURNED-DATE.
      *    the clock time is kept for short loans, which calcfine
      *    charges by the hour
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-TIME(1:4) TO WS-RETURNED-TIME.
      *    a claimed-returned loan that comes back over the counter
      *    closes its dispute as found by the patron
       EXEC SQL
           UPDATE borrowings
           SET returned_date = :WS-RETURNED-DATE,
               returned_time = :WS-RETURNED-TIME,
               claim_status = CASE claim_status
                   WHEN 'C' THEN 'P' ELSE claim_status END
           WHERE id = :WS-ID
       END-EXEC.

                   END-CALL
                   PERFORM 0260-COUNT-CHALLENGE-RETURN-BEGIN
                      THRU 0260-COUNT-CHALLENGE-RETURN-END
      *    a patron who keeps no reading history loses the link
      *    to their earlier, settled loans as each one comes back
                   CALL "unlkhist" USING
                       WS-DULL-PEOPLE-ID
                       WS-RETURNED-DATE
                       WS-UNLINKED-COUNT
                       WS-HIST-RETURN-VALUE
                   END-CALL
               WHEN OTHER
                   SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0260-COUNT-CHALLENGE-RETURN-END.

      *    a suspended hold keeps its place but is passed over
      *    while the patron is away.  An any-edition hold placed on
      *    another edition of the same work queues for this copy
      *    too, in requested_date order with the rest
       0220-FIND-OLDEST-HOLD-BEGIN.
       EXEC SQL
           SELECT holds.id, people.last_name, people.first_name,
               :WS-HOLD-BOOK-NAME
           FROM holds
           INNER JOIN people ON holds.people_id = people.id
           INNER JOIN books ON books.id = :WS-BOOK-ID
           WHERE (holds.book_id = :WS-BOOK-ID
                  OR (holds.any_edition = 'Y'
                      AND holds.book_id IN (
                          SELECT edition.id FROM books edition
                          WHERE edition.work_id = books.work_id
                            AND books.work_id <> 0)))
             AND holds.fulfilled_date = '00000000'
             AND holds.closed_date = '00000000'
             AND NOT (holds.suspend_from <= :WS-RETURNED-DATE
                  AND holds.suspend_until > :WS-RETURNED-DATE)
           ORDER BY holds.requested_date
           LIMIT 1
       END-EXEC.
           END-IF.
       0220-FIND-OLDEST-HOLD-END.

      *    the hold moves onto the edition actually waiting on the
      *    pickup shelf, which is the one checkout and the expiry
      *    batch then look for
       0230-FULFILL-HOLD-BEGIN.
       EXEC SQL
           UPDATE holds
           SET fulfilled_date = :WS-RETURNED-DATE,
               book_id = :WS-BOOK-ID
           WHERE id = :WS-HOLD-ID
       END-EXEC.

           SET copies_available = copies_available + 1
           WHERE id = :WS-BOOK-ID
       END-EXEC.

           IF SQLCODE = 0
               PERFORM 0245-FLOAT-COPY-BEGIN
                  THRU 0245-FLOAT-COPY-END
           END-IF.
       0240-RELEASE-COPY-END.

      *    a floating copy stays where it was handed in : when the
      *    desk's branch (the signed-on operator's open drawer) is
      *    another branch of the same float group and the title's
      *    type floats in that group, the copy is re-homed there
      *    and the move logged for the drift report ; no drawer
      *    open, no float rule or a different group and the copy
      *    keeps its branch
       0245-FLOAT-COPY-BEGIN.
       EXEC SQL
           SELECT borrowings.copy_id, copies.branch_id,
               books.type_id
           INTO :WS-COPY-ID, :WS-COPY-BRANCH, :WS-TYPE-ID
           FROM borrowings
           INNER JOIN copies ON borrowings.copy_id = copies.id
           INNER JOIN books ON copies.book_id = books.id
           WHERE borrowings.id = :WS-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CURRENT-OPERATOR TO WS-OPERATOR-ID.

       EXEC SQL
           SELECT branch_id
           INTO :WS-RETURN-BRANCH
           FROM till_sessions
           WHERE operator_id = :WS-OPERATOR-ID
             AND status = 'O'
           ORDER BY id DESC
           LIMIT 1
       END-EXEC.

           IF SQLCODE NOT = 0
               OR WS-RETURN-BRANCH = WS-COPY-BRANCH
               MOVE 0 TO SQLCODE
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT float_rules.id
           INTO :WS-FLOAT-RULE-ID
           FROM float_rules
           INNER JOIN branches home
               ON home.id = :WS-COPY-BRANCH
           INNER JOIN branches here
               ON here.id = :WS-RETURN-BRANCH
           WHERE float_rules.type_id = :WS-TYPE-ID
             AND float_rules.deleted_date = '00000000'
             AND home.float_group <> ' '
             AND float_rules.float_group = home.float_group
             AND here.float_group = home.float_group
           LIMIT 1
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO SQLCODE
               EXIT PARAGRAPH
           END-IF.

      *    a transfer the rebalancing batch proposed from the old
      *    branch no longer makes sense once the copy has moved
       EXEC SQL
           UPDATE copies
           SET branch_id = :WS-RETURN-BRANCH,
               suggest_branch = 0
           WHERE id = :WS-COPY-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO float_moves (copy_id, type_id, from_branch,
               to_branch, move_date, borrowing_id)
           VALUES (:WS-COPY-ID, :WS-TYPE-ID, :WS-COPY-BRANCH,
               :WS-RETURN-BRANCH, :WS-RETURNED-DATE, :WS-ID)
       END-EXEC.
       0245-FLOAT-COPY-END.

      *    the accession lent on this loan comes back either to the
      *    hold pickup shelf or to the open shelves ; loans from
      *    before item-level copy records carry copy_id 0
