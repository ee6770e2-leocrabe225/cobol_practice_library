       01 WS-EXPIRED-COUNT    PIC 9(05) VALUE 0.
       01 WS-PROMOTED-COUNT   PIC 9(05) VALUE 0.
       01 WS-ROUTED-COUNT     PIC 9(05) VALUE 0.
       01 WS-REACTIVATED-COUNT PIC 9(05) VALUE 0.

       01 WS-TRANSIT-REASON   PIC X(01) VALUE "H".
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS-TRN==.

       01 WS-ROUTE-EOF-SWITCH PIC X  VALUE "n".
           88 WS-ROUTE-EOF-N          VALUE "n".
               END-CALL
           END-IF.

           PERFORM 0700-REACTIVATE-SUSPENSIONS-BEGIN
              THRU 0700-REACTIVATE-SUSPENSIONS-END.

       EXEC SQL OPEN expired_hold_cursor END-EXEC.

           IF SQLCODE NOT = 0
           DISPLAY WS-EXPIRED-COUNT " hold(s) expired, "
                   WS-PROMOTED-COUNT " next-in-queue promoted, "
                   WS-ROUTED-COUNT " cop(y/ies) routed to their "
                   "pickup branch, "
                   WS-REACTIVATED-COUNT " suspended hold(s) back "
                   "in the queue.".

           MOVE WS-EXPIRED-COUNT TO WS-RUN-COUNT.
           MOVE "OK" TO WS-RUN-STATUS.
           END-IF.
       0200-EXPIRE-ONE-HOLD-END.

      *    any-edition holds on other editions of the work wait
      *    for this copy as well, as they do at the return desk
       0300-FIND-NEXT-IN-QUEUE-BEGIN.
       EXEC SQL
           SELECT holds.id, people.last_name, people.first_name
           INTO :WS-NEXT-HOLD-ID, :WS-NEXT-LNAME, :WS-NEXT-FNAME
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
             AND NOT (holds.suspend_from <= :WS-TODAY
                  AND holds.suspend_until > :WS-TODAY)
           ORDER BY holds.requested_date
           LIMIT 1
       END-EXEC.
       0400-PROMOTE-NEXT-HOLD-BEGIN.
       EXEC SQL
           UPDATE holds
           SET fulfilled_date = :WS-TODAY,
               book_id = :WS-BOOK-ID
           WHERE id = :WS-NEXT-HOLD-ID
       END-EXEC.

               EXIT PARAGRAPH
           END-IF.

      *    the copy rides the van like any transfer, so it is on
      *    the courier manifest and missed if it never arrives
           CALL "wrttrnst" USING
               WS-ROUTE-COPY-ID
               WS-ROUTE-BRANCH
               WS-TRANSIT-REASON
               WS-ROUTE-HOLD-ID
               WS-TRN-RETURN-VALUE
           END-CALL.

           IF NOT WS-TRN-RETURN-OK
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           ADD 1 TO WS-ROUTED-COUNT.

               WS-SPOOL-TEXT
           END-CALL.
       0650-ROUTE-ONE-END.

      *    a suspension whose until date has come is cleared : the
      *    hold kept its requested_date, so it is back at its old
      *    place in the queue from today
       0700-REACTIVATE-SUSPENSIONS-BEGIN.
       EXEC SQL
           UPDATE holds
           SET suspend_from = '00000000',
               suspend_until = '00000000'
           WHERE suspend_until <> '00000000'
             AND suspend_until <= :WS-TODAY
       END-EXEC.

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO WS-REACTIVATED-COUNT
       EXEC SQL COMMIT END-EXEC
           ELSE
               MOVE 0 TO WS-REACTIVATED-COUNT
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0700-REACTIVATE-SUSPENSIONS-END.
