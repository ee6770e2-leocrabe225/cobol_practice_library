       01 WS-REQUESTED-DATE   PIC X(08).
       01 WS-COPIES-AVAILABLE PIC 9(05).
       01 WS-PICKUP-BRANCH    PIC 9(10).
       01 WS-WORK-ID          PIC 9(10).
       01 WS-ANY-EDITION      PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SUSP-UNTIL       PIC X(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       LINKAGE SECTION.
       01 LK-PEOPLE-ID        PIC 9(10).
       01 LK-BOOK-ID          PIC 9(10).
       01 LK-REQUESTED-DATE   PIC X(08).
       01 LK-PICKUP-BRANCH    PIC 9(10).
       01 LK-ANY-EDITION      PIC X(01).
       01 LK-ID               PIC 9(10).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

                                LK-BOOK-ID,
                                LK-REQUESTED-DATE,
                                LK-PICKUP-BRANCH,
                                LK-ANY-EDITION,
                                LK-ID,
                                LK-RETURN-VALUE.

           PERFORM 0100-EXIT-IF-NO-PEOPLE-BEGIN
              THRU 0100-EXIT-IF-NO-PEOPLE-END.

           PERFORM 0110-EXIT-IF-SUSPENDED-BEGIN
              THRU 0110-EXIT-IF-SUSPENDED-END.

           PERFORM 0150-EXIT-IF-NO-BOOK-BEGIN
              THRU 0150-EXIT-IF-NO-BOOK-END.

           END-IF.
       0100-EXIT-IF-NO-PEOPLE-END.

      *    a suspended patron cannot queue for the end of the
      *    suspension either : the hold waits until it is over
       0110-EXIT-IF-SUSPENDED-BEGIN.
           CALL "chksusp" USING
               WS-PEOPLE-ID
               LK-REQUESTED-DATE
               WS-SUSP-UNTIL
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-SUSPENDED
               SET LK-RETURN-SUSPENDED TO TRUE
               EXIT PROGRAM
           END-IF.
       0110-EXIT-IF-SUSPENDED-END.

      *    "first available edition" only means something for a
      *    book grouped under a work ; otherwise it is the one
      *    edition there is
       0150-EXIT-IF-NO-BOOK-BEGIN.
           MOVE LK-BOOK-ID TO WS-BOOK-ID.
       EXEC SQL
           SELECT id, work_id
           INTO :WS-BOOK-ID, :WS-WORK-ID
           FROM books
           WHERE id = :WS-BOOK-ID
             AND withdrawn_date = '00000000'
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

           IF LK-ANY-EDITION = "Y" AND WS-WORK-ID NOT = 0
               MOVE "Y" TO WS-ANY-EDITION
           ELSE
               MOVE "N" TO WS-ANY-EDITION
           END-IF.
       0150-EXIT-IF-NO-BOOK-END.

       0175-EXIT-IF-COPIES-AVAILABLE-BEGIN.
           IF WS-ANY-EDITION = "Y"
       EXEC SQL
           SELECT COALESCE(SUM(copies_available), 0)
           INTO :WS-COPIES-AVAILABLE
           FROM books
           WHERE work_id = :WS-WORK-ID
             AND withdrawn_date = '00000000'
             AND deleted_date = '00000000'
       END-EXEC
           ELSE
       EXEC SQL
           SELECT copies_available
           INTO :WS-COPIES-AVAILABLE
           FROM books
           WHERE id = :WS-BOOK-ID
       END-EXEC
           END-IF.

           IF WS-COPIES-AVAILABLE NOT = 0
               SET LK-RETURN-CONFLICT TO TRUE
           END-IF.
       0175-EXIT-IF-COPIES-AVAILABLE-END.

      *    an any-edition hold stands for the whole work : an open
      *    hold on any of its editions is already that hold
       0180-EXIT-IF-ALREADY-HELD-BEGIN.
           IF WS-ANY-EDITION = "Y"
       EXEC SQL
           SELECT holds.id
           INTO :WS-ID
           FROM holds
           INNER JOIN books ON holds.book_id = books.id
           WHERE books.work_id = :WS-WORK-ID
             AND holds.people_id = :WS-PEOPLE-ID
             AND holds.closed_date = '00000000'
           LIMIT 1
       END-EXEC
           ELSE
       EXEC SQL
           SELECT id
           INTO :WS-ID
           WHERE book_id = :WS-BOOK-ID
             AND people_id = :WS-PEOPLE-ID
             AND closed_date = '00000000'
       END-EXEC
           END-IF.

           IF SQLCODE = 0
               SET LK-RETURN-ALREADY-HERE TO TRUE

       EXEC SQL
           INSERT INTO holds (book_id, people_id, requested_date,
               pickup_branch, any_edition)
           VALUES (:WS-BOOK-ID, :WS-PEOPLE-ID, :WS-REQUESTED-DATE,
               :WS-PICKUP-BRANCH, :WS-ANY-EDITION)
           RETURNING id
           INTO :WS-ID
       END-EXEC.
