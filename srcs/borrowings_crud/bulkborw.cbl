       01 WS-EVENT-TYPE       PIC X(01).
       01 WS-EVENT-SEQ        PIC 9(05).
       01 WS-EVENT-LOAN-ID    PIC 9(10).
       01 WS-SUSP-UNTIL       PIC X(08).

      *    the set's loan ids, kept so the desk events can be
      *    written once the whole set is committed
               EXIT PROGRAM
           END-IF.

           CALL "chksusp" USING
               WS-PEOPLE-ID
               LK-START-DATE
               WS-SUSP-UNTIL
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-SUSPENDED
               SET LK-RETURN-SUSPENDED TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL
           SELECT id, type_id, copies_available
           INTO :WS-BOOK-ID, :WS-TYPE-ID, :WS-COPIES-AVAILABLE

      *    each volume of the set gets its own accession row off
      *    the shelf, like a single checkout would
      *    (never a reference-only or short-loan copy)
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
