           WHERE people_id = :WS-DUPE-ID
       END-EXEC.

      *    one review per patron and title : where both records
      *    reviewed the same book the kept record's stands
       EXEC SQL
           DELETE FROM reviews
           WHERE people_id = :WS-DUPE-ID
             AND book_id IN (
                 SELECT book_id FROM reviews
                 WHERE people_id = :WS-KEEP-ID
             )
       END-EXEC.

       EXEC SQL
           UPDATE reviews
           SET people_id = :WS-KEEP-ID
           WHERE people_id = :WS-DUPE-ID
       END-EXEC.

      *    the patron keeps one want-to-read list; the duplicate's
      *    comes across as an ordinary named list beside it
       EXEC SQL
           UPDATE reading_lists
           SET list_kind = 'N'
           WHERE people_id = :WS-DUPE-ID
             AND list_kind = 'W'
             AND EXISTS (
                 SELECT 1 FROM reading_lists kept
                 WHERE kept.people_id = :WS-KEEP-ID
                   AND kept.list_kind = 'W'
                   AND kept.deleted_date = '00000000'
             )
       END-EXEC.

       EXEC SQL
           UPDATE reading_lists
           SET people_id = :WS-KEEP-ID
           WHERE people_id = :WS-DUPE-ID
       END-EXEC.

       EXEC SQL
           UPDATE pc_bookings
           SET people_id = :WS-KEEP-ID
           WHERE people_id = :WS-DUPE-ID
       END-EXEC.

       EXEC SQL
           UPDATE volunteers
           SET people_id = :WS-KEEP-ID
           WHERE people_id = :WS-DUPE-ID
       END-EXEC.

      *    the kept record ends up no worse off than either was :
      *    the later expiry wins and the account credits combine
       EXEC SQL
               GO TO 0600-MERGE-BOOKS-END
           END-IF.

      *    patron reviews follow the kept id, one per patron
       EXEC SQL
           DELETE FROM reviews
           WHERE book_id = :WS-DUPE-ID
             AND people_id IN (
                 SELECT people_id FROM reviews
                 WHERE book_id = :WS-KEEP-ID
             )
       END-EXEC.

       EXEC SQL
           UPDATE reviews
           SET book_id = :WS-KEEP-ID
           WHERE book_id = :WS-DUPE-ID
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 0690-MERGE-BOOKS-FAILED-BEGIN
                  THRU 0690-MERGE-BOOKS-FAILED-END
               GO TO 0600-MERGE-BOOKS-END
           END-IF.

      *    list entries too, without listing the title twice
       EXEC SQL
           DELETE FROM reading_list_items
           WHERE book_id = :WS-DUPE-ID
             AND list_id IN (
                 SELECT list_id FROM reading_list_items
                 WHERE book_id = :WS-KEEP-ID
             )
       END-EXEC.

       EXEC SQL
           UPDATE reading_list_items
           SET book_id = :WS-KEEP-ID
           WHERE book_id = :WS-DUPE-ID
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 0690-MERGE-BOOKS-FAILED-BEGIN
                  THRU 0690-MERGE-BOOKS-FAILED-END
               GO TO 0600-MERGE-BOOKS-END
           END-IF.

      *    drop the duplicate's co-author rows that would otherwise
      *    double up once reassigned to the id we are keeping
       EXEC SQL
