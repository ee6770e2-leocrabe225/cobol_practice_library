
      *    patrons who borrowed this title also borrowed these :
      *    distinct readers, not raw loans, so one keen family
      *    does not invent a trend ; only patrons who let us keep
      *    their reading history are read (the unlinked-history
      *    holder is nobody's reading)
       EXEC SQL
           DECLARE also_borrowed_cursor CURSOR FOR
               SELECT b2.id, b2.name,
               INNER JOIN borrowings br2
                   ON br1.people_id = br2.people_id
                  AND br2.book_id <> br1.book_id
               INNER JOIN people pr
                   ON br1.people_id = pr.id
                  AND pr.history_pref = 'K'
               INNER JOIN books b2 ON br2.book_id = b2.id
               WHERE br1.book_id = :WS-BOOK-ID
                 AND b2.deleted_date = '00000000'
               INNER JOIN borrowings bry
                   ON brx.people_id = bry.people_id
                  AND brx.book_id < bry.book_id
               INNER JOIN people px
                   ON brx.people_id = px.id
                  AND px.history_pref = 'K'
               INNER JOIN books ba ON brx.book_id = ba.id
               INNER JOIN books bb ON bry.book_id = bb.id
               WHERE ba.deleted_date = '00000000'
