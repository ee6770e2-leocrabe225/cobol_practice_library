           WHERE book_id = :WS-BOOK-ID
             AND fulfilled_date = '00000000'
             AND closed_date = '00000000'
             AND NOT (suspend_from <= :WS-TODAY
                  AND suspend_until > :WS-TODAY)
           ORDER BY requested_date
           LIMIT 1
       END-EXEC.
