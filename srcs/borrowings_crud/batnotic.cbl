                     WHERE borrowings.people_id = people.id
                       AND borrowings.returned_date = '00000000'
                       AND borrowings.end_date < :WS-TODAY
                       AND borrowings.claim_status <> 'C'
                 )
                  OR EXISTS (
                     SELECT 1 FROM holds
               WHERE borrowings.people_id = :WS-PEOPLE-ID
                 AND borrowings.returned_date = '00000000'
                 AND borrowings.end_date < :WS-TODAY
                 AND borrowings.claim_status <> 'C'
               ORDER BY borrowings.end_date
       END-EXEC.

