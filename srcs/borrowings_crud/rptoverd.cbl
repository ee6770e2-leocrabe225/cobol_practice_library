               LEFT JOIN copies ON borrowings.copy_id = copies.id
               WHERE borrowings.returned_date = '00000000'
                 AND borrowings.end_date < :WS-TODAY
                 AND borrowings.claim_status <> 'C'
                 AND (:WS-BRANCH-FILTER = 0
                   OR copies.branch_id = :WS-BRANCH-FILTER)
               ORDER BY borrowings.end_date
