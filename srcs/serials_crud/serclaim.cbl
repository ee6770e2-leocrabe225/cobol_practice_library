               WS-SPOOL-TEXT
           END-CALL.

      *    the claim is also pinned to the expected issue row,
      *    created here on the first claim so check-in finds it
       EXEC SQL
           UPDATE serial_issues
           SET claim_count = claim_count + 1
             AND received_date = '00000000'
       END-EXEC.

           IF SQLCODE = +100 OR (SQLCODE = 0 AND SQLERRD(3) = 0)
       EXEC SQL
           INSERT INTO serial_issues
               (subscription_id, issue_label, expected_date,
                claim_count)
           VALUES (:WS-SUBSCRIPTION-ID, 'CLAIMED',
               :WS-NEXT-EXPECTED, 1)
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY "Claimed issue error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           IF WS-CLAIM-COUNT >= 3
       EXEC SQL
           UPDATE serial_subscriptions
