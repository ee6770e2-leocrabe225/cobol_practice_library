
           MOVE WS-CHECK-DIGIT TO WS-CARD(10:1).

      *    the new number queues the plastic for the card print
      *    batch
       EXEC SQL
           UPDATE people
           SET card_number = :WS-CARD,
               card_print_status = 'Q'
           WHERE id = :WS-PERSON-ID
       END-EXEC.

