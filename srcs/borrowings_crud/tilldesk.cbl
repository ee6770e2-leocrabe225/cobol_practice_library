       01 WS-COUNTED-AMOUNT   PIC 9(07)V99.
       01 WS-TAKINGS          PIC S9(07)V99.
       01 WS-OPENED-AT        PIC X(14).
       01 WS-BRANCH-ID        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

           DISPLAY "Enter the opening float amount : ".
           ACCEPT WS-FLOAT-AMOUNT.

      *    the branch the drawer stands in is where its money is
      *    booked in the ledger journal
           DISPLAY "Branch id of this desk (0 for the main "
                   "building) : ".
           MOVE 0 TO WS-BRANCH-ID.
           ACCEPT WS-BRANCH-ID.
           IF WS-BRANCH-ID = 0
               MOVE 1 TO WS-BRANCH-ID
           END-IF.

       EXEC SQL
           SELECT id
           INTO :WS-BRANCH-ID
           FROM branches
           WHERE id = :WS-BRANCH-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such branch."
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE

       EXEC SQL
           INSERT INTO till_sessions
               (operator_id, opened_date, opened_at, float_amount,
                branch_id)
           VALUES (:WS-OPERATOR-ID, :WS-TODAY, :WS-STAMP,
               :WS-FLOAT-AMOUNT, :WS-BRANCH-ID)
           RETURNING id
           INTO :WS-SESSION-ID
       END-EXEC.

      *    waivers are forgiven money, not drawer money : only
      *    kind W stays out of the cash expected in the drawer
      *    ; money settled online (tender O) was never in it
       0400-COMPUTE-TAKINGS-BEGIN.
       EXEC SQL
           SELECT till_sessions.float_amount,
           FROM till_sessions
           LEFT JOIN fine_payments
               ON fine_payments.till_session_id = till_sessions.id
              AND fine_payments.tender = 'C'
           WHERE till_sessions.id = :WS-SESSION-ID
           GROUP BY till_sessions.id
       END-EXEC.
