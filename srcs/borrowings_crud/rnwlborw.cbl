       01 WS-ID               PIC 9(10).
       01 WS-RENEWAL-COUNT     PIC 9(05).
       01 WS-RECALL-FLAG       PIC X(01).
       01 WS-LOAN-POLICY       PIC X(01).
       01 WS-NEW-END-DATE      PIC X(08).
       01 WS-HOLD-COUNT        PIC 9(05).
       01 WS-CAT-MAX-RENEWALS  PIC 9(05).

           MOVE LK-ID TO WS-ID.
       EXEC SQL
           SELECT renewal_count, recall_flag, loan_policy
           INTO :WS-RENEWAL-COUNT, :WS-RECALL-FLAG, :WS-LOAN-POLICY
           FROM borrowings
           WHERE id = :WS-ID
       END-EXEC.

      *    a short-loan course text goes back on the shelf for the
      *    next student : it is lent again, never renewed
           IF WS-LOAN-POLICY = "S"
               SET LK-RETURN-NOT-LENDABLE TO TRUE
               EXIT PROGRAM
           END-IF.

      *    a recalled loan is a promise already made to someone
      *    else : no renewal until it has been home
           IF WS-RECALL-FLAG = "Y"
