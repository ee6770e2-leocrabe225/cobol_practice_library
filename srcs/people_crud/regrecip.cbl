       01 WS-PARTNER-NAME     PIC X(40).
       01 WS-PERSON-ID        PIC 9(10).
       01 WS-HOME-CARD        PIC X(20).
       01 WS-BLOCK-REASON     PIC X(01).
       01 WS-BLOCK-AMOUNT     PIC 9(07)V99.
       01 WS-BLOCK-LIST-DATE  PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.


       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "PERSON".
       01 WS-AUDIT-ACTION     PIC X(10) VALUE "RECIP".
       01 WS-CONFIRM-ANSWER   PIC X(01).

      *    registering a partner library's patron : an ordinary
      *    people row in the restricted RC category, remembering
           ACCEPT WS-PERSON-FIRSTNAME.
           DISPLAY "Enter their home card number : ".
           ACCEPT WS-HOME-CARD.

      *    their home library may already have stopped this card :
      *    the clerk is told why and decides whether to go on
       EXEC SQL
           SELECT reason, amount, list_date
           INTO :WS-BLOCK-REASON, :WS-BLOCK-AMOUNT,
               :WS-BLOCK-LIST-DATE
           FROM network_blocks
           WHERE partner_id = :WS-PARTNER-ID
             AND card_number = :WS-HOME-CARD
           ORDER BY amount DESC
           LIMIT 1
       END-EXEC.

           IF SQLCODE = 0
               EVALUATE WS-BLOCK-REASON
                   WHEN "S"
                       DISPLAY "Warning : this card is suspended "
                               "at its home library."
                   WHEN "L"
                       DISPLAY "Warning : this card owes "
                               WS-BLOCK-AMOUNT " at its home "
                               "library, lost items included."
                   WHEN OTHER
                       DISPLAY "Warning : this card owes "
                               WS-BLOCK-AMOUNT " in fines at its "
                               "home library."
               END-EVALUATE
               DISPLAY "(home library's list of "
                       WS-BLOCK-LIST-DATE ")"
               DISPLAY "Register anyway? (Y/n) " WITH NO ADVANCING
               MOVE SPACE TO WS-CONFIRM-ANSWER
               ACCEPT WS-CONFIRM-ANSWER
               IF WS-CONFIRM-ANSWER NOT = "Y"
                   DISPLAY "Registration abandoned."
                   EXIT PROGRAM
               END-IF
           END-IF.
           DISPLAY "Enter phone number (blank ok) : ".
           MOVE SPACES TO WS-PERSON-PHONE.
           ACCEPT WS-PERSON-PHONE.
