
       01 WS-TODAY            PIC X(08).
       01 WS-START-DATE       PIC X(08).
       01 WS-SUSP-UNTIL       PIC X(08).
       01 WS-END-DATE         PIC X(08).
       01 WS-LOAN-ID          PIC 9(10).
       01 WS-SESSION-COUNT    PIC 9(05).
       01 WS-CARD-INPUT       PIC X(10).
       01 WS-SLIP-KIND        PIC X(01).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS-SLIP==.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS-PRXY==.
       01 WS-PROXY-REQUEST    PIC X(04).
       01 WS-PROXY-ID         PIC 9(10) VALUE 0.
       01 WS-PRINCIPAL-ID     PIC 9(10).

      *    the self-service terminal : a patron signs on with card
      *    and PIN exactly as at the OPAC, scans copy barcodes,
           PERFORM 0100-SIGN-ON-BEGIN
              THRU 0100-SIGN-ON-END.

           IF WS-SIGNED-ON
               PERFORM 0150-ON-BEHALF-OF-BEGIN
                  THRU 0150-ON-BEHALF-OF-END
           END-IF.

           IF WS-SIGNED-ON
               PERFORM 0200-CHECKOUT-LOOP-BEGIN
                  THRU 0200-CHECKOUT-LOOP-END
                   " " FUNCTION TRIM(WS-PEOPLE-LNAME) ".".
       0100-SIGN-ON-END.

      *    a carer signs on with their own card and PIN, then
      *    scans the card of the patron who authorised them ; the
      *    loans go on that patron's account, never the carer's
       0150-ON-BEHALF-OF-BEGIN.
           DISPLAY "Borrowing for someone who authorised you ? "
                   "Scan their card (blank for your own) : ".
           MOVE SPACES TO WS-CARD-INPUT.
           ACCEPT WS-CARD-INPUT.

           IF WS-CARD-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "RSLV" TO WS-CARD-REQUEST.
           CALL "cardsrvc" USING
               WS-CARD-REQUEST
               WS-PRINCIPAL-ID
               WS-CARD-INPUT
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "Card not recognized - please see the desk."
               SET WS-NOT-SIGNED-ON TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE "CHCK" TO WS-PROXY-REQUEST.
           CALL "prxysrvc" USING
               WS-PROXY-REQUEST
               WS-PRINCIPAL-ID
               WS-PEOPLE-ID
               WS-LOAN-ID
               WS-PRXY-RETURN-VALUE
           END-CALL.

           IF WS-PRXY-RETURN-SUSPENDED
               DISPLAY "We cannot lend on this card at the "
                       "moment - please see the desk."
               SET WS-NOT-SIGNED-ON TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF NOT WS-PRXY-RETURN-OK
               DISPLAY "You are not authorised to borrow for this "
                       "patron - please see the desk."
               SET WS-NOT-SIGNED-ON TO TRUE
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-BLOCK-COUNT
           FROM patron_alerts
           WHERE people_id = :WS-PRINCIPAL-ID
             AND cleared_date = '00000000'
             AND severity >= 3
       END-EXEC.

           IF SQLCODE = 0 AND WS-BLOCK-COUNT > 0
               DISPLAY "Please see the desk before checking out."
               SET WS-NOT-SIGNED-ON TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PEOPLE-ID TO WS-PROXY-ID.
           MOVE WS-PRINCIPAL-ID TO WS-PEOPLE-ID.
           DISPLAY "Borrowing on behalf of patron " WS-PEOPLE-ID
                   ".".
       0150-ON-BEHALF-OF-END.

       0200-CHECKOUT-LOOP-BEGIN.
           CALL "rdbusdat" USING
               WS-TODAY
           MOVE 0 TO WS-SESSION-COUNT.
           MOVE SPACES TO WS-SCAN.

      *    a suspended account (the borrower's own or the one
      *    borrowed for) is turned away before the first scan ;
      *    a suspended carer was already refused at sign-on
           CALL "chksusp" USING
               WS-PEOPLE-ID
               WS-TODAY
               WS-SUSP-UNTIL
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-SUSPENDED
               DISPLAY "We cannot lend on this card at the "
                       "moment - please see the desk."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Scan a book's barcode (blank to finish) : ".
           ACCEPT WS-SCAN.

                   ADD 1 TO WS-SESSION-COUNT
                   DISPLAY FUNCTION TRIM(WS-BOOK-NAME)
                           " -- due back " WS-END-DATE
                   IF WS-PROXY-ID > 0
                       MOVE "NOTE" TO WS-PROXY-REQUEST
                       CALL "prxysrvc" USING
                           WS-PROXY-REQUEST
                           WS-PEOPLE-ID
                           WS-PROXY-ID
                           WS-LOAN-ID
                           WS-PRXY-RETURN-VALUE
                       END-CALL
                   END-IF
                   MOVE "C" TO WS-SLIP-KIND
                   CALL "rcptslip" USING
                       WS-LOAN-ID
               WHEN WS-RETURN-EXPIRED
                   DISPLAY "Your membership needs renewing - "
                           "please see the desk."
               WHEN WS-RETURN-SUSPENDED
                   DISPLAY "We cannot lend on this card at the "
                           "moment - please see the desk."
               WHEN WS-RETURN-BLOCKED
                   DISPLAY "There is a balance on your account - "
                           "please see the desk."
               WHEN WS-RETURN-RESTRICTED
                   DISPLAY "This title cannot go on a child's "
                           "card here - please see the desk."
               WHEN WS-RETURN-NOT-LENDABLE
                   DISPLAY "This copy is for use in the library "
                           "only - please leave it with the desk."
               WHEN OTHER
                   DISPLAY "We could not lend this item here - "
                           "please see the desk."
