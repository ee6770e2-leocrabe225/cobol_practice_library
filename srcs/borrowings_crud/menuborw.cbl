       01 WS-MSG-ID            PIC X(08).
       01 WS-MSG-TEXT          PIC X(60).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-KIT-COUNTED      PIC X(01) VALUE "N".

       01  WS-BORROWING-ID       PIC 9(10).
       01  WS-PEOPLE-ID          PIC 9(10).
       01 WS-MOSTBORW-STRING PIC X(10) VALUE "MOSTBORW".
       01 WS-ALSOBORW-STRING PIC X(10) VALUE "ALSOBORW".
       01 WS-HOLDPRESS-STRING PIC X(10) VALUE "HOLDPRESS".
       01 WS-WISHDMND-STRING  PIC X(10) VALUE "WISHDEMAND".
       01 WS-HOLDTIME-STRING  PIC X(10) VALUE "HOLDTIME".
       01 WS-MTHCLOSE-STRING  PIC X(10) VALUE "MTHCLOSE".
       01 WS-OVERRIDE-REASON  PIC X(30).
       01 WS-AUDIT-ENTITY     PIC X(10).
       01 WS-RECALL-STRING    PIC X(10) VALUE "RECALL".
       01 WS-AMNESTY-STRING   PIC X(10) VALUE "AMNESTY".
       01 WS-PICKUP-BRANCH    PIC 9(10).
       01 WS-ANY-EDITION      PIC X(01).
       01 WS-DEPOSIT-STRING   PIC X(10) VALUE "DEPOSIT".
       01 WS-ONLINEPAY-STRING PIC X(10) VALUE "ONLINEPAY".
       01 WS-SETTLEMENT-FILE  PIC X(40).
       01 WS-CHARGE-STRING    PIC X(10) VALUE "CHARGE".
       01 WS-CHARGERPT-STRING PIC X(10) VALUE "CHARGERPT".
       01 WS-PRINTLOAD-STRING PIC X(10) VALUE "PRINTLOAD".
       01 WS-PRINT-FILE-NAME  PIC X(40).
       01 WS-ACTIVITY-STRING PIC X(10) VALUE "ACTIVITY".

       01 WS-FINE-ID          PIC 9(10).
       01 WS-BOOKING-STRING   PIC X(10) VALUE "BOOKING".
       01 WS-AGING-STRING     PIC X(10) VALUE "AGING".
       01 WS-TRAFFIC-STRING   PIC X(10) VALUE "TRAFFIC".
       01 WS-CLAIM-STRING     PIC X(10) VALUE "CLAIM".
       01 WS-BULK-QUANTITY    PIC 9(05).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS-SLIP==.

                   WS-MOSTBORW-STRING " / "
                   WS-ALSOBORW-STRING " / "
                   WS-HOLDPRESS-STRING " / "
                   WS-WISHDMND-STRING " / "
                   WS-HOLDTIME-STRING " / "
                   WS-MTHCLOSE-STRING " / "
                   WS-REFUND-STRING " / "
                   WS-RECALL-STRING " / "
                   WS-AMNESTY-STRING " / "
                   WS-DEPOSIT-STRING " / "
                   WS-ONLINEPAY-STRING " / "
                   WS-CHARGE-STRING " / "
                   WS-CHARGERPT-STRING " / "
                   WS-PRINTLOAD-STRING " / "
                   WS-ACTIVITY-STRING " / "
                   WS-RECEIPT-STRING " / "
                   WS-BULK-STRING " / "
                   WS-BOOKING-STRING " / "
                   WS-AGING-STRING " / "
                   WS-TRAFFIC-STRING " / "
                   WS-CLAIM-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CRUD
                           CONTINUE
                       WHEN WS-RETURN-RESTRICTED
                           CONTINUE
                       WHEN WS-RETURN-NOT-LENDABLE
                           DISPLAY "Reference only : this copy "
                                   "cannot leave the library."
                       WHEN WS-RETURN-EXPIRED
                           DISPLAY "This membership has lapsed : "
                                   "renew it at the PEOPLE menu "
                                   "first."
                       WHEN WS-RETURN-SUSPENDED
                           DISPLAY "This patron is suspended : "
                                   "no lending until the "
                                   "suspension ends."
                       WHEN WS-RETURN-ERROR
                           DISPLAY "Borrowing insert error."
                   END-EVALUATE
                   CALL "retnborw" USING
                       WS-BORROWING-ID
                       WS-RETURNED-DATE
                       WS-KIT-COUNTED
                       WS-RETURN-VALUE
                   END-CALL

                           DISPLAY "Record not found."
                       WHEN WS-RETURN-ALREADY-HERE
                           DISPLAY "This loan was already returned."
                       WHEN WS-RETURN-CONFLICT
                           DISPLAY "This is a kit : its pieces are "
                                   "counted back in DESK mode."
                       WHEN WS-RETURN-ERROR
                           DISPLAY "Read/Return error."
                   END-EVALUATE
                       WHEN WS-RETURN-CONFLICT
                           DISPLAY "This account is not flagged "
                                   "institutional."
                       WHEN WS-RETURN-SUSPENDED
                           DISPLAY "This account is suspended : "
                                   "no lending until it ends."
                       WHEN WS-RETURN-LIMIT-REACHED
                           DISPLAY "Not enough copies on the shelf "
                                   "or the account limit would be "
               WHEN WS-TRAFFIC-STRING
                   CALL "rptdesk"

      *        claimed-returned disputes and their resolution
               WHEN WS-CLAIM-STRING
                   CALL "mntclaim"

               WHEN WS-OVERDUE-STRING
                   CALL "rptoverd"

                   DISPLAY "Pickup branch id (0 for the main "
                           "building) : "
                   ACCEPT WS-PICKUP-BRANCH
                   DISPLAY "Any edition of the work will do? (Y/n) "
                   MOVE "N" TO WS-ANY-EDITION
                   ACCEPT WS-ANY-EDITION

                   CALL "creahold" USING
                       WS-PEOPLE-ID
                       WS-BOOK-ID
                       WS-REQUESTED-DATE
                       WS-PICKUP-BRANCH
                       WS-ANY-EDITION
                       WS-HOLD-ID
                       WS-RETURN-VALUE
                   END-CALL
                           DISPLAY
                           "This patron already has an open hold "
                           "on this book."
                       WHEN WS-RETURN-SUSPENDED
                           DISPLAY
                           "This patron is suspended, no holds "
                           "until the suspension ends."
                       WHEN WS-RETURN-ERROR
                           DISPLAY "Hold insert error."
                   END-EVALUATE
                       WHEN WS-RETURN-RESTRICTED
                           DISPLAY "This loan was recalled, "
                                   "renewal is not allowed."
                       WHEN WS-RETURN-NOT-LENDABLE
                           DISPLAY "Short loans are not renewed : "
                                   "return it and lend it again."
                       WHEN WS-RETURN-BLOCKED
                           CONTINUE
                       WHEN WS-RETURN-ERROR
               WHEN WS-HOLDPRESS-STRING
                   CALL "rptholdp"

               WHEN WS-WISHDMND-STRING
                   CALL "rptwish"

               WHEN WS-HOLDTIME-STRING
                   CALL "rpthldtm"

               WHEN WS-REFUND-STRING
                   CALL "refndpay"

               WHEN WS-DEPOSIT-STRING
                   CALL "crdtacct"

               WHEN WS-ONLINEPAY-STRING
                   DISPLAY "Enter the online payment settlement "
                           "file : "
                   MOVE SPACES TO WS-SETTLEMENT-FILE
                   ACCEPT WS-SETTLEMENT-FILE
                   CALL "onlnpay" USING
                       WS-SETTLEMENT-FILE
                       WS-RETURN-VALUE
                   END-CALL

               WHEN WS-CHARGE-STRING
                   CALL "dskchrg"

               WHEN WS-CHARGERPT-STRING
                   CALL "rptchrg"

      *        run from the desk, the coins in the release station's
      *        box are taken into this operator's drawer
               WHEN WS-PRINTLOAD-STRING
                   DISPLAY "Which print station job file should be "
                           "loaded?"
                   MOVE SPACES TO WS-PRINT-FILE-NAME
                   ACCEPT WS-PRINT-FILE-NAME
                   CALL "prtimprt" USING
                       WS-PRINT-FILE-NAME
                       WS-RETURN-VALUE
                   END-CALL

               WHEN WS-MTHCLOSE-STRING
                   IF WS-CURRENT-OPERATOR-ROLE NOT = "ADMIN"
                       DISPLAY "Month-end close is reserved for "
       1300-AGE-OVERRIDE-END.

       1000-FINE-BLOCK-OVERRIDE-BEGIN.
           IF WS-BLOCKED-AMOUNT = 0
               DISPLAY "Refused : this patron is on their home "
                       "library's blocked list."
           ELSE
               DISPLAY "Refused : this patron owes "
                       WS-BLOCKED-AMOUNT " in unpaid fines."
           END-IF.

           IF WS-CURRENT-OPERATOR-ROLE NOT = "ADMIN"
               GO TO 1000-FINE-BLOCK-OVERRIDE-EXIT
