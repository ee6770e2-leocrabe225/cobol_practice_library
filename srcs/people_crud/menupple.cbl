       01  WS-PERSON-CATEGORY   PIC X(02).
       01  WS-PERSON-ID         PIC 9(10).
       01  WS-PERSON-VERSION    PIC 9(05).
       01  WS-PERSON-CONSENT    PIC X(01).

       01 WS-QUIT      PIC X   VALUE "n".
           88 WS-QUIT-N        VALUE "n".
       01 WS-RENEWMEM-STRING PIC X(10) VALUE "RENEWMEM".
       01 WS-EXPIRING-STRING PIC X(10) VALUE "EXPIRING".
       01 WS-LOAD-STRING     PIC X(10) VALUE "LOAD".
       01 WS-SCHDELTA-STRING PIC X(10) VALUE "SCHDELTA".
       01 WS-HOUSEHOLD-STRING PIC X(10) VALUE "HOUSEHOLD".
       01 WS-PROXY-STRING    PIC X(10) VALUE "PROXY".
       01 WS-DELIVERY-STRING PIC X(10) VALUE "DELIVERY".
       01 WS-SUSPEND-STRING  PIC X(10) VALUE "SUSPEND".
       01 WS-READHIST-STRING PIC X(10) VALUE "READHIST".
       01 WS-CARDPRINT-STRING PIC X(10) VALUE "CARDPRINT".
       01 WS-HISTORY-PREF    PIC X(01).
       01 WS-LOAD-FILE-NAME  PIC X(20).
       01 WS-AUTO-SWITCH     PIC X(01) VALUE "N".
       01 WS-NEW-EXPIRY      PIC X(08).
                   WS-RENEWMEM-STRING " / "
                   WS-EXPIRING-STRING " / "
                   WS-LOAD-STRING " / "
                   WS-SCHDELTA-STRING " / "
                   WS-HOUSEHOLD-STRING " / "
                   WS-PROXY-STRING " / "
                   WS-DELIVERY-STRING " / "
                   WS-SUSPEND-STRING " / "
                   WS-READHIST-STRING " / "
                   WS-CARDPRINT-STRING " / "
                   WS-QUIT-STRING
      
           ACCEPT WS-CRUD
               WHEN WS-ALERTS-STRING
                   CALL "mntalert"

      *    families under one guarantor : members, the household
      *    loan ceiling and the household statement
               WHEN WS-HOUSEHOLD-STRING
                   CALL "mnthouse"

      *    carers and relatives allowed to collect and borrow for
      *    a patron, each with an expiry date
               WHEN WS-PROXY-STRING
                   CALL "mntproxy"

      *    the housebound delivery rounds and their bags
               WHEN WS-DELIVERY-STRING
                   CALL "mntdlvry"

      *    suspensions and bans : lifting one early is checked
      *    for the ADMIN role inside mntsusp
               WHEN WS-SUSPEND-STRING
                   CALL "mntsusp"

      *    the school secretary's phone call, answered on paper :
      *    0 runs the whole monthly batch, an id prints just one
               WHEN WS-STATEMENT-STRING

                   EVALUATE TRUE
                       WHEN WS-RETURN-OK
                           DISPLAY "New card number (queued for the "
                                   "card printer) : "
                                   WS-CARD-NUMBER
                       WHEN WS-RETURN-NOT-FOUND
                           DISPLAY "Record not found."
                       WS-RETURN-VALUE
                   END-CALL

               WHEN WS-SCHDELTA-STRING
                   DISPLAY "Which schools' delta file should be "
                           "processed?"
                   ACCEPT WS-LOAD-FILE-NAME
                   CALL "schdelta" USING
                       WS-LOAD-FILE-NAME
                       WS-AUTO-SWITCH
                       WS-RETURN-VALUE
                   END-CALL

               WHEN WS-PIN-STRING
                   DISPLAY "Enter person's id: "
                   ACCEPT WS-PERSON-ID
                   DISPLAY "Enter the current version number (see "
                           "LIST) : "
                   ACCEPT WS-PERSON-VERSION
                   DISPLAY "Newsletters and event mailings (Y/N, "
                           "blank to keep) : "
                   MOVE SPACE TO WS-PERSON-CONSENT
                   ACCEPT WS-PERSON-CONSENT

                   CALL "updtpple" USING
                       WS-PERSON-ID
                       WS-PERSON-EMAIL
                       WS-PERSON-CATEGORY
                       WS-PERSON-VERSION
                       WS-PERSON-CONSENT
                       WS-RETURN-VALUE
                   END-CALL

                       WS-PERSON-ID
                   END-CALL

               WHEN WS-READHIST-STRING
                   DISPLAY "Enter person's id: "
                   ACCEPT WS-PERSON-ID
                   DISPLAY "Keep reading history ? (K keep, D do "
                           "not keep) : "
                   ACCEPT WS-HISTORY-PREF

                   CALL "sethist" USING
                       WS-PERSON-ID
                       WS-HISTORY-PREF
                       WS-RETURN-VALUE
                   END-CALL

                   EVALUATE TRUE
                       WHEN WS-RETURN-OK AND WS-HISTORY-PREF = "D"
                           DISPLAY "History no longer kept : past "
                                   "loans go at the next HISTAPPLY "
                                   "run, once their fines are "
                                   "settled."
                       WHEN WS-RETURN-OK
                           DISPLAY "History kept from now on."
                       WHEN WS-RETURN-ALREADY-HERE
                           DISPLAY "That is already the patron's "
                                   "choice."
                       WHEN WS-RETURN-NOT-FOUND
                           DISPLAY "Record not found."
                       WHEN WS-RETURN-ERROR
                           DISPLAY "Answer K or D."
                   END-EVALUATE

      *    0 prints every card waiting ; a patron id reprints that
      *    patron's spoiled card under the same number
               WHEN WS-CARDPRINT-STRING
                   DISPLAY "Enter person's id to reprint a spoiled "
                           "card (0 for all cards waiting) : "
                   MOVE 0 TO WS-PERSON-ID
                   ACCEPT WS-PERSON-ID

                   CALL "crdprint" USING
                       WS-PERSON-ID
                       WS-RETURN-VALUE
                   END-CALL

                   EVALUATE TRUE
                       WHEN WS-RETURN-OK
                           CONTINUE
                       WHEN WS-RETURN-NOT-FOUND
                           DISPLAY "Record not found."
                       WHEN WS-RETURN-ERROR
                           DISPLAY "Card print error."
                   END-EVALUATE

               WHEN WS-QUIT-STRING
               SET WS-QUIT-Y TO TRUE 

