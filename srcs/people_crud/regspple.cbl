       01  WS-PERSON-CATEGORY   PIC X(02).
       01  WS-PERSON-ID         PIC 9(10).
       01  WS-BIRTH-DATE        PIC X(08).
       01  WS-PERSON-CONSENT    PIC X(01).
       01  WS-CONSENT-SOURCE    PIC X(01) VALUE "R".
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS-VAL==.

       01 WS-AT-COUNT           PIC 9(02) VALUE 0.
           PERFORM 0550-ASK-BIRTH-DATE-BEGIN
              THRU 0550-ASK-BIRTH-DATE-END.

           PERFORM 0560-ASK-CONSENT-BEGIN
              THRU 0560-ASK-CONSENT-END.

           CALL "creapple" USING
                WS-PERSON-LASTNAME
                WS-PERSON-FIRSTNAME
                   DISPLAY "Welcome! Your new patron id is : "
                           WS-PERSON-ID
                   DISPLAY "Please keep this id for future visits."
                   IF WS-PERSON-CONSENT = "Y"
                       CALL "setcnsnt" USING
                           WS-PERSON-ID
                           WS-PERSON-CONSENT
                           WS-CONSENT-SOURCE
                           WS-VAL-RETURN-VALUE
                       END-CALL
                   END-IF
               WHEN WS-RETURN-ALREADY-HERE
                   DISPLAY
                   "A patron with that name is already registered."
               MOVE "00000000" TO WS-BIRTH-DATE
           END-IF.
       0550-ASK-BIRTH-DATE-END.

      *    nobody is signed up unless they say so here
       0560-ASK-CONSENT-BEGIN.
           MOVE SPACE TO WS-PERSON-CONSENT.
           DISPLAY "Would you like our newsletters and event "
                   "mailings (Y/N) : ".
           ACCEPT WS-PERSON-CONSENT.

           PERFORM UNTIL WS-PERSON-CONSENT = "Y"
                      OR WS-PERSON-CONSENT = "N"
               DISPLAY "Please answer Y or N : "
               ACCEPT WS-PERSON-CONSENT
           END-PERFORM.
       0560-ASK-CONSENT-END.
