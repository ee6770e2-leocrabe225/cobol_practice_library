       01 WS-CARD-NUMBER      PIC X(10).
       01 WS-REGISTERED       PIC X(08).
       01 WS-EXPIRY           PIC X(08).
       01 WS-HISTORY-PREF     PIC X(01).
       01 WS-CONSENT          PIC X(01).
       01 WS-CONSENT-DATE     PIC X(08).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-START-DATE       PIC X(08).
       01 WS-END-DATE         PIC X(08).
       EXEC SQL
           SELECT last_name, first_name, phone_number,
               email_address, category_code, card_number,
               registered_date, expiry_date, history_pref,
               marketing_consent, consent_date
           INTO :WS-LNAME, :WS-FNAME, :WS-PHONE, :WS-EMAIL,
               :WS-CATEGORY, :WS-CARD-NUMBER, :WS-REGISTERED,
               :WS-EXPIRY, :WS-HISTORY-PREF, :WS-CONSENT,
               :WS-CONSENT-DATE
           FROM people
           WHERE id = :WS-PERSON-ID
       END-EXEC.
                  WS-EXPIRY DELIMITED BY SIZE
           INTO WS-OUT-LINE.
           WRITE F-EXTRACT-RCD FROM WS-OUT-LINE.

           IF WS-HISTORY-PREF = "D"
               MOVE "Reading history : not kept, at your request"
                   TO WS-OUT-LINE
           ELSE
               MOVE "Reading history : kept" TO WS-OUT-LINE
           END-IF.
           WRITE F-EXTRACT-RCD FROM WS-OUT-LINE.

           MOVE SPACES TO WS-OUT-LINE.
           IF WS-CONSENT = "Y"
               STRING "Newsletters and event mailings : yes, "
                      DELIMITED BY SIZE
                      "since " DELIMITED BY SIZE
                      WS-CONSENT-DATE DELIMITED BY SIZE
               INTO WS-OUT-LINE
           ELSE
               MOVE "Newsletters and event mailings : no"
                   TO WS-OUT-LINE
           END-IF.
           WRITE F-EXTRACT-RCD FROM WS-OUT-LINE.
       0100-WRITE-REGISTRATION-END.

       0200-WRITE-LOANS-BEGIN.
           MOVE SPACES TO WS-OUT-LINE.
           WRITE F-EXTRACT-RCD FROM WS-OUT-LINE.
      *    an opted-out patron's returned loans are listed only
      *    while they are still on file (a fine open, or not yet
      *    detached) : the extract says what we hold, no more
           IF WS-HISTORY-PREF = "D"
               MOVE "Your loans (current, and returned ones not yet "
                 TO WS-OUT-LINE
               WRITE F-EXTRACT-RCD FROM WS-OUT-LINE
               MOVE "detached from your record) :" TO WS-OUT-LINE
           ELSE
               MOVE "Your loans (current and past) :" TO WS-OUT-LINE
           END-IF.
           WRITE F-EXTRACT-RCD FROM WS-OUT-LINE.

           SET WS-EOF-N TO TRUE.
