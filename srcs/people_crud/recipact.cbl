       01 WS-HOME-CARD        PIC X(20).
       01 WS-LOAN-COUNT       PIC 9(05).
       01 WS-UNPAID-BALANCE   PIC 9(07)V99.
       01 WS-HOME-BLOCK       PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

           88 WS-EOF-Y             VALUE "Y".

       01 WS-LINE-COUNT       PIC 9(05) VALUE 0.
       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.
       01 WS-BLOCK-TEXT       PIC X(30).
       01 WS-QUARTER-DAYS     PIC S9(05) VALUE -92.
       01 WS-DATE-REQUEST     PIC X(04).

               VALUE "reciprocal-settlement".

      *    one line per network patron with activity or an open
      *    balance, grouped by the home library that settles it ;
      *    a patron on their home library's blocked list carries
      *    its reason, a suspension ahead of lost items and fines
       EXEC SQL
           DECLARE recip_activity_cursor CURSOR FOR
               SELECT ill_partners.name, people.id,
                        ON fines.borrowing_id = b2.id
                    WHERE COALESCE(NULLIF(fines.people_id, 0),
                              b2.people_id) = people.id
                      AND fines.paid_date = '00000000'), 0),
                   COALESCE((SELECT MAX(CASE nb.reason
                           WHEN 'S' THEN '3'
                           WHEN 'L' THEN '2'
                           ELSE '1' END)
                    FROM network_blocks nb
                    WHERE nb.partner_id = people.home_partner_id
                      AND nb.card_number = people.home_card_number),
                    ' ')
               FROM people
               INNER JOIN ill_partners
                   ON people.home_partner_id = ill_partners.id
           FETCH recip_activity_cursor
           INTO :WS-PARTNER-NAME, :WS-PERSON-ID, :WS-LNAME,
               :WS-FNAME, :WS-HOME-CARD, :WS-LOAN-COUNT,
               :WS-UNPAID-BALANCE, :WS-HOME-BLOCK
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-LINE-COUNT
                   EVALUATE WS-HOME-BLOCK
                       WHEN "3"
                           MOVE " SUSPENDED AT HOME"
                               TO WS-BLOCK-TEXT
                       WHEN "2"
                           MOVE " BLOCKED AT HOME : LOST ITEMS"
                               TO WS-BLOCK-TEXT
                       WHEN "1"
                           MOVE " BLOCKED AT HOME : FINES"
                               TO WS-BLOCK-TEXT
                       WHEN OTHER
                           MOVE SPACES TO WS-BLOCK-TEXT
                   END-EVALUATE
                   IF WS-BLOCK-TEXT NOT = SPACES
                       ADD 1 TO WS-MATCH-COUNT
                   END-IF
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING FUNCTION TRIM(WS-PARTNER-NAME)
                          DELIMITED BY SIZE
                          WS-LOAN-COUNT DELIMITED BY SIZE
                          " loan(s) / " DELIMITED BY SIZE
                          WS-UNPAID-BALANCE DELIMITED BY SIZE
                          WS-BLOCK-TEXT DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   CALL "prtspool" USING
                       WS-SPOOL-REQUEST

       EXEC SQL CLOSE recip_activity_cursor END-EXEC.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "On their home library's blocked list : "
                  DELIMITED BY SIZE
                  WS-MATCH-COUNT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "CLOS" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
           SET LK-RETURN-OK TO TRUE.

           DISPLAY WS-LINE-COUNT " reciprocal patron line(s) "
                   "spooled, " WS-MATCH-COUNT " on a home "
                   "blocked list.".

           MOVE WS-LINE-COUNT TO WS-RUN-COUNT.
           MOVE "OK" TO WS-RUN-STATUS.
