       01 WS-LNAME            PIC X(25).
       01 WS-FNAME            PIC X(25).
       01 WS-FULFILLED-DATE   PIC X(08).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-PROXY-ID         PIC 9(10).
       01 WS-PROXY-LNAME      PIC X(25).
       01 WS-PROXY-FNAME      PIC X(25).
       01 WS-PROXY-EXPIRY     PIC X(08).
       01 WS-TODAY            PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-PROXY-EOF-SWITCH PIC X   VALUE "n".
           88 WS-PROXY-EOF-N          VALUE "n".
           88 WS-PROXY-EOF-Y          VALUE "Y".

       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.

       01 WS-SPOOL-REQUEST    PIC X(04).
           DECLARE pickup_shelf_cursor CURSOR FOR
               SELECT branches.code, holds.id, books.name,
                   people.last_name, people.first_name,
                   holds.fulfilled_date, holds.people_id
               FROM holds
               INNER JOIN branches
                   ON holds.pickup_branch = branches.id
               ORDER BY branches.code, holds.fulfilled_date
       END-EXEC.

      *    whoever the patron has authorised may collect from the
      *    shelf too, so the shelf list names them
       EXEC SQL
           DECLARE shelf_proxy_cursor CURSOR FOR
               SELECT proxy_authorisations.proxy_id,
                   people.last_name, people.first_name,
                   proxy_authorisations.expiry_date
               FROM proxy_authorisations
               INNER JOIN people
                   ON people.id = proxy_authorisations.proxy_id
               WHERE proxy_authorisations.principal_id =
                     :WS-PEOPLE-ID
                 AND proxy_authorisations.revoked_date =
                     '00000000'
                 AND proxy_authorisations.expiry_date >= :WS-TODAY
               ORDER BY people.last_name
       END-EXEC.

       PROCEDURE DIVISION.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
       EXEC SQL
           FETCH pickup_shelf_cursor
           INTO :WS-BRANCH-CODE, :WS-HOLD-ID, :WS-BOOK-NAME,
               :WS-LNAME, :WS-FNAME, :WS-FULFILLED-DATE,
               :WS-PEOPLE-ID
       END-EXEC

                   IF SQLCODE NOT = 0
                           WS-SPOOL-TEXT
                       END-CALL
                       DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
                       PERFORM 0100-LIST-PROXIES-BEGIN
                          THRU 0100-LIST-PROXIES-END
                   END-IF

               END-PERFORM
           END-CALL.

           EXIT PROGRAM.

       0100-LIST-PROXIES-BEGIN.
           SET WS-PROXY-EOF-N TO TRUE.

       EXEC SQL OPEN shelf_proxy_cursor END-EXEC.

           PERFORM UNTIL WS-PROXY-EOF-Y

       EXEC SQL
           FETCH shelf_proxy_cursor
           INTO :WS-PROXY-ID, :WS-PROXY-LNAME, :WS-PROXY-FNAME,
               :WS-PROXY-EXPIRY
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-PROXY-EOF-Y TO TRUE
               ELSE
                   MOVE "LINE" TO WS-SPOOL-REQUEST
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "       or proxy " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PROXY-FNAME)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-PROXY-LNAME)
                          DELIMITED BY SIZE
                          " (patron " DELIMITED BY SIZE
                          WS-PROXY-ID DELIMITED BY SIZE
                          ") until " DELIMITED BY SIZE
                          WS-PROXY-EXPIRY DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   CALL "prtspool" USING
                       WS-SPOOL-REQUEST
                       WS-SPOOL-TEXT
                   END-CALL
                   DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE shelf_proxy_cursor END-EXEC.
       0100-LIST-PROXIES-END.
