       IDENTIFICATION DIVISION.
       PROGRAM-ID. mntproxy.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-AUTH-ID          PIC 9(10).
       01 WS-PRINCIPAL-ID     PIC 9(10).
       01 WS-PROXY-ID         PIC 9(10).
       01 WS-EXPIRY-DATE      PIC X(08).
       01 WS-OPERATOR-ID      PIC X(10).
       01 WS-TODAY            PIC X(08).
       01 WS-LAST-NAME        PIC X(25).
       01 WS-FIRST-NAME       PIC X(25).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY sepline.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
       COPY curropr.

       01 WS-QUIT      PIC X   VALUE "n".
           88 WS-QUIT-N        VALUE "n".
           88 WS-QUIT-Y        VALUE "Y".

       01 WS-EOF       PIC X   VALUE "n".
           88 WS-EOF-N         VALUE "n".
           88 WS-EOF-Y         VALUE "Y".

       01 WS-CHOICE    PIC X(10).

       01 WS-ADD-STRING      PIC X(10) VALUE "ADD".
       01 WS-REVOKE-STRING   PIC X(10) VALUE "REVOKE".
       01 WS-LIST-STRING     PIC X(10) VALUE "LIST".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-PEOPLE-ID       PIC 9(10).
       01 WS-CARD-REQUEST    PIC X(04).
       01 WS-CARD-INPUT      PIC X(10).

       01 WS-AUDIT-ENTITY    PIC X(10) VALUE "PROXY".
       01 WS-AUDIT-ACTION    PIC X(10).

       EXEC SQL
           DECLARE proxy_list_cursor CURSOR FOR
               SELECT proxy_authorisations.id,
                   proxy_authorisations.proxy_id,
                   people.last_name, people.first_name,
                   proxy_authorisations.expiry_date
               FROM proxy_authorisations
               INNER JOIN people
                   ON people.id = proxy_authorisations.proxy_id
               WHERE proxy_authorisations.principal_id =
                     :WS-PRINCIPAL-ID
                 AND proxy_authorisations.revoked_date =
                     '00000000'
               ORDER BY proxy_authorisations.expiry_date DESC
       END-EXEC.

      *    who may collect holds and borrow for whom : the desk,
      *    the kiosk and the pickup shelf list all read these
      *    rows through prxysrvc
       PROCEDURE DIVISION.

       SET WS-QUIT-N TO TRUE.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Proxy borrowers"
           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Choose an operation : "
           DISPLAY WS-ADD-STRING " / "
                   WS-REVOKE-STRING " / "
                   WS-LIST-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN WS-ADD-STRING
                   PERFORM 0100-ADD-PROXY-BEGIN
                      THRU 0100-ADD-PROXY-END
               WHEN WS-REVOKE-STRING
                   PERFORM 0200-REVOKE-PROXY-BEGIN
                      THRU 0200-REVOKE-PROXY-END
               WHEN WS-LIST-STRING
                   PERFORM 0300-LIST-PROXIES-BEGIN
                      THRU 0300-LIST-PROXIES-END
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE

       END-PERFORM.

       EXIT PROGRAM.

       0100-ADD-PROXY-BEGIN.
           DISPLAY "Principal (the patron giving permission) : ".
           PERFORM 0400-RESOLVE-PATRON-BEGIN
              THRU 0400-RESOLVE-PATRON-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PEOPLE-ID TO WS-PRINCIPAL-ID.

           DISPLAY "Proxy (the patron collecting for them) : ".
           PERFORM 0400-RESOLVE-PATRON-BEGIN
              THRU 0400-RESOLVE-PATRON-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PEOPLE-ID TO WS-PROXY-ID.

           IF WS-PROXY-ID = WS-PRINCIPAL-ID
               DISPLAY "A patron cannot be their own proxy."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Authorisation valid until (YYYYMMDD) : ".
           MOVE SPACES TO WS-EXPIRY-DATE.
           ACCEPT WS-EXPIRY-DATE.

           CALL "valdate" USING
               WS-EXPIRY-DATE
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "Not a real date, nothing recorded."
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.
           MOVE WS-CURRENT-OPERATOR TO WS-OPERATOR-ID.

           IF WS-EXPIRY-DATE < WS-TODAY
               DISPLAY "That date is already past."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO proxy_authorisations
               (principal_id, proxy_id, expiry_date, set_by,
                set_date)
           VALUES (:WS-PRINCIPAL-ID, :WS-PROXY-ID, :WS-EXPIRY-DATE,
               :WS-OPERATOR-ID, :WS-TODAY)
           RETURNING id
           INTO :WS-AUTH-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Proxy authorisation " WS-AUTH-ID
                       " recorded."
               MOVE "ADD" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-AUTH-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Proxy insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0100-ADD-PROXY-END.

       0200-REVOKE-PROXY-BEGIN.
           DISPLAY "Enter authorisation id to revoke : ".
           ACCEPT WS-AUTH-ID.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           UPDATE proxy_authorisations
           SET revoked_date = :WS-TODAY
           WHERE id = :WS-AUTH-ID
             AND revoked_date = '00000000'
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Proxy revoke error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "No such live authorisation."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "Proxy authorisation revoked."
                   MOVE "REVOKE" TO WS-AUDIT-ACTION
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-AUTH-ID
                       WS-AUDIT-ACTION
                   END-CALL
           END-EVALUATE.
       0200-REVOKE-PROXY-END.

       0300-LIST-PROXIES-BEGIN.
           DISPLAY "Principal : ".
           PERFORM 0400-RESOLVE-PATRON-BEGIN
              THRU 0400-RESOLVE-PATRON-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PEOPLE-ID TO WS-PRINCIPAL-ID.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN proxy_list_cursor END-EXEC.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH proxy_list_cursor
           INTO :WS-AUTH-ID, :WS-PROXY-ID, :WS-LAST-NAME,
               :WS-FIRST-NAME, :WS-EXPIRY-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   IF WS-EXPIRY-DATE < WS-TODAY
                       DISPLAY WS-AUTH-ID " | " WS-PROXY-ID " | "
                               FUNCTION TRIM(WS-FIRST-NAME) " "
                               FUNCTION TRIM(WS-LAST-NAME)
                               " | expired " WS-EXPIRY-DATE
                   ELSE
                       DISPLAY WS-AUTH-ID " | " WS-PROXY-ID " | "
                               FUNCTION TRIM(WS-FIRST-NAME) " "
                               FUNCTION TRIM(WS-LAST-NAME)
                               " | until " WS-EXPIRY-DATE
                   END-IF
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE proxy_list_cursor END-EXEC.
       0300-LIST-PROXIES-END.

       0400-RESOLVE-PATRON-BEGIN.
           DISPLAY "Scan patron card or enter patron id : ".
           MOVE SPACES TO WS-CARD-INPUT.
           ACCEPT WS-CARD-INPUT.

           MOVE "RSLV" TO WS-CARD-REQUEST.
           CALL "cardsrvc" USING
               WS-CARD-REQUEST
               WS-PEOPLE-ID
               WS-CARD-INPUT
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "No such patron or card."
           END-IF.
       0400-RESOLVE-PATRON-END.
