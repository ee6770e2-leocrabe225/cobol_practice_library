       IDENTIFICATION DIVISION.
       PROGRAM-ID. prxysrvc.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  WS-PRINCIPAL-ID      PIC 9(10).
       01  WS-PROXY-ID          PIC 9(10).
       01  WS-LOAN-ID           PIC 9(10).
       01  WS-EXPIRY-DATE       PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-TODAY             PIC X(08).
       01  WS-SUSP-UNTIL        PIC X(08).
       01  WS-AUDIT-ENTITY      PIC X(10) VALUE "BORROWING".
       01  WS-AUDIT-ACTION      PIC X(10) VALUE "PROXYLOAN".
       01  WS-AUDIT-DETAIL      PIC X(30).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       LINKAGE SECTION.
      *    CHCK : may LK-PROXY-ID act for LK-PRINCIPAL-ID today --
      *           NF when never authorised (or revoked), EX when
      *           the authorisation has run out, SU when the proxy
      *           is under a suspension of their own
      *    NOTE : stamp the proxy on the loan LK-LOAN-ID just made
      *           for the principal, on its checkout desk event
      *           and in the audit trail
       01  LK-REQUEST           PIC X(04).
           88 LK-REQUEST-CHECK        VALUE "CHCK".
           88 LK-REQUEST-NOTE         VALUE "NOTE".
       01  LK-PRINCIPAL-ID      PIC 9(10).
       01  LK-PROXY-ID          PIC 9(10).
       01  LK-LOAN-ID           PIC 9(10).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-REQUEST,
                                LK-PRINCIPAL-ID,
                                LK-PROXY-ID,
                                LK-LOAN-ID,
                                LK-RETURN-VALUE.

           MOVE LK-PRINCIPAL-ID TO WS-PRINCIPAL-ID.
           MOVE LK-PROXY-ID TO WS-PROXY-ID.
           MOVE LK-LOAN-ID TO WS-LOAN-ID.

           EVALUATE TRUE
               WHEN LK-REQUEST-CHECK
                   PERFORM 0100-CHECK-BEGIN
                      THRU 0100-CHECK-END
               WHEN LK-REQUEST-NOTE
                   PERFORM 0200-NOTE-BEGIN
                      THRU 0200-NOTE-END
               WHEN OTHER
                   SET LK-RETURN-ERROR TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

       0100-CHECK-BEGIN.
           IF WS-PRINCIPAL-ID = WS-PROXY-ID
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT MAX(expiry_date)
           INTO :WS-EXPIRY-DATE
           FROM proxy_authorisations
           WHERE principal_id = :WS-PRINCIPAL-ID
             AND proxy_id = :WS-PROXY-ID
             AND revoked_date = '00000000'
           HAVING COUNT(*) > 0
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           IF WS-EXPIRY-DATE < WS-TODAY
               SET LK-RETURN-EXPIRED TO TRUE
               EXIT PARAGRAPH
           END-IF.

      *    a suspended patron does not get round it by borrowing
      *    on somebody else's card
           CALL "chksusp" USING
               WS-PROXY-ID
               WS-TODAY
               WS-SUSP-UNTIL
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-SUSPENDED
               SET LK-RETURN-SUSPENDED TO TRUE
           ELSE
               SET LK-RETURN-OK TO TRUE
           END-IF.
       0100-CHECK-END.

       0200-NOTE-BEGIN.
       EXEC SQL
           UPDATE borrowings
           SET proxy_id = :WS-PROXY-ID
           WHERE id = :WS-LOAN-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE desk_events
           SET proxy_id = :WS-PROXY-ID
           WHERE borrowing_id = :WS-LOAN-ID
             AND event_type = 'C'
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           MOVE SPACES TO WS-AUDIT-DETAIL.
           STRING "by " DELIMITED BY SIZE
                  WS-PROXY-ID DELIMITED BY SIZE
                  " for " DELIMITED BY SIZE
                  WS-PRINCIPAL-ID DELIMITED BY SIZE
           INTO WS-AUDIT-DETAIL.

           CALL "wrtaudtd" USING
               WS-AUDIT-ENTITY
               WS-LOAN-ID
               WS-AUDIT-ACTION
               WS-AUDIT-DETAIL
           END-CALL.

           SET LK-RETURN-OK TO TRUE.
       0200-NOTE-END.
