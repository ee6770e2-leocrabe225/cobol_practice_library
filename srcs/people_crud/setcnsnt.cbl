       IDENTIFICATION DIVISION.
       PROGRAM-ID. setcnsnt.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  WS-PERSON-ID         PIC 9(10).
       01  WS-CONSENT           PIC X(01).
       01  WS-OLD-CONSENT       PIC X(01).
       01  WS-SOURCE            PIC X(01).
       01  WS-TODAY             PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01  WS-AUDIT-ENTITY      PIC X(10) VALUE "PERSON".
       01  WS-AUDIT-ACTION      PIC X(10).

       LINKAGE SECTION.
       01  LK-PERSON-ID         PIC 9(10).
       01  LK-CONSENT           PIC X(01).
       01  LK-SOURCE            PIC X(01).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    records a patron's yes or no to newsletters and event
      *    mailings, with the business day and where it was given
      *    (D desk, O OPAC, R registration form, U unsubscribe
      *    file).  Saying again what is already on file changes
      *    nothing, so the date stays the day they first said it.
      *    The first yes hands out the unsubscribe reference the
      *    mailing extract prints ; it is never reissued
       PROCEDURE DIVISION USING LK-PERSON-ID,
                                LK-CONSENT,
                                LK-SOURCE,
                                LK-RETURN-VALUE.

           PERFORM 0100-EXIT-IF-NOT-HERE-BEGIN
              THRU 0100-EXIT-IF-NOT-HERE-END.

           PERFORM 0200-SET-CONSENT-BEGIN
              THRU 0200-SET-CONSENT-END.

           EXIT PROGRAM.

       0100-EXIT-IF-NOT-HERE-BEGIN.
           IF LK-CONSENT NOT = "Y" AND LK-CONSENT NOT = "N"
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF LK-SOURCE NOT = "D" AND LK-SOURCE NOT = "O"
               AND LK-SOURCE NOT = "R" AND LK-SOURCE NOT = "U"
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE LK-PERSON-ID TO WS-PERSON-ID.
       EXEC SQL
           SELECT marketing_consent
           INTO :WS-OLD-CONSENT
           FROM people
           WHERE id = :WS-PERSON-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-OLD-CONSENT = LK-CONSENT
               SET LK-RETURN-OK TO TRUE
               EXIT PROGRAM
           END-IF.
       0100-EXIT-IF-NOT-HERE-END.

       0200-SET-CONSENT-BEGIN.
           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE LK-CONSENT TO WS-CONSENT.
           MOVE LK-SOURCE TO WS-SOURCE.
       EXEC SQL
           UPDATE people
           SET marketing_consent = :WS-CONSENT,
               consent_date = :WS-TODAY,
               consent_source = :WS-SOURCE,
               unsubscribe_ref = CASE
                   WHEN unsubscribe_ref = ' ' AND :WS-CONSENT = 'Y'
                   THEN UPPER(SUBSTR(md5(id || ' '
                       || clock_timestamp()), 1, 12))
                   ELSE unsubscribe_ref END
           WHERE id = :WS-PERSON-ID
       END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   SET LK-RETURN-OK TO TRUE
       EXEC SQL COMMIT END-EXEC
                   IF WS-CONSENT = "Y"
                       MOVE "CONSENT" TO WS-AUDIT-ACTION
                   ELSE
                       MOVE "NOCONSENT" TO WS-AUDIT-ACTION
                   END-IF
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-PERSON-ID
                       WS-AUDIT-ACTION
                   END-CALL
               WHEN OTHER
                   SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.
       0200-SET-CONSENT-END.
