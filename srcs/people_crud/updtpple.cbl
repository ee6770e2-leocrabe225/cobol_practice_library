
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-CONSENT-SOURCE    PIC X(01) VALUE "D".

       LINKAGE SECTION.
       01  LK-PERSON-ID         PIC 9(10).
       01  LK-PERSON-LASTNAME   PIC X(25).
       01  LK-PERSON-EMAIL      PIC X(40).
       01  LK-PERSON-CATEGORY   PIC X(02).
       01  LK-PERSON-VERSION    PIC 9(05).
       01  LK-PERSON-CONSENT    PIC X(01).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-PERSON-ID,
                                LK-PERSON-EMAIL,
                                LK-PERSON-CATEGORY,
                                LK-PERSON-VERSION,
                                LK-PERSON-CONSENT,
                                LK-RETURN-VALUE.

           PERFORM 0100-EXIT-IF-NOT-HERE-BEGIN
           PERFORM 0200-UPDATE-BEGIN
              THRU 0200-UPDATE-END.

           PERFORM 0300-SET-CONSENT-BEGIN
              THRU 0300-SET-CONSENT-END.

           EXIT PROGRAM.

       0100-EXIT-IF-NOT-HERE-BEGIN.
           IF LK-PERSON-CONSENT NOT = SPACES
               AND LK-PERSON-CONSENT NOT = "Y"
               AND LK-PERSON-CONSENT NOT = "N"
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE LK-PERSON-ID TO WS-PERSON-ID.
       EXEC SQL
           SELECT id
       EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.
       0200-UPDATE-END.

      *    a blank answer leaves the mailing consent as it was ;
      *    a Y or N given at the desk is recorded as from the desk
       0300-SET-CONSENT-BEGIN.
           IF NOT LK-RETURN-OK OR LK-PERSON-CONSENT = SPACES
               EXIT PARAGRAPH
           END-IF.

           CALL "setcnsnt" USING
               WS-PERSON-ID
               LK-PERSON-CONSENT
               WS-CONSENT-SOURCE
               LK-RETURN-VALUE
           END-CALL.
       0300-SET-CONSENT-END.
