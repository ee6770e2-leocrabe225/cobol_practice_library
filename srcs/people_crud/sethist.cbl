       IDENTIFICATION DIVISION.
       PROGRAM-ID. sethist.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  WS-PERSON-ID         PIC 9(10).
       01  WS-HISTORY-PREF      PIC X(01).
       01  WS-OLD-PREF          PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01  WS-AUDIT-ENTITY      PIC X(10) VALUE "PERSON".
       01  WS-AUDIT-ACTION      PIC X(10).

       LINKAGE SECTION.
       01  LK-PERSON-ID         PIC 9(10).
       01  LK-HISTORY-PREF      PIC X(01).
           88 LK-PREF-VALID             VALUE "K" "D".
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    K keeps the patron's returned loans so rptborhi and the
      *    OPAC can tell them what they have read, D has them
      *    detached once settled (unlkhist) ; going back from D to
      *    K keeps what is returned from now on, what was already
      *    detached cannot be given back
       PROCEDURE DIVISION USING LK-PERSON-ID,
                                LK-HISTORY-PREF,
                                LK-RETURN-VALUE.

           PERFORM 0100-EXIT-IF-NOT-HERE-BEGIN
              THRU 0100-EXIT-IF-NOT-HERE-END.

           PERFORM 0200-SET-PREF-BEGIN
              THRU 0200-SET-PREF-END.

           EXIT PROGRAM.

       0100-EXIT-IF-NOT-HERE-BEGIN.
           IF NOT LK-PREF-VALID
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE LK-PERSON-ID TO WS-PERSON-ID.
       EXEC SQL
           SELECT history_pref
           INTO :WS-OLD-PREF
           FROM people
           WHERE id = :WS-PERSON-ID
       END-EXEC.

      *    the unlinked-history holder is not a patron
           IF SQLCODE NOT = 0 OR WS-OLD-PREF = "A"
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-OLD-PREF = LK-HISTORY-PREF
               SET LK-RETURN-ALREADY-HERE TO TRUE
               EXIT PROGRAM
           END-IF.
       0100-EXIT-IF-NOT-HERE-END.

       0200-SET-PREF-BEGIN.
           MOVE LK-HISTORY-PREF TO WS-HISTORY-PREF.
       EXEC SQL
           UPDATE people
           SET history_pref = :WS-HISTORY-PREF
           WHERE id = :WS-PERSON-ID
       END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   SET LK-RETURN-OK TO TRUE
       EXEC SQL COMMIT END-EXEC
                   MOVE SPACES TO WS-AUDIT-ACTION
                   STRING "HISTPREF-" DELIMITED BY SIZE
                          WS-HISTORY-PREF DELIMITED BY SIZE
                   INTO WS-AUDIT-ACTION
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-PERSON-ID
                       WS-AUDIT-ACTION
                   END-CALL
               WHEN OTHER
                   SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
           END-EVALUATE.
       0200-SET-PREF-END.
