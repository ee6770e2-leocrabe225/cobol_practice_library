       01  WS-DETAIL            PIC X(30).
       01  WS-TODAY-DATE        PIC X(08).
       01  WS-OPERATOR-ID       PIC X(10).
       01  WS-AUDIT-ID          PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01  WS-ERR-PARAGRAPH     PIC X(30).
       01  WS-ERR-SQLCODE       PIC S9(09).

       01  WS-CHAIN-REQUEST     PIC X(04) VALUE "SEAL".
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       LINKAGE SECTION.
       01  LK-ENTITY-NAME       PIC X(10).
       01  LK-ENTITY-ID         PIC 9(10).
          VALUES
              (:WS-ENTITY-NAME, :WS-ENTITY-ID, :WS-ACTION,
               :WS-TODAY-DATE, :WS-OPERATOR-ID, :WS-DETAIL)
          RETURNING id
          INTO :WS-AUDIT-ID
       END-EXEC.

      *    the row is sealed onto the checksum chain before the
      *    commit ; audchain rolls back and logs if that fails
       IF SQLCODE = 0
          CALL "audchain" USING
              WS-CHAIN-REQUEST
              WS-AUDIT-ID
              WS-RETURN-VALUE
          END-CALL
          IF WS-RETURN-OK
             EXEC SQL COMMIT END-EXEC
          END-IF
       ELSE
          MOVE SQLCODE TO WS-ERR-SQLCODE
          MOVE "wrtaudtd" TO WS-ERR-PROGRAM
