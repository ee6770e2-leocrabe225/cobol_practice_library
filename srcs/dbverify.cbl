           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-ERROR-COUNT      PIC 9(05) VALUE 0.
       01 WS-CHAIN-BREAKS     PIC 9(05) VALUE 0.
       01 WS-WARNING-COUNT    PIC 9(05) VALUE 0.

       01 WS-OUT-LINE         PIC X(100).
              THRU 0600-CHECK-DEAD-COPIES-END.
           PERFORM 0700-CHECK-OVER-PAID-BEGIN
              THRU 0700-CHECK-OVER-PAID-END.
           PERFORM 0800-CHECK-AUDIT-CHAIN-BEGIN
              THRU 0800-CHECK-AUDIT-CHAIN-END.

           MOVE SPACES TO WS-OUT-LINE.
           STRING "Totals : " DELIMITED BY SIZE
       EXEC SQL CLOSE v_over_paid_cursor END-EXEC.
       0700-CHECK-OVER-PAID-END.

      *    the audit trail checksums are walked by audverfy, which
      *    lists each break in its own audit-chain report ; here
      *    they only count as errors
       0800-CHECK-AUDIT-CHAIN-BEGIN.
           CALL "audverfy" USING
               WS-CHAIN-BREAKS
               WS-RETURN-VALUE
           END-CALL.

           IF WS-CHAIN-BREAKS > 0
               ADD WS-CHAIN-BREAKS TO WS-ERROR-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "E audit trail chain broken in " DELIMITED BY SIZE
                      WS-CHAIN-BREAKS DELIMITED BY SIZE
                      " place(s), see the audit-chain report"
                      DELIMITED BY SIZE
               INTO WS-OUT-LINE
               PERFORM 0900-PUT-LINE-BEGIN
                  THRU 0900-PUT-LINE-END
           END-IF.
       0800-CHECK-AUDIT-CHAIN-END.

       0900-PUT-LINE-BEGIN.
           DISPLAY WS-OUT-LINE.
           WRITE F-REPORT-RCD FROM WS-OUT-LINE.
