               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLOG-STATUS.
           SELECT OPTIONAL F-BATCHWIN
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BWIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           VALUE OF FILE-ID IS WS-RUNLOG-FILE-NAME.
       01 F-RUNLOG-RCD        PIC X(100).

       FD F-BATCHWIN
           VALUE OF FILE-ID IS WS-BATCHWIN-FILE-NAME.
       01 F-BATCHWIN-RCD      PIC X(100).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-RLOG-STATUS      PIC X(2).
           88 WS-RLOG-STATUS-OPEN-ERROR  VALUE '05'.
           88 WS-RLOG-STATUS-EOF         VALUE '10'.
       01 WS-BWIN-STATUS      PIC X(2).
           88 WS-BWIN-STATUS-OPEN-ERROR  VALUE '05'.
           88 WS-BWIN-STATUS-EOF         VALUE '10'.

       01 WS-PENDING-FILE-NAME PIC X(40)
               VALUE "offline/circ-pending.dat".
       01 WS-VERIFY-FILE-NAME PIC X(40)
               VALUE "output/dbverify-report.txt".
       01 WS-RUNLOG-FILE-NAME PIC X(40).
       01 WS-BATCHWIN-FILE-NAME PIC X(40).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
       01 WS-PENDING-COUNT    PIC 9(05) VALUE 0.
       01 WS-VERIFY-LINES     PIC 9(05) VALUE 0.
       01 WS-LOG-FAIL-COUNT   PIC 9(05) VALUE 0.
       01 WS-SLOW-COUNT       PIC 9(05) VALUE 0.
       01 WS-DATE-NUM         PIC 9(08).

       01 WS-SPOOL-REQUEST    PIC X(04).
           PERFORM 0400-CHECK-DRIVER-LOG-BEGIN
              THRU 0400-CHECK-DRIVER-LOG-END.

           PERFORM 0500-CHECK-BATCH-WINDOW-BEGIN
              THRU 0500-CHECK-BATCH-WINDOW-END.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           IF WS-TROUBLE-COUNT = 0
               MOVE "Overall : PASS - nothing needs a hand."
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0400-CHECK-DRIVER-LOG-END.

      *    the batch window report's slow list : tonight's if the
      *    report already ran in this business day, else last
      *    night's.  A slow step is a warning for whoever plans
      *    the window, not something to fix before opening, so it
      *    does not turn the page to FAIL
       0500-CHECK-BATCH-WINDOW-BEGIN.
           MOVE SPACES TO WS-BATCHWIN-FILE-NAME.
           STRING "output/batchwin-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
           INTO WS-BATCHWIN-FILE-NAME.

           OPEN INPUT F-BATCHWIN.

           IF WS-BWIN-STATUS-OPEN-ERROR
               MOVE SPACES TO WS-BATCHWIN-FILE-NAME
               STRING "output/batchwin-" DELIMITED BY SIZE
                      WS-YESTERDAY DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
               INTO WS-BATCHWIN-FILE-NAME
               OPEN INPUT F-BATCHWIN
           END-IF.

           IF WS-BWIN-STATUS-OPEN-ERROR
               MOVE "Batch window : no report (run BATCHWIN)."
                   TO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
               EXIT PARAGRAPH
           END-IF.

      *    the first line is the report's own heading
           READ F-BATCHWIN
               AT END
                   CONTINUE
           END-READ.

           PERFORM UNTIL WS-BWIN-STATUS-EOF
               READ F-BATCHWIN
                   NOT AT END
                       ADD 1 TO WS-SLOW-COUNT
                       IF WS-SLOW-COUNT = 1
                           MOVE "Batch window : slow step(s) :"
                               TO WS-SPOOL-TEXT
                           CALL "prtspool" USING
                               WS-SPOOL-REQUEST
                               WS-SPOOL-TEXT
                           END-CALL
                           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
                       END-IF
                       MOVE SPACES TO WS-SPOOL-TEXT
                       STRING "  " DELIMITED BY SIZE
                              F-BATCHWIN-RCD DELIMITED BY SIZE
                       INTO WS-SPOOL-TEXT
                       CALL "prtspool" USING
                           WS-SPOOL-REQUEST
                           WS-SPOOL-TEXT
                       END-CALL
                       DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
               END-READ
           END-PERFORM.

           CLOSE F-BATCHWIN.

           IF WS-SLOW-COUNT = 0
               MOVE "Batch window : nothing ran slow."
                   TO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-IF.
       0500-CHECK-BATCH-WINDOW-END.
