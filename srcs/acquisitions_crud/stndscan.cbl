       IDENTIFICATION DIVISION.
       PROGRAM-ID. stndscan.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-BIBMASTER
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-BIBMASTER
           VALUE OF FILE-ID IS WS-BIBMASTER-FILE-NAME.
       COPY bibmrcd REPLACING ==:PREFIX:== BY ==F==.

       WORKING-STORAGE SECTION.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.
           88 WS-F-STATUS-OPEN-ERROR   VALUE '05'.
           88 WS-F-STATUS-EOF          VALUE '10'.

       01 WS-BIBMASTER-FILE-NAME PIC X(40)
               VALUE "input/bibmastr.dat".

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-STANDING-ID      PIC 9(10).
       01 WS-SERIES-NAME      PIC X(50).
       01 WS-VOLUME           PIC 9(04).
       01 WS-ISBN             PIC X(13).
       01 WS-ORDER-ID         PIC 9(10).

       01 WS-READ-COUNT       PIC 9(07) VALUE 0.
       01 WS-SERIES-COUNT     PIC 9(07) VALUE 0.
       01 WS-DRAFT-COUNT      PIC 9(05) VALUE 0.
       01 WS-ERROR-COUNT      PIC 9(05) VALUE 0.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "standing-orders".

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the county file announces forthcoming titles with their
      *    series and volume : every volume of a series we have on
      *    standing order, not yet held or ordered, becomes a draft
      *    order line for acquisitions to approve
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           OPEN INPUT F-BIBMASTER.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No county file "
                       FUNCTION TRIM(WS-BIBMASTER-FILE-NAME) "."
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE "New volumes of standing-order series, drafted"
               TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           PERFORM UNTIL WS-F-STATUS-EOF
               READ F-BIBMASTER
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF F-BIB-SERIES NOT = SPACES
                           PERFORM 0100-ONE-VOLUME-BEGIN
                              THRU 0100-ONE-VOLUME-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-BIBMASTER.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-READ-COUNT DELIMITED BY SIZE
                  " record(s) read, " DELIMITED BY SIZE
                  WS-SERIES-COUNT DELIMITED BY SIZE
                  " in a series, " DELIMITED BY SIZE
                  WS-DRAFT-COUNT DELIMITED BY SIZE
                  " draft(s) raised, " DELIMITED BY SIZE
                  WS-ERROR-COUNT DELIMITED BY SIZE
                  " error(s)" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE "CLOS" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           IF WS-ERROR-COUNT > 0
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               SET LK-RETURN-OK TO TRUE
           END-IF.

           EXIT PROGRAM.

       0100-ONE-VOLUME-BEGIN.
           ADD 1 TO WS-SERIES-COUNT.

           MOVE 0 TO WS-STANDING-ID.
           MOVE F-BIB-SERIES TO WS-SERIES-NAME.
           MOVE F-BIB-ISBN TO WS-ISBN.
           EVALUATE TRUE
               WHEN F-BIB-VOLUME IS NUMERIC
                   MOVE F-BIB-VOLUME TO WS-VOLUME
               WHEN F-BIB-VOLUME = SPACES
                   MOVE 0 TO WS-VOLUME
               WHEN OTHER
                   COMPUTE WS-VOLUME = FUNCTION NUMVAL(F-BIB-VOLUME)
           END-EVALUATE.

           CALL "stndraft" USING
               WS-STANDING-ID
               WS-SERIES-NAME
               WS-VOLUME
               WS-ISBN
               WS-ORDER-ID
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-OK
                   ADD 1 TO WS-DRAFT-COUNT
                   MOVE "LINE" TO WS-SPOOL-REQUEST
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "draft " DELIMITED BY SIZE
                          WS-ORDER-ID DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-ISBN DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SERIES-NAME)
                              DELIMITED BY SIZE
                          " vol. " DELIMITED BY SIZE
                          WS-VOLUME DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          F-BIB-TITLE DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   CALL "prtspool" USING
                       WS-SPOOL-REQUEST
                       WS-SPOOL-TEXT
                   END-CALL
                   DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
               WHEN WS-RETURN-ERROR
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY "Could not draft " WS-ISBN " for "
                           FUNCTION TRIM(WS-SERIES-NAME)
           END-EVALUATE.
       0100-ONE-VOLUME-END.
