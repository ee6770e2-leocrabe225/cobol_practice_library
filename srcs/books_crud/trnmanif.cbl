       IDENTIFICATION DIVISION.
       PROGRAM-ID. trnmanif.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-COURIER-ROUTE    PIC X(04).
       01 WS-TO-CODE          PIC X(04).
       01 WS-TO-NAME          PIC X(30).
       01 WS-FROM-CODE        PIC X(04).
       01 WS-COPY-ID          PIC 9(10).
       01 WS-BARCODE          PIC X(20).
       01 WS-BOOK-NAME        PIC X(40).
       01 WS-TRANSIT-REASON   PIC X(01).
       01 WS-SENT-DATE        PIC X(08).
       01 WS-MANIFEST-DATE    PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "trnmanif".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-LINE-COUNT       PIC 9(05) VALUE 0.
       01 WS-NEW-COUNT        PIC 9(05) VALUE 0.
       01 WS-REASON-TEXT      PIC X(08).
       01 WS-NEW-TEXT         PIC X(04).
       01 WS-PREV-ROUTE       PIC X(04) VALUE HIGH-VALUES.
       01 WS-PREV-TO-CODE     PIC X(04) VALUE HIGH-VALUES.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "courier-manifest".

      *    everything on the road and not yet scanned in, van run by
      *    van run and drop by drop ; a copy put on the van since
      *    the last manifest has no manifest date yet
       EXEC SQL
           DECLARE manifest_cursor CURSOR FOR
               SELECT dest.courier_route, dest.code, dest.name,
                   COALESCE(src.code, ' '), copies.id,
                   copies.barcode, books.name, ti.reason,
                   ti.sent_date, ti.manifest_date
               FROM transit_items ti
               INNER JOIN copies ON ti.copy_id = copies.id
               INNER JOIN books ON copies.book_id = books.id
               INNER JOIN branches dest ON ti.to_branch = dest.id
               LEFT JOIN branches src ON ti.from_branch = src.id
               WHERE ti.received_date = '00000000'
               ORDER BY dest.courier_route, dest.code,
                   copies.barcode
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the driver's daily list : one section per van run, the
      *    copies under the branch they are to be dropped at, so a
      *    receiving branch can check its crate against it
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "FORCE" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Courier manifest for " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  " (barcode / title / from / reason / sent)"
                  DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN manifest_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Courier manifest error SQLCODE: " SQLCODE
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM 0900-END-RUN-BEGIN
                  THRU 0900-END-RUN-END
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH manifest_cursor
           INTO :WS-COURIER-ROUTE, :WS-TO-CODE, :WS-TO-NAME,
               :WS-FROM-CODE, :WS-COPY-ID, :WS-BARCODE,
               :WS-BOOK-NAME, :WS-TRANSIT-REASON, :WS-SENT-DATE,
               :WS-MANIFEST-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0200-REPORT-ONE-BEGIN
                      THRU 0200-REPORT-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE manifest_cursor END-EXEC.

      *    what went out on this run is stamped, so tomorrow's
      *    manifest can tell the new items from the stragglers
       EXEC SQL
           UPDATE transit_items
           SET manifest_date = :WS-TODAY
           WHERE received_date = '00000000'
             AND manifest_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY "Manifest stamp error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               MOVE "FAILED" TO WS-RUN-STATUS
           ELSE
       EXEC SQL COMMIT END-EXEC
               MOVE "OK" TO WS-RUN-STATUS
           END-IF.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Copies in transit : " DELIMITED BY SIZE
                  WS-LINE-COUNT DELIMITED BY SIZE
                  ", new on this manifest : " DELIMITED BY SIZE
                  WS-NEW-COUNT DELIMITED BY SIZE
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

           PERFORM 0900-END-RUN-BEGIN
              THRU 0900-END-RUN-END.

           IF WS-RUN-STATUS = "OK"
               SET LK-RETURN-OK TO TRUE
           ELSE
               SET LK-RETURN-ERROR TO TRUE
           END-IF.

           EXIT PROGRAM.

      *    a new van run and a new drop each open with a heading
      *    line of their own ; a branch on no run is listed under
      *    a blank route for the transport desk to place
       0200-REPORT-ONE-BEGIN.
           ADD 1 TO WS-LINE-COUNT.

           MOVE "LINE" TO WS-SPOOL-REQUEST.

           IF WS-COURIER-ROUTE NOT = WS-PREV-ROUTE
               MOVE WS-COURIER-ROUTE TO WS-PREV-ROUTE
               MOVE HIGH-VALUES TO WS-PREV-TO-CODE
               MOVE SPACES TO WS-SPOOL-TEXT
               IF WS-COURIER-ROUTE = SPACES
                   MOVE "Route : (none set)" TO WS-SPOOL-TEXT
               ELSE
                   STRING "Route : " DELIMITED BY SIZE
                          WS-COURIER-ROUTE DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
               END-IF
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-IF.

           IF WS-TO-CODE NOT = WS-PREV-TO-CODE
               MOVE WS-TO-CODE TO WS-PREV-TO-CODE
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "  Drop at " DELIMITED BY SIZE
                      WS-TO-CODE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TO-NAME) DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-IF.

           EVALUATE WS-TRANSIT-REASON
               WHEN "H"
                   MOVE "HOLD" TO WS-REASON-TEXT
               WHEN "B"
                   MOVE "BALANCE" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "TRANSFER" TO WS-REASON-TEXT
           END-EVALUATE.

           IF WS-MANIFEST-DATE = "00000000"
               MOVE " NEW" TO WS-NEW-TEXT
               ADD 1 TO WS-NEW-COUNT
           ELSE
               MOVE SPACES TO WS-NEW-TEXT
           END-IF.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "    " DELIMITED BY SIZE
                  WS-BARCODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BOOK-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FROM-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REASON-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SENT-DATE DELIMITED BY SIZE
                  WS-NEW-TEXT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0200-REPORT-ONE-END.

       0900-END-RUN-BEGIN.
           MOVE WS-LINE-COUNT TO WS-RUN-COUNT.
           MOVE "END" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.
       0900-END-RUN-END.
