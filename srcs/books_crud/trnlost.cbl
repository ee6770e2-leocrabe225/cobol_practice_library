       IDENTIFICATION DIVISION.
       PROGRAM-ID. trnlost.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-CUTOFF-DATE      PIC X(08).
       01 WS-COPY-ID          PIC 9(10).
       01 WS-BARCODE          PIC X(20).
       01 WS-BOOK-NAME        PIC X(40).
       01 WS-FROM-CODE        PIC X(04).
       01 WS-TO-CODE          PIC X(04).
       01 WS-TRANSIT-REASON   PIC X(01).
       01 WS-SENT-DATE        PIC X(08).
       01 WS-MANIFEST-DATE    PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-LOST-DAYS        PIC S9(05) VALUE 5.
       01 WS-DATE-DAYS        PIC S9(05).
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "trnlost".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.
       01 WS-REASON-TEXT      PIC X(08).
       01 WS-MANIFEST-TEXT    PIC X(15).

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "lost-in-transit".

      *    put on the van on or before the cut-off and never
      *    scanned in at the other end, the oldest first
       EXEC SQL
           DECLARE lost_transit_cursor CURSOR FOR
               SELECT ti.copy_id, copies.barcode, books.name,
                   COALESCE(src.code, ' '), COALESCE(dest.code, ' '),
                   ti.reason, ti.sent_date, ti.manifest_date
               FROM transit_items ti
               INNER JOIN copies ON ti.copy_id = copies.id
               INNER JOIN books ON copies.book_id = books.id
               LEFT JOIN branches src ON ti.from_branch = src.id
               LEFT JOIN branches dest ON ti.to_branch = dest.id
               WHERE ti.received_date = '00000000'
                 AND ti.sent_date <= :WS-CUTOFF-DATE
               ORDER BY ti.sent_date, dest.code, copies.barcode
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    copies that left one branch and have not turned up at
      *    the next after TRANSIT-LOST-DAYS days, for the transport
      *    desk to chase before they are written off as missing
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "TRANSIT-LOST-DAYS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-LOST-DAYS
           END-IF.

           MOVE "ADDD" TO WS-DATE-REQUEST.
           COMPUTE WS-DATE-DAYS = 0 - WS-LOST-DAYS.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-TODAY
               WS-CUTOFF-DATE
               WS-DATE-DAYS
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
           STRING "Lost in transit, sent on or before "
                  DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  " (copy / barcode / title / from / to / reason / "
                  DELIMITED BY SIZE
                  "sent)" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN lost_transit_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Lost in transit error SQLCODE: " SQLCODE
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM 0900-END-RUN-BEGIN
                  THRU 0900-END-RUN-END
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH lost_transit_cursor
           INTO :WS-COPY-ID, :WS-BARCODE, :WS-BOOK-NAME,
               :WS-FROM-CODE, :WS-TO-CODE, :WS-TRANSIT-REASON,
               :WS-SENT-DATE, :WS-MANIFEST-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0200-REPORT-ONE-BEGIN
                      THRU 0200-REPORT-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE lost_transit_cursor END-EXEC.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Copies overdue in transit : " DELIMITED BY SIZE
                  WS-MATCH-COUNT DELIMITED BY SIZE
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

           MOVE "OK" TO WS-RUN-STATUS.
           PERFORM 0900-END-RUN-BEGIN
              THRU 0900-END-RUN-END.

           SET LK-RETURN-OK TO TRUE.

           EXIT PROGRAM.

      *    a copy that never made it onto a manifest was most
      *    likely never put on the van at all, and is said so
       0200-REPORT-ONE-BEGIN.
           ADD 1 TO WS-MATCH-COUNT.

           EVALUATE WS-TRANSIT-REASON
               WHEN "H"
                   MOVE "HOLD" TO WS-REASON-TEXT
               WHEN "B"
                   MOVE "BALANCE" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "TRANSFER" TO WS-REASON-TEXT
           END-EVALUATE.

           IF WS-MANIFEST-DATE = "00000000"
               MOVE " NOT MANIFESTED" TO WS-MANIFEST-TEXT
           ELSE
               MOVE SPACES TO WS-MANIFEST-TEXT
           END-IF.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-COPY-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BARCODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BOOK-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FROM-CODE DELIMITED BY SIZE
                  " > " DELIMITED BY SIZE
                  WS-TO-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REASON-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SENT-DATE DELIMITED BY SIZE
                  WS-MANIFEST-TEXT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0200-REPORT-ONE-END.

       0900-END-RUN-BEGIN.
           MOVE WS-MATCH-COUNT TO WS-RUN-COUNT.
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
