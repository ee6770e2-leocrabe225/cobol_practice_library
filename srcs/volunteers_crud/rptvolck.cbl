       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptvolck.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-CUTOFF-DATE      PIC X(08).
       01 WS-VOLUNTEER-ID     PIC 9(10).
       01 WS-VOLUNTEER-LNAME  PIC X(25).
       01 WS-VOLUNTEER-FNAME  PIC X(25).
       01 WS-PHONE            PIC X(15).
       01 WS-CHECK-REFERENCE  PIC X(20).
       01 WS-CHECK-EXPIRY     PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-AHEAD-DAYS       PIC S9(05) VALUE 60.
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.
       01 WS-STATE            PIC X(08).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "volunteer-checks".

      *    current volunteers whose background check has run out
      *    or runs out inside the window ; a volunteer with no
      *    check on file at all is listed too, since nobody should
      *    be rostered without one
       EXEC SQL
           DECLARE volunteer_check_cursor CURSOR FOR
               SELECT id, last_name, first_name, phone_number,
                   check_reference, check_expiry
               FROM volunteers
               WHERE left_date = '00000000'
                 AND check_expiry <= :WS-CUTOFF-DATE
               ORDER BY check_expiry, last_name
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    DBS / background checks to renew, so the coordinator can
      *    chase them before the volunteer has to be stood down
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "VOLUNTEER-CHECK-DAYS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-AHEAD-DAYS
           END-IF.

           MOVE "ADDD" TO WS-DATE-REQUEST.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-TODAY
               WS-CUTOFF-DATE
               WS-AHEAD-DAYS
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
           STRING "Volunteer background checks expired or expiring"
                  DELIMITED BY SIZE
                  " before " DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN volunteer_check_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Volunteer check error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               MOVE "LINE" TO WS-SPOOL-REQUEST
               PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH volunteer_check_cursor
           INTO :WS-VOLUNTEER-ID, :WS-VOLUNTEER-LNAME,
               :WS-VOLUNTEER-FNAME, :WS-PHONE,
               :WS-CHECK-REFERENCE, :WS-CHECK-EXPIRY
       END-EXEC

                   IF SQLCODE NOT = 0
                       SET WS-EOF-Y TO TRUE
                   ELSE
                       ADD 1 TO WS-MATCH-COUNT
                       PERFORM 0100-ONE-VOLUNTEER-BEGIN
                          THRU 0100-ONE-VOLUNTEER-END
                   END-IF

               END-PERFORM

       EXEC SQL CLOSE volunteer_check_cursor END-EXEC
               SET LK-RETURN-OK TO TRUE
           END-IF.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-MATCH-COUNT DELIMITED BY SIZE
                  " check(s) to renew" DELIMITED BY SIZE
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

           EXIT PROGRAM.

       0100-ONE-VOLUNTEER-BEGIN.
           EVALUATE TRUE
               WHEN WS-CHECK-EXPIRY = "00000000"
                   MOVE "NONE" TO WS-STATE
               WHEN WS-CHECK-EXPIRY < WS-TODAY
                   MOVE "EXPIRED" TO WS-STATE
               WHEN OTHER
                   MOVE "DUE" TO WS-STATE
           END-EVALUATE.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-VOLUNTEER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHECK-EXPIRY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CHECK-REFERENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VOLUNTEER-FNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VOLUNTEER-LNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PHONE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0100-ONE-VOLUNTEER-END.
