       IDENTIFICATION DIVISION.
       PROGRAM-ID. pcsheet.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-BRANCH-ID        PIC 9(10).
       01 WS-BRANCH-NAME      PIC X(30).
       01 WS-SHEET-DATE       PIC X(08).
       01 WS-PC-NAME          PIC X(20).
       01 WS-START-TIME       PIC X(04).
       01 WS-END-TIME         PIC X(04).
       01 WS-STATUS           PIC X(01).
       01 WS-BOOKED-VIA       PIC X(01).
       01 WS-PEOPLE-LNAME     PIC X(25).
       01 WS-PEOPLE-FNAME     PIC X(25).
       01 WS-CARD-NUMBER      PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-PREV-BRANCH      PIC 9(10).
       01 WS-LINE-COUNT       PIC 9(05) VALUE 0.

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "pc-booking-sheet".

      *    the day's sessions, branch by branch and PC by PC in
      *    time order; cancelled ones are left off the sheet
       EXEC SQL
           DECLARE pc_sheet_cursor CURSOR FOR
               SELECT branches.id, branches.name, pcs.name,
                   pc_bookings.start_time, pc_bookings.end_time,
                   pc_bookings.status, pc_bookings.booked_via,
                   people.last_name, people.first_name,
                   people.card_number
               FROM pc_bookings
               INNER JOIN pcs ON pc_bookings.pc_id = pcs.id
               INNER JOIN branches ON pcs.branch_id = branches.id
               INNER JOIN people
                   ON pc_bookings.people_id = people.id
               WHERE pc_bookings.booking_date = :WS-SHEET-DATE
                 AND pc_bookings.status IN ('B', 'U')
                 AND (branches.id = :WS-BRANCH-ID
                      OR :WS-BRANCH-ID = 0)
               ORDER BY branches.id, pcs.name,
                   pc_bookings.start_time
       END-EXEC.

       LINKAGE SECTION.
       01 LK-BRANCH-ID        PIC 9(10).
       01 LK-SHEET-DATE       PIC X(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the printed PC booking sheet that replaces the paper one
      *    at the enquiry desk : LK-BRANCH-ID 0 prints every
      *    branch, a blank LK-SHEET-DATE means the business date
       PROCEDURE DIVISION USING LK-BRANCH-ID,
                                LK-SHEET-DATE,
                                LK-RETURN-VALUE.

           MOVE LK-BRANCH-ID TO WS-BRANCH-ID.
           MOVE LK-SHEET-DATE TO WS-SHEET-DATE.

           IF WS-SHEET-DATE = SPACES
               CALL "rdbusdat" USING
                   WS-SHEET-DATE
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Public PC booking sheet for " DELIMITED BY SIZE
                  WS-SHEET-DATE DELIMITED BY SIZE
                  "  (B booked, U in use; D desk, O OPAC)"
                  DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE 0 TO WS-PREV-BRANCH.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN pc_sheet_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "PC booking sheet error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               MOVE "LINE" TO WS-SPOOL-REQUEST
               PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH pc_sheet_cursor
           INTO :WS-BRANCH-ID, :WS-BRANCH-NAME, :WS-PC-NAME,
               :WS-START-TIME, :WS-END-TIME, :WS-STATUS,
               :WS-BOOKED-VIA, :WS-PEOPLE-LNAME, :WS-PEOPLE-FNAME,
               :WS-CARD-NUMBER
       END-EXEC

                   IF SQLCODE NOT = 0
                       SET WS-EOF-Y TO TRUE
                   ELSE
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM 0100-ONE-SESSION-BEGIN
                          THRU 0100-ONE-SESSION-END
                   END-IF

               END-PERFORM

       EXEC SQL CLOSE pc_sheet_cursor END-EXEC
               SET LK-RETURN-OK TO TRUE
           END-IF.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-LINE-COUNT DELIMITED BY SIZE
                  " session(s) booked" DELIMITED BY SIZE
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

      *    a heading line for each branch, then one line per
      *    session with room for the patron's initials on arrival
       0100-ONE-SESSION-BEGIN.
           IF WS-BRANCH-ID NOT = WS-PREV-BRANCH
               MOVE WS-BRANCH-ID TO WS-PREV-BRANCH
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "Branch " DELIMITED BY SIZE
                      WS-BRANCH-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BRANCH-NAME) DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-IF.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  " DELIMITED BY SIZE
                  WS-PC-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-START-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-START-TIME(3:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-END-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-END-TIME(3:2) DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  WS-STATUS DELIMITED BY SIZE
                  WS-BOOKED-VIA DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  WS-CARD-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PEOPLE-FNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PEOPLE-LNAME) DELIMITED BY SIZE
                  "  arrived ......" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0100-ONE-SESSION-END.
