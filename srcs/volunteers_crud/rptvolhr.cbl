       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptvolhr.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-YEAR-START       PIC X(08).
       01 WS-YEAR-END         PIC X(08).
       01 WS-VOLUNTEER-ID     PIC 9(10).
       01 WS-VOLUNTEER-LNAME  PIC X(25).
       01 WS-VOLUNTEER-FNAME  PIC X(25).
       01 WS-DELIVERY-MINUTES PIC 9(07).
       01 WS-CHALLENGE-MINUTES PIC 9(07).
       01 WS-SALE-MINUTES     PIC 9(07).
       01 WS-OTHER-MINUTES    PIC 9(07).
       01 WS-TOTAL-MINUTES    PIC 9(07).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.
       01 WS-GRAND-MINUTES    PIC 9(09) VALUE 0.
       01 WS-HOURS            PIC 9(07)V99.
       01 WS-HOURS-EDIT       PIC Z(06)9.99.
       01 WS-DELIVERY-EDIT    PIC Z(06)9.99.
       01 WS-CHALLENGE-EDIT   PIC Z(06)9.99.
       01 WS-SALE-EDIT        PIC Z(06)9.99.
       01 WS-OTHER-EDIT       PIC Z(06)9.99.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "volunteer-hours".

      *    one line per volunteer who gave any time in the year,
      *    split by activity, biggest contributors first
       EXEC SQL
           DECLARE volunteer_hours_cursor CURSOR FOR
               SELECT volunteers.id, volunteers.last_name,
                   volunteers.first_name,
                   SUM(CASE WHEN volunteer_hours.activity = 'D'
                       THEN volunteer_hours.minutes ELSE 0 END),
                   SUM(CASE WHEN volunteer_hours.activity = 'C'
                       THEN volunteer_hours.minutes ELSE 0 END),
                   SUM(CASE WHEN volunteer_hours.activity = 'S'
                       THEN volunteer_hours.minutes ELSE 0 END),
                   SUM(CASE WHEN volunteer_hours.activity
                           NOT IN ('D', 'C', 'S')
                       THEN volunteer_hours.minutes ELSE 0 END),
                   SUM(volunteer_hours.minutes)
               FROM volunteer_hours
               INNER JOIN volunteers
                   ON volunteer_hours.volunteer_id = volunteers.id
               WHERE volunteer_hours.work_date >= :WS-YEAR-START
                 AND volunteer_hours.work_date <= :WS-YEAR-END
               GROUP BY volunteers.id, volunteers.last_name,
                   volunteers.first_name
               ORDER BY 8 DESC, volunteers.last_name
       END-EXEC.

       LINKAGE SECTION.
       01 LK-YEAR             PIC X(04).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    volunteer hours for the annual return : hours given per
      *    volunteer in the calendar year LK-YEAR, by activity
      *    (delivery round, reading challenge, book sale, other)
       PROCEDURE DIVISION USING LK-YEAR,
                                LK-RETURN-VALUE.

           IF LK-YEAR NOT NUMERIC
               DISPLAY "A four-digit year is required."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE SPACES TO WS-YEAR-START.
           STRING LK-YEAR "0101" DELIMITED BY SIZE
               INTO WS-YEAR-START.
           MOVE SPACES TO WS-YEAR-END.
           STRING LK-YEAR "1231" DELIMITED BY SIZE
               INTO WS-YEAR-END.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Volunteer hours for " DELIMITED BY SIZE
                  LK-YEAR DELIMITED BY SIZE
                  " : delivery / challenge / book sale / other"
                  DELIMITED BY SIZE
                  " / total" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN volunteer_hours_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Volunteer hours error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               MOVE "LINE" TO WS-SPOOL-REQUEST
               PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH volunteer_hours_cursor
           INTO :WS-VOLUNTEER-ID, :WS-VOLUNTEER-LNAME,
               :WS-VOLUNTEER-FNAME, :WS-DELIVERY-MINUTES,
               :WS-CHALLENGE-MINUTES, :WS-SALE-MINUTES,
               :WS-OTHER-MINUTES, :WS-TOTAL-MINUTES
       END-EXEC

                   IF SQLCODE NOT = 0
                       SET WS-EOF-Y TO TRUE
                   ELSE
                       ADD 1 TO WS-MATCH-COUNT
                       ADD WS-TOTAL-MINUTES TO WS-GRAND-MINUTES
                       PERFORM 0100-ONE-VOLUNTEER-BEGIN
                          THRU 0100-ONE-VOLUNTEER-END
                   END-IF

               END-PERFORM

       EXEC SQL CLOSE volunteer_hours_cursor END-EXEC
               SET LK-RETURN-OK TO TRUE
           END-IF.

           COMPUTE WS-HOURS ROUNDED = WS-GRAND-MINUTES / 60.
           MOVE WS-HOURS TO WS-HOURS-EDIT.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-MATCH-COUNT DELIMITED BY SIZE
                  " volunteer(s), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HOURS-EDIT) DELIMITED BY SIZE
                  " hour(s) given" DELIMITED BY SIZE
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

      *    minutes are logged, hours are reported, to the nearest
      *    hundredth
       0100-ONE-VOLUNTEER-BEGIN.
           COMPUTE WS-HOURS ROUNDED = WS-DELIVERY-MINUTES / 60.
           MOVE WS-HOURS TO WS-DELIVERY-EDIT.
           COMPUTE WS-HOURS ROUNDED = WS-CHALLENGE-MINUTES / 60.
           MOVE WS-HOURS TO WS-CHALLENGE-EDIT.
           COMPUTE WS-HOURS ROUNDED = WS-SALE-MINUTES / 60.
           MOVE WS-HOURS TO WS-SALE-EDIT.
           COMPUTE WS-HOURS ROUNDED = WS-OTHER-MINUTES / 60.
           MOVE WS-HOURS TO WS-OTHER-EDIT.
           COMPUTE WS-HOURS ROUNDED = WS-TOTAL-MINUTES / 60.
           MOVE WS-HOURS TO WS-HOURS-EDIT.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-VOLUNTEER-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VOLUNTEER-LNAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VOLUNTEER-FNAME(1:15) DELIMITED BY SIZE
                  WS-DELIVERY-EDIT DELIMITED BY SIZE
                  WS-CHALLENGE-EDIT DELIMITED BY SIZE
                  WS-SALE-EDIT DELIMITED BY SIZE
                  WS-OTHER-EDIT DELIMITED BY SIZE
                  WS-HOURS-EDIT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0100-ONE-VOLUNTEER-END.
