       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptvolsh.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-CUTOFF-DATE      PIC X(08).
       01 WS-SHIFT-ID         PIC 9(10).
       01 WS-BRANCH-ID        PIC 9(10).
       01 WS-BRANCH-NAME      PIC X(30).
       01 WS-ACTIVITY         PIC X(01).
       01 WS-SHIFT-DATE       PIC X(08).
       01 WS-START-TIME       PIC X(04).
       01 WS-END-TIME         PIC X(04).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-AHEAD-DAYS       PIC S9(05) VALUE 7.
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-ACTIVITY-NAME    PIC X(17).
       01 WS-PREV-BRANCH      PIC 9(10).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "unfilled-shifts".

      *    rota shifts from today to the end of the coming week
      *    that nobody has taken yet
       EXEC SQL
           DECLARE unfilled_shift_cursor CURSOR FOR
               SELECT volunteer_shifts.id, branches.id,
                   branches.name, volunteer_shifts.activity,
                   volunteer_shifts.shift_date,
                   volunteer_shifts.start_time,
                   volunteer_shifts.end_time
               FROM volunteer_shifts
               INNER JOIN branches
                   ON volunteer_shifts.branch_id = branches.id
               WHERE volunteer_shifts.volunteer_id = 0
                 AND volunteer_shifts.cancelled_date = '00000000'
                 AND volunteer_shifts.shift_date >= :WS-TODAY
                 AND volunteer_shifts.shift_date <= :WS-CUTOFF-DATE
               ORDER BY branches.id, volunteer_shifts.shift_date,
                   volunteer_shifts.start_time
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the volunteer coordinator's Friday list : shifts in the
      *    next seven days still waiting for a volunteer
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

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
           STRING "Unfilled volunteer shifts from " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE 0 TO WS-PREV-BRANCH.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN unfilled_shift_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unfilled shifts error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               MOVE "LINE" TO WS-SPOOL-REQUEST
               PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH unfilled_shift_cursor
           INTO :WS-SHIFT-ID, :WS-BRANCH-ID, :WS-BRANCH-NAME,
               :WS-ACTIVITY, :WS-SHIFT-DATE, :WS-START-TIME,
               :WS-END-TIME
       END-EXEC

                   IF SQLCODE NOT = 0
                       SET WS-EOF-Y TO TRUE
                   ELSE
                       ADD 1 TO WS-MATCH-COUNT
                       PERFORM 0100-ONE-SHIFT-BEGIN
                          THRU 0100-ONE-SHIFT-END
                   END-IF

               END-PERFORM

       EXEC SQL CLOSE unfilled_shift_cursor END-EXEC
               SET LK-RETURN-OK TO TRUE
           END-IF.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-MATCH-COUNT DELIMITED BY SIZE
                  " shift(s) still to fill" DELIMITED BY SIZE
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

       0100-ONE-SHIFT-BEGIN.
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

           EVALUATE WS-ACTIVITY
               WHEN "D"
                   MOVE "delivery round" TO WS-ACTIVITY-NAME
               WHEN "C"
                   MOVE "reading challenge" TO WS-ACTIVITY-NAME
               WHEN "S"
                   MOVE "book sale" TO WS-ACTIVITY-NAME
               WHEN OTHER
                   MOVE "other" TO WS-ACTIVITY-NAME
           END-EVALUATE.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  shift " DELIMITED BY SIZE
                  WS-SHIFT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SHIFT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-START-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-START-TIME(3:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-END-TIME(1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-END-TIME(3:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ACTIVITY-NAME DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0100-ONE-SHIFT-END.
