       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptsusp.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-LINE-KIND        PIC X(06).
       01 WS-SUSP-ID          PIC 9(10).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-LNAME            PIC X(25).
       01 WS-FNAME            PIC X(25).
       01 WS-REASON-CODE      PIC X(02).
       01 WS-FROM-DATE        PIC X(08).
       01 WS-TO-DATE          PIC X(08).
       01 WS-OPERATOR-ID      PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.
       01 WS-PREV-KIND        PIC X(06) VALUE SPACES.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "suspensions-today".

      *    the desk's morning list : who is turned away from
      *    today, whose suspension runs its last day today, and
      *    which ones an ADMIN lifted today
       EXEC SQL
           DECLARE susp_today_cursor CURSOR FOR
               SELECT 'STARTS', patron_suspensions.id,
                   people.id, people.last_name, people.first_name,
                   patron_suspensions.reason_code,
                   patron_suspensions.from_date,
                   patron_suspensions.to_date,
                   patron_suspensions.set_by
               FROM patron_suspensions
               INNER JOIN people
                   ON patron_suspensions.people_id = people.id
               WHERE patron_suspensions.from_date = :WS-TODAY
                 AND patron_suspensions.lifted_date = '00000000'
               UNION ALL
               SELECT 'ENDS', patron_suspensions.id,
                   people.id, people.last_name, people.first_name,
                   patron_suspensions.reason_code,
                   patron_suspensions.from_date,
                   patron_suspensions.to_date,
                   patron_suspensions.set_by
               FROM patron_suspensions
               INNER JOIN people
                   ON patron_suspensions.people_id = people.id
               WHERE patron_suspensions.to_date = :WS-TODAY
                 AND patron_suspensions.lifted_date = '00000000'
               UNION ALL
               SELECT 'LIFTED', patron_suspensions.id,
                   people.id, people.last_name, people.first_name,
                   patron_suspensions.reason_code,
                   patron_suspensions.from_date,
                   patron_suspensions.to_date,
                   patron_suspensions.lifted_by
               FROM patron_suspensions
               INNER JOIN people
                   ON patron_suspensions.people_id = people.id
               WHERE patron_suspensions.lifted_date = :WS-TODAY
               ORDER BY 1 DESC, 4, 5
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
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
           STRING "Patron suspensions starting and ending on "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN susp_today_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Suspension report error SQLCODE: " SQLCODE
               MOVE "CLOS" TO WS-SPOOL-REQUEST
               MOVE SPACES TO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH susp_today_cursor
           INTO :WS-LINE-KIND, :WS-SUSP-ID, :WS-PEOPLE-ID,
               :WS-LNAME, :WS-FNAME, :WS-REASON-CODE,
               :WS-FROM-DATE, :WS-TO-DATE, :WS-OPERATOR-ID
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0100-PRINT-ONE-BEGIN
                      THRU 0100-PRINT-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE susp_today_cursor END-EXEC.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-MATCH-COUNT DELIMITED BY SIZE
                  " suspension(s) starting or ending today"
                  DELIMITED BY SIZE
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

           SET LK-RETURN-OK TO TRUE.

           EXIT PROGRAM.

      *    one sub-heading per kind, as the cursor sorts them
       0100-PRINT-ONE-BEGIN.
           ADD 1 TO WS-MATCH-COUNT.

           IF WS-LINE-KIND NOT = WS-PREV-KIND
               MOVE WS-LINE-KIND TO WS-PREV-KIND
               MOVE "LINE" TO WS-SPOOL-REQUEST
               MOVE SPACES TO WS-SPOOL-TEXT
               EVALUATE WS-LINE-KIND
                   WHEN "STARTS"
                       MOVE "Starting today :" TO WS-SPOOL-TEXT
                   WHEN "ENDS"
                       MOVE "Last day today, back tomorrow :"
                           TO WS-SPOOL-TEXT
                   WHEN OTHER
                       MOVE "Lifted early today :"
                           TO WS-SPOOL-TEXT
               END-EVALUATE
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-IF.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "  " DELIMITED BY SIZE
                  WS-SUSP-ID DELIMITED BY SIZE
                  " patron " DELIMITED BY SIZE
                  WS-PEOPLE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LNAME) DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  WS-REASON-CODE DELIMITED BY SIZE
                  "] " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
                  " by " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0100-PRINT-ONE-END.
