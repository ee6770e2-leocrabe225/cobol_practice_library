       IDENTIFICATION DIVISION.
       PROGRAM-ID. evremind.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-CUTOFF-DATE      PIC X(08).
       01 WS-REG-ID           PIC 9(10).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-EVENT-NAME       PIC X(40).
       01 WS-EVENT-DATE       PIC X(08).
       01 WS-EVENT-ROOM       PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-REMIND-DAYS      PIC S9(05) VALUE 2.
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "evremind".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).
       01 WS-OVERRIDE-ANSWER  PIC X(01).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-FAILED-SWITCH    PIC X(01) VALUE "N".
           88 WS-FAILED               VALUE "Y".

       01 WS-NOTICE-KIND      PIC X(01) VALUE "E".
       01 WS-NOTICE-TEXT      PIC X(100).

      *    every confirmed place at an event falling between today
      *    and the reminder horizon that has not been reminded yet,
      *    so a missed night catches up and a rerun sends nothing
      *    twice
       EXEC SQL
           DECLARE event_remind_cursor CURSOR FOR
               SELECT event_registrations.id,
                   event_registrations.people_id,
                   events.name, events.event_date, events.room
               FROM event_registrations
               INNER JOIN events
                   ON event_registrations.event_id = events.id
               WHERE event_registrations.status = 'R'
                 AND event_registrations.reminded_date = '00000000'
                 AND events.deleted_date = '00000000'
                 AND events.event_date >= :WS-TODAY
                 AND events.event_date <= :WS-CUTOFF-DATE
               ORDER BY events.event_date, events.id,
                   event_registrations.id
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the nightly nudge EVENT-REMIND-DAYS ahead of an event,
      *    so a patron who can no longer come cancels and frees
      *    the place for the waiting list in good time
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "EVENT-REMIND-DAYS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-REMIND-DAYS
           END-IF.

           MOVE "ADDD" TO WS-DATE-REQUEST.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-TODAY
               WS-CUTOFF-DATE
               WS-REMIND-DAYS
               WS-RETURN-VALUE
           END-CALL.

           MOVE "START" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-ALREADY-HERE
               DISPLAY "This batch already ran OK for business "
                       "date " WS-TODAY ". Run again? (Y/n) "
                       WITH NO ADVANCING
               MOVE SPACE TO WS-OVERRIDE-ANSWER
               ACCEPT WS-OVERRIDE-ANSWER
               IF WS-OVERRIDE-ANSWER NOT = "Y"
                   DISPLAY "Refused, nothing done."
                   SET LK-RETURN-CONFLICT TO TRUE
                   EXIT PROGRAM
               END-IF
               MOVE "FORCE" TO WS-RUN-REQUEST
               CALL "wrtbrun" USING
                   WS-RUN-REQUEST
                   WS-RUN-PROGRAM
                   WS-TODAY
                   WS-RUN-ID
                   WS-RUN-COUNT
                   WS-RUN-STATUS
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

       EXEC SQL OPEN event_remind_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Event reminder error SQLCODE: " SQLCODE
               SET WS-FAILED TO TRUE
           END-IF.

           PERFORM UNTIL WS-EOF-Y OR WS-FAILED

       EXEC SQL
           FETCH event_remind_cursor
           INTO :WS-REG-ID, :WS-PEOPLE-ID, :WS-EVENT-NAME,
               :WS-EVENT-DATE, :WS-EVENT-ROOM
       END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 0100-REMIND-ONE-BEGIN
                          THRU 0100-REMIND-ONE-END
                   WHEN +100
                       SET WS-EOF-Y TO TRUE
                   WHEN OTHER
                       DISPLAY "Event reminder fetch error SQLCODE: "
                               SQLCODE
                       SET WS-FAILED TO TRUE
               END-EVALUATE

           END-PERFORM.

       EXEC SQL CLOSE event_remind_cursor END-EXEC.

           DISPLAY WS-RUN-COUNT " event reminder(s) queued.".

           IF WS-FAILED
               MOVE "FAILED" TO WS-RUN-STATUS
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               MOVE "OK" TO WS-RUN-STATUS
               SET LK-RETURN-OK TO TRUE
           END-IF.

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

           EXIT PROGRAM.

      *    the place is stamped as reminded first, so a notice is
      *    never queued for a registration the run could not mark
       0100-REMIND-ONE-BEGIN.
       EXEC SQL
           UPDATE event_registrations
           SET reminded_date = :WS-TODAY
           WHERE id = :WS-REG-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Reminder stamp error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               SET WS-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-NOTICE-TEXT.
           IF WS-EVENT-ROOM = SPACES
               STRING "Reminder : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EVENT-NAME) DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      WS-EVENT-DATE DELIMITED BY SIZE
                      " in the main hall." DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           ELSE
               STRING "Reminder : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EVENT-NAME) DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      WS-EVENT-DATE DELIMITED BY SIZE
                      " in " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EVENT-ROOM) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           END-IF.

           CALL "wrtnotic" USING
               WS-PEOPLE-ID
               WS-NOTICE-KIND
               WS-NOTICE-TEXT
           END-CALL.

           ADD 1 TO WS-RUN-COUNT.
       0100-REMIND-ONE-END.
