       01 WS-TODAY            PIC X(08).
       01 WS-SIGNIN-STATUS    PIC X(01).
       01 WS-SIGNIN-CARD      PIC X(10).
       01 WS-POPULAR-FLAG     PIC X(01).
       01 WS-WAIT-COUNT       PIC 9(05).
       01 WS-NOSHOW-COUNT     PIC 9(05).
       01 WS-NOSHOW-LIMIT     PIC 9(05) VALUE 3.
       01 WS-PROMOTE-REG-ID   PIC 9(10).
       01 WS-PROMOTE-PEOPLE   PIC 9(10).
       01 WS-SERIES-ID        PIC 9(10).
       01 WS-SERIES-PATTERN   PIC X(01).
       01 WS-SERIES-WEEK      PIC 9(01).
       01 WS-SERIES-WEEKDAY   PIC 9(01).
       01 WS-SERIES-FROM      PIC X(08).
       01 WS-SERIES-TO        PIC X(08).
       01 WS-NEW-TO           PIC X(08).
       01 WS-EFFECTIVE-DATE   PIC X(08).
       01 WS-CUT-DATE         PIC X(08).
       01 WS-NOTIFY-LIVE      PIC X(01).
       01 WS-NOTICE-DELETED   PIC X(08).
       01 WS-HIRE-COUNT       PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-REGISTER-STRING PIC X(10) VALUE "REGISTER".
       01 WS-ATTEND-STRING   PIC X(10) VALUE "ATTEND".
       01 WS-SHEET-STRING    PIC X(10) VALUE "SHEET".
       01 WS-CANCEL-STRING   PIC X(10) VALUE "CANCEL".
       01 WS-NOSHOW-STRING   PIC X(10) VALUE "NOSHOWS".
       01 WS-SERIES-STRING   PIC X(10) VALUE "SERIES".
       01 WS-SERCHG-STRING   PIC X(10) VALUE "SERCHANGE".
       01 WS-SERCAN-STRING   PIC X(10) VALUE "SERCANCEL".
       01 WS-HIRE-STRING     PIC X(10) VALUE "HIRE".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
       01 WS-MATCH-COUNT     PIC 9(05) VALUE 0.
       01 WS-CARD-REQUEST    PIC X(04).
       01 WS-CARD-INPUT      PIC X(10).
       01 WS-SUSP-UNTIL      PIC X(08).
       01 WS-PREV-STATUS     PIC X(01).
       01 WS-ANSWER          PIC X(01).
       01 WS-PARAM-NAME      PIC X(20).
       01 WS-PARAM-VALUE     PIC 9(05)V99.

       01 WS-NOTICE-KIND     PIC X(01) VALUE "W".
       01 WS-NOTICE-TEXT     PIC X(100).
       01 WS-SERIES-NOTICE-KIND PIC X(01) VALUE "V".

       01 WS-NEW-ROOM        PIC X(20).
       01 WS-NEW-CAPACITY    PIC 9(05).
       01 WS-GEN-COUNT       PIC 9(05).
       01 WS-DATE-INT        PIC 9(08).
       01 WS-DATE-NUM        PIC 9(08).
       01 WS-DATE-NUM-R REDEFINES WS-DATE-NUM.
           05 WS-DATE-YEAR      PIC 9(04).
           05 WS-DATE-MONTH     PIC 9(02).
           05 WS-DATE-DAY       PIC 9(02).

       01 WS-AUDIT-ENTITY    PIC X(10) VALUE "EVENT".
       01 WS-AUDIT-ACTION    PIC X(10).
                   events.room, events.capacity,
                   (SELECT COUNT(*) FROM event_registrations
                    WHERE event_registrations.event_id = events.id
                      AND event_registrations.status = 'R'),
                   (SELECT COUNT(*) FROM event_registrations
                    WHERE event_registrations.event_id = events.id
                      AND event_registrations.status = 'W')
               FROM events
               WHERE events.deleted_date = '00000000'
               ORDER BY events.event_date, events.id
               INNER JOIN people
                   ON event_registrations.people_id = people.id
               WHERE event_registrations.event_id = :WS-EVENT-ID
                 AND event_registrations.status <> 'C'
               ORDER BY event_registrations.status,
                   event_registrations.id
       END-EXEC.

      *    a no-show is a place held and not used : registered,
      *    never ticked as attended, and the day has gone by
       EXEC SQL
           DECLARE noshow_cursor CURSOR FOR
               SELECT people.id, people.last_name, people.first_name,
                   COUNT(*)
               FROM event_registrations
               INNER JOIN events
                   ON event_registrations.event_id = events.id
               INNER JOIN people
                   ON event_registrations.people_id = people.id
               WHERE event_registrations.status = 'R'
                 AND event_registrations.attended_flag = 'N'
                 AND events.event_date < :WS-TODAY
                 AND events.deleted_date = '00000000'
               GROUP BY people.id, people.last_name,
                   people.first_name
               HAVING COUNT(*) >= :WS-NOSHOW-LIMIT
               ORDER BY 4 DESC, people.last_name, people.first_name
       END-EXEC.

      *    everyone holding or waiting for a place from the change
      *    date on : told of the new room when the room moved, and
      *    told of the cancellation when today's change took their
      *    event away
       EXEC SQL
           DECLARE series_notice_cursor CURSOR FOR
               SELECT event_registrations.people_id, events.name,
                   events.event_date, events.room,
                   events.deleted_date
               FROM event_registrations
               INNER JOIN events
                   ON event_registrations.event_id = events.id
               WHERE events.series_id = :WS-SERIES-ID
                 AND events.event_date >= :WS-EFFECTIVE-DATE
                 AND ((events.deleted_date = '00000000'
                       AND :WS-NOTIFY-LIVE = 'Y'
                       AND event_registrations.status IN ('R', 'W'))
                   OR (events.deleted_date = :WS-TODAY
                       AND event_registrations.status = 'C'
                       AND event_registrations.cancelled_date
                           = :WS-TODAY))
               ORDER BY events.event_date, event_registrations.id
       END-EXEC.

       EXEC SQL
           DECLARE series_promote_cursor CURSOR FOR
               SELECT id, name, event_date, capacity, popular_flag
               FROM events
               WHERE series_id = :WS-SERIES-ID
                 AND event_date >= :WS-EFFECTIVE-DATE
                 AND deleted_date = '00000000'
               ORDER BY event_date, id
       END-EXEC.

       PROCEDURE DIVISION.

       SET WS-QUIT-N TO TRUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "EVENT-NOSHOW-LIMIT" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-NOSHOW-LIMIT
           END-IF.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
                   WS-REGISTER-STRING " / "
                   WS-ATTEND-STRING " / "
                   WS-SHEET-STRING " / "
                   WS-CANCEL-STRING " / "
                   WS-NOSHOW-STRING " / "
           DISPLAY WS-SERIES-STRING " / "
                   WS-SERCHG-STRING " / "
                   WS-SERCAN-STRING " / "
                   WS-HIRE-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE
               WHEN WS-SHEET-STRING
                   PERFORM 0500-PRINT-SIGNIN-SHEET-BEGIN
                      THRU 0500-PRINT-SIGNIN-SHEET-END
               WHEN WS-CANCEL-STRING
                   PERFORM 0700-CANCEL-REGISTRATION-BEGIN
                      THRU 0700-CANCEL-REGISTRATION-END
               WHEN WS-NOSHOW-STRING
                   PERFORM 0900-LIST-NOSHOWS-BEGIN
                      THRU 0900-LIST-NOSHOWS-END
               WHEN WS-SERIES-STRING
                   PERFORM 1000-CREATE-SERIES-BEGIN
                      THRU 1000-CREATE-SERIES-END
               WHEN WS-SERCHG-STRING
                   PERFORM 1100-CHANGE-SERIES-BEGIN
                      THRU 1100-CHANGE-SERIES-END
               WHEN WS-SERCAN-STRING
                   PERFORM 1200-CANCEL-SERIES-BEGIN
                      THRU 1200-CANCEL-SERIES-END
               WHEN WS-HIRE-STRING
                   CALL "menuhire"
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE

           DISPLAY "Enter room (blank for main hall) : ".
           ACCEPT WS-EVENT-ROOM.

      *    a room already let to an outside hirer that day is
      *    a contract : the desk has to mean it to double-book
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-HIRE-COUNT
           FROM room_hires
           WHERE hire_date = :WS-EVENT-DATE
             AND room = :WS-EVENT-ROOM
             AND status = 'B'
       END-EXEC.

           IF WS-HIRE-COUNT > 0
               DISPLAY "The room is hired out that day ("
                       WS-HIRE-COUNT " booking(s)). Create anyway? "
                       "(Y/n) "
               MOVE SPACE TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = "Y"
                   DISPLAY "Nothing created."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Enter capacity : ".
           ACCEPT WS-EVENT-CAPACITY.

               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Popular event, repeat no-shows wait for a "
                   "place? (Y/n) ".
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y"
               MOVE "Y" TO WS-POPULAR-FLAG
           ELSE
               MOVE "N" TO WS-POPULAR-FLAG
           END-IF.

       EXEC SQL
           INSERT INTO events (name, event_date, room, capacity,
               popular_flag)
           VALUES (:WS-EVENT-NAME, :WS-EVENT-DATE, :WS-EVENT-ROOM,
               :WS-EVENT-CAPACITY, :WS-POPULAR-FLAG)
           RETURNING id
           INTO :WS-EVENT-ID
       END-EXEC.
       EXEC SQL
           FETCH event_list_cursor
           INTO :WS-EVENT-ID, :WS-EVENT-NAME, :WS-EVENT-DATE,
               :WS-EVENT-ROOM, :WS-EVENT-CAPACITY, :WS-REG-COUNT,
               :WS-WAIT-COUNT
       END-EXEC

               IF SQLCODE = +100
                           WS-EVENT-NAME " | "
                           WS-EVENT-ROOM " | "
                           WS-REG-COUNT " of "
                           WS-EVENT-CAPACITY " places taken, "
                           WS-WAIT-COUNT " waiting"
               END-IF

           END-PERFORM.
       0200-LIST-EVENTS-END.

      *    full is full : past capacity the patron queues on the
      *    waiting list instead of being turned away unrecorded ;
      *    at a popular event a repeat no-show queues there too,
      *    unless the desk gives them the place anyway
       0300-REGISTER-PATRON-BEGIN.
           PERFORM 0600-FIND-EVENT-AND-PATRON-BEGIN
              THRU 0600-FIND-EVENT-AND-PATRON-END.
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

      *    no place at an event while a suspension runs, the
      *    waiting list included
           CALL "chksusp" USING
               WS-PEOPLE-ID
               WS-TODAY
               WS-SUSP-UNTIL
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-SUSPENDED
               DISPLAY "This patron is suspended until "
                       WS-SUSP-UNTIL ", registration refused."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT id
           INTO :WS-REG-ID
           FROM event_registrations
           WHERE event_id = :WS-EVENT-ID
             AND people_id = :WS-PEOPLE-ID
             AND status <> 'C'
       END-EXEC.

           IF SQLCODE = 0
               MOVE "W" TO WS-REG-STATUS
           END-IF.

           IF WS-REG-STATUS = "R"
               AND WS-POPULAR-FLAG = "Y"
               AND WS-NOSHOW-LIMIT > 0
               PERFORM 0800-COUNT-NOSHOWS-BEGIN
                  THRU 0800-COUNT-NOSHOWS-END
               IF WS-NOSHOW-COUNT >= WS-NOSHOW-LIMIT
                   DISPLAY "This patron did not turn up to "
                           WS-NOSHOW-COUNT " past event(s)."
                   DISPLAY "Give them a place anyway? (Y/n) "
                   MOVE SPACE TO WS-ANSWER
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER NOT = "Y"
                       MOVE "W" TO WS-REG-STATUS
                   END-IF
               END-IF
           END-IF.

       EXEC SQL
           INSERT INTO event_registrations
               IF WS-REG-STATUS = "R"
                   DISPLAY "Registered."
               ELSE
                   PERFORM 0850-SHOW-WAIT-POSITION-BEGIN
                      THRU 0850-SHOW-WAIT-POSITION-END
               END-IF
           ELSE
               DISPLAY "Registration insert error SQLCODE: "
               status = 'R'
           WHERE event_id = :WS-EVENT-ID
             AND people_id = :WS-PEOPLE-ID
             AND status IN ('R', 'W')
       END-EXEC.

           IF SQLCODE = 0
           ACCEPT WS-EVENT-ID.

       EXEC SQL
           SELECT id, name, event_date, capacity, popular_flag
           INTO :WS-EVENT-ID, :WS-EVENT-NAME, :WS-EVENT-DATE,
               :WS-EVENT-CAPACITY, :WS-POPULAR-FLAG
           FROM events
           WHERE id = :WS-EVENT-ID
             AND deleted_date = '00000000'

           SET WS-RETURN-OK TO TRUE.
       0600-FIND-EVENT-AND-PATRON-END.

      *    a registered patron giving up their place hands it to
      *    the first on the waiting list, who is told by notice ;
      *    a waiting patron dropping out simply leaves the queue
       0700-CANCEL-REGISTRATION-BEGIN.
           PERFORM 0600-FIND-EVENT-AND-PATRON-BEGIN
              THRU 0600-FIND-EVENT-AND-PATRON-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           IF WS-EVENT-DATE < WS-TODAY
               DISPLAY "That event is over."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT id, status
           INTO :WS-REG-ID, :WS-PREV-STATUS
           FROM event_registrations
           WHERE event_id = :WS-EVENT-ID
             AND people_id = :WS-PEOPLE-ID
             AND status IN ('R', 'W')
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "This patron is not registered for the "
                       "event."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE event_registrations
           SET status = 'C',
               cancelled_date = :WS-TODAY
           WHERE id = :WS-REG-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Registration update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-PROMOTE-REG-ID.

           IF WS-PREV-STATUS = "R"
               PERFORM 0750-PROMOTE-NEXT-BEGIN
                  THRU 0750-PROMOTE-NEXT-END
               IF NOT WS-RETURN-OK
       EXEC SQL ROLLBACK END-EXEC
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           DISPLAY "Registration cancelled.".

           MOVE "CANCEL" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-EVENT-ID
               WS-AUDIT-ACTION
           END-CALL.

           IF WS-PROMOTE-REG-ID > 0
               PERFORM 0760-TELL-PROMOTED-BEGIN
                  THRU 0760-TELL-PROMOTED-END
           END-IF.
       0700-CANCEL-REGISTRATION-END.

      *    first come, first served, except that at a popular event
      *    a repeat no-show is passed over while anyone else waits ;
      *    nobody moves up while the room is still over capacity
      *    from walk-ins let in at the door
       0750-PROMOTE-NEXT-BEGIN.
           SET WS-RETURN-OK TO TRUE.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-REG-COUNT
           FROM event_registrations
           WHERE event_id = :WS-EVENT-ID
             AND status = 'R'
       END-EXEC.

           IF WS-REG-COUNT >= WS-EVENT-CAPACITY
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT er.id, er.people_id
           INTO :WS-PROMOTE-REG-ID, :WS-PROMOTE-PEOPLE
           FROM event_registrations er
           WHERE er.event_id = :WS-EVENT-ID
             AND er.status = 'W'
           ORDER BY
               CASE WHEN :WS-POPULAR-FLAG = 'Y'
                     AND :WS-NOSHOW-LIMIT > 0
                     AND (SELECT COUNT(*)
                          FROM event_registrations ns
                          INNER JOIN events ne
                              ON ns.event_id = ne.id
                          WHERE ns.people_id = er.people_id
                            AND ns.status = 'R'
                            AND ns.attended_flag = 'N'
                            AND ne.event_date < :WS-TODAY
                            AND ne.deleted_date = '00000000')
                         >= :WS-NOSHOW-LIMIT
                    THEN 1 ELSE 0 END,
               er.id
           LIMIT 1
       END-EXEC.

           IF SQLCODE = +100
               MOVE 0 TO WS-PROMOTE-REG-ID
               EXIT PARAGRAPH
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY "Waiting list error SQLCODE: " SQLCODE
               MOVE 0 TO WS-PROMOTE-REG-ID
               SET WS-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE event_registrations
           SET status = 'R',
               promoted_date = :WS-TODAY
           WHERE id = :WS-PROMOTE-REG-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Promotion error SQLCODE: " SQLCODE
               MOVE 0 TO WS-PROMOTE-REG-ID
               SET WS-RETURN-ERROR TO TRUE
           END-IF.
       0750-PROMOTE-NEXT-END.

      *    once the promotion is committed
       0760-TELL-PROMOTED-BEGIN.
           DISPLAY "Place passed to patron " WS-PROMOTE-PEOPLE
                   " from the waiting list.".
           MOVE "PROMOTE" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-EVENT-ID
               WS-AUDIT-ACTION
           END-CALL.
           MOVE SPACES TO WS-NOTICE-TEXT.
           STRING "A place has come free for you at "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVENT-NAME) DELIMITED BY SIZE
                  " on " DELIMITED BY SIZE
                  WS-EVENT-DATE DELIMITED BY SIZE
                  ", you are now registered." DELIMITED BY SIZE
           INTO WS-NOTICE-TEXT.
           CALL "wrtnotic" USING
               WS-PROMOTE-PEOPLE
               WS-NOTICE-KIND
               WS-NOTICE-TEXT
           END-CALL.
       0760-TELL-PROMOTED-END.

       0800-COUNT-NOSHOWS-BEGIN.
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-NOSHOW-COUNT
           FROM event_registrations
           INNER JOIN events
               ON event_registrations.event_id = events.id
           WHERE event_registrations.people_id = :WS-PEOPLE-ID
             AND event_registrations.status = 'R'
             AND event_registrations.attended_flag = 'N'
             AND events.event_date < :WS-TODAY
             AND events.deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-NOSHOW-COUNT
           END-IF.
       0800-COUNT-NOSHOWS-END.

       0850-SHOW-WAIT-POSITION-BEGIN.
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-WAIT-COUNT
           FROM event_registrations
           WHERE event_id = :WS-EVENT-ID
             AND status = 'W'
             AND id <= :WS-REG-ID
       END-EXEC.

           DISPLAY "Added to the waiting list, number "
                   WS-WAIT-COUNT " in line.".
       0850-SHOW-WAIT-POSITION-END.

       0900-LIST-NOSHOWS-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

           IF WS-NOSHOW-LIMIT = 0
               DISPLAY "No-shows are not being held back "
                       "(EVENT-NOSHOW-LIMIT is 0)."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL OPEN noshow_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No-show list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH noshow_cursor
           INTO :WS-PEOPLE-ID, :WS-PEOPLE-LNAME, :WS-PEOPLE-FNAME,
               :WS-NOSHOW-COUNT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-PEOPLE-ID " | "
                           WS-PEOPLE-LNAME " | "
                           WS-PEOPLE-FNAME " | "
                           WS-NOSHOW-COUNT " no-show(s)"
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE noshow_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "No patron has reached " WS-NOSHOW-LIMIT
                       " no-shows."
           END-IF.
       0900-LIST-NOSHOWS-END.

      *    storytime every week, the book club once a month : one
      *    entry for the whole run, the individual events laid out
      *    by evgenser ; a monthly series repeats the weekday and
      *    the week of the month of its first date (a first date in
      *    the fifth week means the last such weekday)
       1000-CREATE-SERIES-BEGIN.
           DISPLAY "Enter series name : ".
           ACCEPT WS-EVENT-NAME.
           DISPLAY "Enter pattern (W weekly, F fortnightly, "
                   "M monthly) : ".
           ACCEPT WS-SERIES-PATTERN.

           IF WS-SERIES-PATTERN NOT = "W" AND NOT = "F"
               AND NOT = "M"
               DISPLAY "Pattern must be W, F or M."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter first date (YYYYMMDD) : ".
           ACCEPT WS-SERIES-FROM.

           CALL "valdate" USING
               WS-SERIES-FROM
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "That is not a valid date."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter last date (YYYYMMDD) : ".
           ACCEPT WS-SERIES-TO.

           CALL "valdate" USING
               WS-SERIES-TO
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK OR WS-SERIES-TO < WS-SERIES-FROM
               DISPLAY "The last date must be a valid date on or "
                       "after the first."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SERIES-FROM TO WS-DATE-NUM.
           COMPUTE WS-SERIES-WEEKDAY =
               FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1, 7)
               + 1.

           IF WS-SERIES-PATTERN = "M"
               COMPUTE WS-SERIES-WEEK = (WS-DATE-DAY - 1) / 7 + 1
           ELSE
               MOVE 0 TO WS-SERIES-WEEK
           END-IF.

           DISPLAY "Enter room (blank for main hall) : ".
           ACCEPT WS-EVENT-ROOM.
           DISPLAY "Enter capacity : ".
           ACCEPT WS-EVENT-CAPACITY.

           IF WS-EVENT-CAPACITY = 0
               DISPLAY "Capacity must be at least 1."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Popular event, repeat no-shows wait for a "
                   "place? (Y/n) ".
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y"
               MOVE "Y" TO WS-POPULAR-FLAG
           ELSE
               MOVE "N" TO WS-POPULAR-FLAG
           END-IF.

       EXEC SQL
           INSERT INTO event_series (name, pattern, week_of_month,
               weekday, room, capacity, popular_flag, from_date,
               to_date)
           VALUES (:WS-EVENT-NAME, :WS-SERIES-PATTERN,
               :WS-SERIES-WEEK, :WS-SERIES-WEEKDAY, :WS-EVENT-ROOM,
               :WS-EVENT-CAPACITY, :WS-POPULAR-FLAG, :WS-SERIES-FROM,
               :WS-SERIES-TO)
           RETURNING id
           INTO :WS-SERIES-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Series insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           CALL "evgenser" USING
               WS-SERIES-ID
               WS-SERIES-FROM
               WS-GEN-COUNT
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "Series events could not be generated, "
                       "nothing saved."
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           DISPLAY "Series created, id : " WS-SERIES-ID ", "
                   WS-GEN-COUNT " event(s) generated.".

           MOVE "SERIES" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-SERIES-ID
               WS-AUDIT-ACTION
           END-CALL.
       1000-CREATE-SERIES-END.

      *    a series is changed or cancelled from a date onward ;
      *    what has already happened stays as it was
       1050-FIND-SERIES-BEGIN.
           DISPLAY "Enter series id : ".
           ACCEPT WS-SERIES-ID.

       EXEC SQL
           SELECT name, room, capacity, from_date, to_date
           INTO :WS-EVENT-NAME, :WS-EVENT-ROOM, :WS-EVENT-CAPACITY,
               :WS-SERIES-FROM, :WS-SERIES-TO
           FROM event_series
           WHERE id = :WS-SERIES-ID
             AND cancelled_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such series."
               SET WS-RETURN-NOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY FUNCTION TRIM(WS-EVENT-NAME) " from "
                   WS-SERIES-FROM " to " WS-SERIES-TO.
           DISPLAY "Apply from date (YYYYMMDD) : ".
           ACCEPT WS-EFFECTIVE-DATE.

           CALL "valdate" USING
               WS-EFFECTIVE-DATE
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "That is not a valid date."
               EXIT PARAGRAPH
           END-IF.

           IF WS-EFFECTIVE-DATE < WS-TODAY
               DISPLAY "Only events from today on can be changed."
               SET WS-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           SET WS-RETURN-OK TO TRUE.
       1050-FIND-SERIES-END.

      *    new room and capacity for the rest of the run, and the
      *    run cut short or carried on ; a shortened run loses its
      *    later events as a cancellation would
       1100-CHANGE-SERIES-BEGIN.
           PERFORM 1050-FIND-SERIES-BEGIN
              THRU 1050-FIND-SERIES-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter new room (blank to keep "
                   FUNCTION TRIM(WS-EVENT-ROOM) ") : ".
           MOVE SPACES TO WS-NEW-ROOM.
           ACCEPT WS-NEW-ROOM.
           DISPLAY "Enter new capacity (0 to keep "
                   WS-EVENT-CAPACITY ") : ".
           MOVE 0 TO WS-NEW-CAPACITY.
           ACCEPT WS-NEW-CAPACITY.
           DISPLAY "Enter new last date (blank to keep "
                   WS-SERIES-TO ") : ".
           MOVE SPACES TO WS-NEW-TO.
           ACCEPT WS-NEW-TO.

           IF WS-NEW-TO = SPACES
               MOVE WS-SERIES-TO TO WS-NEW-TO
           ELSE
               CALL "valdate" USING
                   WS-NEW-TO
                   WS-RETURN-VALUE
               END-CALL
               IF NOT WS-RETURN-OK
                   OR WS-NEW-TO < WS-EFFECTIVE-DATE
                   DISPLAY "The last date must be a valid date on "
                           "or after the change date ; use "
                           FUNCTION TRIM(WS-SERCAN-STRING)
                           " to end the series."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "N" TO WS-NOTIFY-LIVE.
           IF WS-NEW-ROOM NOT = SPACES
               AND WS-NEW-ROOM NOT = WS-EVENT-ROOM
               MOVE WS-NEW-ROOM TO WS-EVENT-ROOM
               MOVE "Y" TO WS-NOTIFY-LIVE
           END-IF.
           IF WS-NEW-CAPACITY > 0
               MOVE WS-NEW-CAPACITY TO WS-EVENT-CAPACITY
           END-IF.

       EXEC SQL
           UPDATE event_series
           SET room = :WS-EVENT-ROOM,
               capacity = :WS-EVENT-CAPACITY,
               to_date = :WS-NEW-TO
           WHERE id = :WS-SERIES-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Series update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE events
           SET room = :WS-EVENT-ROOM,
               capacity = :WS-EVENT-CAPACITY
           WHERE series_id = :WS-SERIES-ID
             AND event_date >= :WS-EFFECTIVE-DATE
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY "Series events update error SQLCODE: "
                       SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           IF WS-NEW-TO < WS-SERIES-TO
               MOVE WS-NEW-TO TO WS-DATE-NUM
               PERFORM 1350-NEXT-DAY-BEGIN
                  THRU 1350-NEXT-DAY-END
               PERFORM 1300-CANCEL-EVENTS-FROM-BEGIN
                  THRU 1300-CANCEL-EVENTS-FROM-END
               IF NOT WS-RETURN-OK
       EXEC SQL ROLLBACK END-EXEC
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE 0 TO WS-GEN-COUNT.
           IF WS-NEW-TO > WS-SERIES-TO
               MOVE WS-SERIES-TO TO WS-DATE-NUM
               PERFORM 1350-NEXT-DAY-BEGIN
                  THRU 1350-NEXT-DAY-END
               IF WS-CUT-DATE < WS-EFFECTIVE-DATE
                   MOVE WS-EFFECTIVE-DATE TO WS-CUT-DATE
               END-IF
               CALL "evgenser" USING
                   WS-SERIES-ID
                   WS-CUT-DATE
                   WS-GEN-COUNT
                   WS-RETURN-VALUE
               END-CALL
               IF NOT WS-RETURN-OK
                   DISPLAY "Series events could not be generated, "
                           "nothing changed."
       EXEC SQL ROLLBACK END-EXEC
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           DISPLAY "Series changed from " WS-EFFECTIVE-DATE ", "
                   WS-GEN-COUNT " event(s) added.".

           MOVE "SERCHANGE" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-SERIES-ID
               WS-AUDIT-ACTION
           END-CALL.

           PERFORM 1400-NOTIFY-SERIES-BEGIN
              THRU 1400-NOTIFY-SERIES-END.

           PERFORM 1150-PROMOTE-SERIES-BEGIN
              THRU 1150-PROMOTE-SERIES-END.
       1100-CHANGE-SERIES-END.

      *    more places on the rest of the run move each event's
      *    waiting list up as a cancelled place would, one patron
      *    at a time until the event is full or nobody waits
       1150-PROMOTE-SERIES-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN series_promote_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Series promotion error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH series_promote_cursor
           INTO :WS-EVENT-ID, :WS-EVENT-NAME, :WS-EVENT-DATE,
               :WS-EVENT-CAPACITY, :WS-POPULAR-FLAG
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 1160-PROMOTE-EVENT-BEGIN
                      THRU 1160-PROMOTE-EVENT-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE series_promote_cursor END-EXEC.

           IF WS-MATCH-COUNT > 0
               DISPLAY WS-MATCH-COUNT " patron(s) moved up from "
                       "the waiting lists."
           END-IF.
       1150-PROMOTE-SERIES-END.

       1160-PROMOTE-EVENT-BEGIN.
           MOVE 1 TO WS-PROMOTE-REG-ID.

           PERFORM UNTIL WS-PROMOTE-REG-ID = 0

               MOVE 0 TO WS-PROMOTE-REG-ID
               PERFORM 0750-PROMOTE-NEXT-BEGIN
                  THRU 0750-PROMOTE-NEXT-END

               IF NOT WS-RETURN-OK
       EXEC SQL ROLLBACK END-EXEC
               END-IF

               IF WS-PROMOTE-REG-ID > 0
       EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-MATCH-COUNT
                   PERFORM 0760-TELL-PROMOTED-BEGIN
                      THRU 0760-TELL-PROMOTED-END
               END-IF

           END-PERFORM.
       1160-PROMOTE-EVENT-END.

      *    the rest of the run is called off : the series ends the
      *    day before, or is cancelled outright when nothing of it
      *    has happened yet
       1200-CANCEL-SERIES-BEGIN.
           PERFORM 1050-FIND-SERIES-BEGIN
              THRU 1050-FIND-SERIES-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           IF WS-EFFECTIVE-DATE > WS-SERIES-TO
               DISPLAY "The series has already ended by then."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-EFFECTIVE-DATE TO WS-CUT-DATE.
           PERFORM 1300-CANCEL-EVENTS-FROM-BEGIN
              THRU 1300-CANCEL-EVENTS-FROM-END.

           IF NOT WS-RETURN-OK
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           IF WS-EFFECTIVE-DATE <= WS-SERIES-FROM
       EXEC SQL
           UPDATE event_series
           SET cancelled_date = :WS-TODAY
           WHERE id = :WS-SERIES-ID
       END-EXEC
           ELSE
               MOVE WS-EFFECTIVE-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-NUM TO WS-NEW-TO
       EXEC SQL
           UPDATE event_series
           SET to_date = :WS-NEW-TO
           WHERE id = :WS-SERIES-ID
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY "Series update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           DISPLAY "Series cancelled from " WS-EFFECTIVE-DATE ".".

           MOVE "SERCANCEL" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-SERIES-ID
               WS-AUDIT-ACTION
           END-CALL.

           MOVE "N" TO WS-NOTIFY-LIVE.
           PERFORM 1400-NOTIFY-SERIES-BEGIN
              THRU 1400-NOTIFY-SERIES-END.
       1200-CANCEL-SERIES-END.

      *    the series' events from WS-CUT-DATE on are taken out of
      *    the diary and their places given up ; the caller commits
       1300-CANCEL-EVENTS-FROM-BEGIN.
           SET WS-RETURN-OK TO TRUE.

       EXEC SQL
           UPDATE event_registrations
           SET status = 'C',
               cancelled_date = :WS-TODAY
           WHERE status IN ('R', 'W')
             AND event_id IN (
                 SELECT id FROM events
                 WHERE series_id = :WS-SERIES-ID
                   AND event_date >= :WS-CUT-DATE
                   AND deleted_date = '00000000')
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY "Registration cancel error SQLCODE: " SQLCODE
               SET WS-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE events
           SET deleted_date = :WS-TODAY
           WHERE series_id = :WS-SERIES-ID
             AND event_date >= :WS-CUT-DATE
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY "Series events cancel error SQLCODE: " SQLCODE
               SET WS-RETURN-ERROR TO TRUE
           END-IF.
       1300-CANCEL-EVENTS-FROM-END.

       1350-NEXT-DAY-BEGIN.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1.
           COMPUTE WS-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-CUT-DATE.
       1350-NEXT-DAY-END.

       1400-NOTIFY-SERIES-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN series_notice_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Series notice error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH series_notice_cursor
           INTO :WS-PEOPLE-ID, :WS-EVENT-NAME, :WS-EVENT-DATE,
               :WS-EVENT-ROOM, :WS-NOTICE-DELETED
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 1450-NOTIFY-ONE-BEGIN
                      THRU 1450-NOTIFY-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE series_notice_cursor END-EXEC.

           DISPLAY WS-MATCH-COUNT " patron notice(s) queued.".
       1400-NOTIFY-SERIES-END.

       1450-NOTIFY-ONE-BEGIN.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE SPACES TO WS-NOTICE-TEXT.

           IF WS-NOTICE-DELETED = "00000000"
               IF WS-EVENT-ROOM = SPACES
                   MOVE "the main hall" TO WS-EVENT-ROOM
               END-IF
               STRING FUNCTION TRIM(WS-EVENT-NAME) DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      WS-EVENT-DATE DELIMITED BY SIZE
                      " is now in " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EVENT-ROOM) DELIMITED BY SIZE
                      "." DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           ELSE
               STRING FUNCTION TRIM(WS-EVENT-NAME) DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      WS-EVENT-DATE DELIMITED BY SIZE
                      " has been cancelled." DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
           END-IF.

           CALL "wrtnotic" USING
               WS-PEOPLE-ID
               WS-SERIES-NOTICE-KIND
               WS-NOTICE-TEXT
           END-CALL.
       1450-NOTIFY-ONE-END.
