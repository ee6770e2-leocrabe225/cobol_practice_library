       01 WS-TO-DATE          PIC X(08).
       01 WS-EVENT-DATE       PIC X(08).
       01 WS-EVENT-TIME       PIC X(06).
       01 WS-PC-START         PIC X(04).
       01 WS-PC-MINUTES       PIC 9(03).
       01 WS-PC-STATUS        PIC X(01).
       01 WS-FF-HOUR          PIC 9(02).
       01 WS-FF-VISITS        PIC 9(07).

       EXEC SQL END DECLARE SECTION END-EXEC.

           05 WS-TRAFFIC-DAY OCCURS 7 TIMES.
               10 WS-TRAFFIC-BAND OCCURS 4 TIMES PIC 9(05).

      *    public PC sessions on the same grid, by the band the
      *    session starts in
       01 WS-PC-TABLE.
           05 WS-PC-DAY OCCURS 7 TIMES.
               10 WS-PC-BAND OCCURS 4 TIMES PIC 9(05).
       01 WS-PC-COUNT         PIC 9(07) VALUE 0.
       01 WS-PC-BOOKED-MINS   PIC 9(09) VALUE 0.
       01 WS-PC-USED-MINS     PIC 9(09) VALUE 0.

      *    gate counter visitors on the same grid, all branches,
      *    so the desk figures can be read against the door
       01 WS-FOOTFALL-TABLE.
           05 WS-FOOTFALL-DAY OCCURS 7 TIMES.
               10 WS-FOOTFALL-BAND OCCURS 4 TIMES PIC 9(07).
       01 WS-FOOTFALL-COUNT   PIC 9(07) VALUE 0.
       01 WS-VISITS-TOTAL     PIC 9(09) VALUE 0.

       01 WS-DAY-IDX          PIC 9(01).
       01 WS-BAND-IDX         PIC 9(01).

       01 WS-OUT-B2           PIC ZZZZ9.
       01 WS-OUT-B3           PIC ZZZZ9.
       01 WS-OUT-B4           PIC ZZZZ9.
       01 WS-OUT-V1           PIC ZZZZZZ9.
       01 WS-OUT-V2           PIC ZZZZZZ9.
       01 WS-OUT-V3           PIC ZZZZZZ9.
       01 WS-OUT-V4           PIC ZZZZZZ9.

       EXEC SQL
           DECLARE desk_traffic_cursor CURSOR FOR
               ORDER BY event_date
       END-EXEC.

       EXEC SQL
           DECLARE pc_usage_cursor CURSOR FOR
               SELECT booking_date, start_time, minutes, status
               FROM pc_bookings
               WHERE booking_date >= :WS-FROM-DATE
                 AND booking_date <= :WS-TO-DATE
                 AND status IN ('B', 'U')
               ORDER BY booking_date
       END-EXEC.

       EXEC SQL
           DECLARE footfall_cursor CURSOR FOR
               SELECT count_date, count_hour, SUM(visits_in)
               FROM footfall
               WHERE count_date >= :WS-FROM-DATE
                 AND count_date <= :WS-TO-DATE
               GROUP BY count_date, count_hour
               ORDER BY count_date, count_hour
       END-EXEC.

       PROCEDURE DIVISION.

           DISPLAY "From date (YYYYMMDD) : ".
           END-IF.

           MOVE ZEROES TO WS-TRAFFIC-TABLE.
           MOVE ZEROES TO WS-PC-TABLE.
           MOVE ZEROES TO WS-FOOTFALL-TABLE.

       EXEC SQL OPEN desk_traffic_cursor END-EXEC.


           IF WS-EVENT-COUNT = 0
               DISPLAY "No desk transactions in that range."
               PERFORM 0300-PC-USAGE-BEGIN
                  THRU 0300-PC-USAGE-END
               EXIT PROGRAM
           END-IF.

           PERFORM 0400-FOOTFALL-BEGIN
              THRU 0400-FOOTFALL-END.

           IF WS-FOOTFALL-COUNT = 0
               PERFORM 0410-SHOW-DESK-ONLY-BEGIN
                  THRU 0410-SHOW-DESK-ONLY-END
           ELSE
               PERFORM 0420-SHOW-DESK-AND-DOOR-BEGIN
                  THRU 0420-SHOW-DESK-AND-DOOR-END
           END-IF.

           DISPLAY WS-EVENT-COUNT " transaction(s) in the period.".
           IF WS-FOOTFALL-COUNT > 0
               DISPLAY WS-VISITS-TOTAL " visitor(s) counted in."
           END-IF.

           PERFORM 0300-PC-USAGE-BEGIN
              THRU 0300-PC-USAGE-END.

           EXIT PROGRAM.

       0200-BUCKET-ONE-EVENT-BEGIN.
           PERFORM 0210-DAY-AND-BAND-BEGIN
              THRU 0210-DAY-AND-BAND-END.

           ADD 1 TO WS-TRAFFIC-BAND(WS-DAY-OF-WEEK, WS-BAND).
       0200-BUCKET-ONE-EVENT-END.

      *    day 1 of the intrinsic calendar was a Monday, which
      *    makes the weekday arithmetic a one-liner
       0210-DAY-AND-BAND-BEGIN.
           MOVE WS-EVENT-DATE TO WS-DATE-NUM.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(
               WHEN OTHER
                   MOVE 4 TO WS-BAND
           END-EVALUATE.
       0210-DAY-AND-BAND-END.

      *    the public PCs over the same range : sessions booked
      *    (not cancelled) by when they start, and how many of the
      *    booked minutes the patrons actually turned up for
       0300-PC-USAGE-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN pc_usage_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "PC usage report error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH pc_usage_cursor
           INTO :WS-EVENT-DATE, :WS-PC-START, :WS-PC-MINUTES,
               :WS-PC-STATUS
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-PC-COUNT
                   ADD WS-PC-MINUTES TO WS-PC-BOOKED-MINS
                   IF WS-PC-STATUS = "U"
                       ADD WS-PC-MINUTES TO WS-PC-USED-MINS
                   END-IF
                   MOVE SPACES TO WS-EVENT-TIME
                   MOVE WS-PC-START TO WS-EVENT-TIME(1:4)
                   PERFORM 0210-DAY-AND-BAND-BEGIN
                      THRU 0210-DAY-AND-BAND-END
                   ADD 1 TO WS-PC-BAND(WS-DAY-OF-WEEK, WS-BAND)
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE pc_usage_cursor END-EXEC.

           IF WS-PC-COUNT = 0
               DISPLAY "No public PC sessions in that range."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Public PC sessions by day and hour band :".
           DISPLAY "            00-08  08-12  12-17  17-24".

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               MOVE WS-PC-BAND(WS-DAY-IDX, 1) TO WS-OUT-B1
               MOVE WS-PC-BAND(WS-DAY-IDX, 2) TO WS-OUT-B2
               MOVE WS-PC-BAND(WS-DAY-IDX, 3) TO WS-OUT-B3
               MOVE WS-PC-BAND(WS-DAY-IDX, 4) TO WS-OUT-B4
               DISPLAY WS-DAY-NAME(WS-DAY-IDX) "  "
                       WS-OUT-B1 "  " WS-OUT-B2 "  "
                       WS-OUT-B3 "  " WS-OUT-B4
           END-PERFORM.

           DISPLAY WS-PC-COUNT " PC session(s), "
                   WS-PC-BOOKED-MINS " minute(s) booked, "
                   WS-PC-USED-MINS " signed on.".
       0300-PC-USAGE-END.

      *    the gate counters' hours over the same range, every
      *    branch added together, bucketed like the desk events
       0400-FOOTFALL-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN footfall_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Footfall report error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH footfall_cursor
           INTO :WS-EVENT-DATE, :WS-FF-HOUR, :WS-FF-VISITS
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-FOOTFALL-COUNT
                   ADD WS-FF-VISITS TO WS-VISITS-TOTAL
                   MOVE SPACES TO WS-EVENT-TIME
                   MOVE WS-FF-HOUR TO WS-EVENT-TIME(1:2)
                   PERFORM 0210-DAY-AND-BAND-BEGIN
                      THRU 0210-DAY-AND-BAND-END
                   ADD WS-FF-VISITS
                       TO WS-FOOTFALL-BAND(WS-DAY-OF-WEEK, WS-BAND)
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE footfall_cursor END-EXEC.
       0400-FOOTFALL-END.

       0410-SHOW-DESK-ONLY-BEGIN.
           DISPLAY "Desk transactions by day and hour band :".
           DISPLAY "            00-08  08-12  12-17  17-24".

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               MOVE WS-TRAFFIC-BAND(WS-DAY-IDX, 1) TO WS-OUT-B1
               MOVE WS-TRAFFIC-BAND(WS-DAY-IDX, 2) TO WS-OUT-B2
               MOVE WS-TRAFFIC-BAND(WS-DAY-IDX, 3) TO WS-OUT-B3
               MOVE WS-TRAFFIC-BAND(WS-DAY-IDX, 4) TO WS-OUT-B4
               DISPLAY WS-DAY-NAME(WS-DAY-IDX) "  "
                       WS-OUT-B1 "  " WS-OUT-B2 "  "
                       WS-OUT-B3 "  " WS-OUT-B4
           END-PERFORM.
       0410-SHOW-DESK-ONLY-END.

      *    each cell reads transactions / visitors, so a quiet desk
      *    in a busy hour stands out on the rota
       0420-SHOW-DESK-AND-DOOR-BEGIN.
           DISPLAY "Desk transactions / visitors by day and hour "
                   "band :".
           DISPLAY "                    00-08          08-12"
                   "          12-17          17-24".

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > 7
               MOVE WS-TRAFFIC-BAND(WS-DAY-IDX, 1) TO WS-OUT-B1
               MOVE WS-TRAFFIC-BAND(WS-DAY-IDX, 2) TO WS-OUT-B2
               MOVE WS-TRAFFIC-BAND(WS-DAY-IDX, 3) TO WS-OUT-B3
               MOVE WS-TRAFFIC-BAND(WS-DAY-IDX, 4) TO WS-OUT-B4
               MOVE WS-FOOTFALL-BAND(WS-DAY-IDX, 1) TO WS-OUT-V1
               MOVE WS-FOOTFALL-BAND(WS-DAY-IDX, 2) TO WS-OUT-V2
               MOVE WS-FOOTFALL-BAND(WS-DAY-IDX, 3) TO WS-OUT-V3
               MOVE WS-FOOTFALL-BAND(WS-DAY-IDX, 4) TO WS-OUT-V4
               DISPLAY WS-DAY-NAME(WS-DAY-IDX) "  "
                       WS-OUT-B1 "/" WS-OUT-V1 "  "
                       WS-OUT-B2 "/" WS-OUT-V2 "  "
                       WS-OUT-B3 "/" WS-OUT-V3 "  "
                       WS-OUT-B4 "/" WS-OUT-V4
           END-PERFORM.
       0420-SHOW-DESK-AND-DOOR-END.
