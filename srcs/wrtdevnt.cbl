       01  WS-EVENT-DATE        PIC X(08).
       01  WS-EVENT-TIME        PIC X(06).
       01  WS-BORROWING-ID      PIC 9(10).
       01  WS-STATION-ID        PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY curropr.

       LINKAGE SECTION.
       01  LK-EVENT-TYPE        PIC X(01).
       01  LK-EVENT-DATE        PIC X(08).

      *    the clock time comes from the machine, not the caller :
      *    the business date says which day the desk was working,
      *    the wall clock says when the queue was standing there.
      *    The station is the self-check machine the event came
      *    from, blank for a staffed desk
       PROCEDURE DIVISION USING LK-EVENT-TYPE,
                                LK-EVENT-DATE,
                                LK-BORROWING-ID.
           MOVE LK-EVENT-DATE TO WS-EVENT-DATE.
           MOVE LK-BORROWING-ID TO WS-BORROWING-ID.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-EVENT-TIME.
           MOVE WS-CURRENT-STATION TO WS-STATION-ID.
           INSPECT WS-STATION-ID REPLACING ALL LOW-VALUE BY SPACE.

       EXEC SQL
           INSERT INTO desk_events
               (event_type, event_date, event_time, borrowing_id,
                station_id)
           VALUES
               (:WS-EVENT-TYPE, :WS-EVENT-DATE, :WS-EVENT-TIME,
                :WS-BORROWING-ID, :WS-STATION-ID)
       END-EXEC.

           IF SQLCODE = 0
