       IDENTIFICATION DIVISION.
       PROGRAM-ID. pcbook.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-PC-ID            PIC 9(10).
       01 WS-BOOKING-ID       PIC 9(10).
       01 WS-BOOKING-DATE     PIC X(08).
       01 WS-START-TIME       PIC X(04).
       01 WS-END-TIME         PIC X(04).
       01 WS-MINUTES          PIC 9(03).
       01 WS-BOOKED-VIA       PIC X(01).
       01 WS-EXPIRY-DATE      PIC X(08).
       01 WS-ALLOWANCE        PIC 9(05).
       01 WS-USED-MINUTES     PIC 9(05).
       01 WS-CLASH-COUNT      PIC 9(05).
       01 WS-CLOSED-COUNT     PIC 9(05).
       01 WS-TODAY            PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-SUSP-UNTIL       PIC X(08).
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.

       01 WS-SLOT-MINUTES     PIC 9(03) VALUE 30.
       01 WS-OPEN-HOUR        PIC 9(02) VALUE 9.
       01 WS-CLOSE-HOUR       PIC 9(02) VALUE 20.

       01 WS-HH               PIC 9(02).
       01 WS-MM               PIC 9(02).
       01 WS-START-OF-DAY     PIC 9(04).
       01 WS-END-OF-DAY       PIC 9(04).
       01 WS-GRID-QUOTIENT    PIC 9(04).
       01 WS-GRID-REMAINDER   PIC 9(03).

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "PCBOOKING".
       01 WS-AUDIT-ACTION     PIC X(10) VALUE "BOOK".

       LINKAGE SECTION.
       01 LK-PEOPLE-ID        PIC 9(10).
       01 LK-PC-ID            PIC 9(10).
       01 LK-BOOKING-DATE     PIC X(08).
       01 LK-START-TIME       PIC X(04).
       01 LK-MINUTES          PIC 9(03).
       01 LK-BOOKED-VIA       PIC X(01).
       01 LK-BOOKING-ID       PIC 9(10).
       01 LK-MINUTES-LEFT     PIC 9(05).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    one public PC session for one patron, from the desk (D)
      *    or the OPAC (O).  LK-START-TIME is HHMM on the slot grid,
      *    LK-MINUTES a whole number of slots.
      *    NOT-FOUND : no such patron or PC
      *    EXPIRED : membership lapsed by the booking date
      *    SUSPENDED : patron suspended on the booking date
      *    RESTRICTED : off the grid, past, or a closed day
      *    CONFLICT : the PC, or the patron, is already booked then
      *    LIMIT-REACHED : the category's daily minutes are used up
      *    LK-MINUTES-LEFT comes back with what remains that day
       PROCEDURE DIVISION USING LK-PEOPLE-ID,
                                LK-PC-ID,
                                LK-BOOKING-DATE,
                                LK-START-TIME,
                                LK-MINUTES,
                                LK-BOOKED-VIA,
                                LK-BOOKING-ID,
                                LK-MINUTES-LEFT,
                                LK-RETURN-VALUE.

           MOVE 0 TO LK-BOOKING-ID.
           MOVE 0 TO LK-MINUTES-LEFT.
           MOVE LK-PEOPLE-ID TO WS-PEOPLE-ID.
           MOVE LK-PC-ID TO WS-PC-ID.
           MOVE LK-BOOKING-DATE TO WS-BOOKING-DATE.
           MOVE LK-START-TIME TO WS-START-TIME.
           MOVE LK-MINUTES TO WS-MINUTES.
           MOVE LK-BOOKED-VIA TO WS-BOOKED-VIA.

           PERFORM 0050-READ-PARAMETERS-BEGIN
              THRU 0050-READ-PARAMETERS-END.

           PERFORM 0100-CHECK-PATRON-BEGIN
              THRU 0100-CHECK-PATRON-END.

           PERFORM 0200-CHECK-SLOT-BEGIN
              THRU 0200-CHECK-SLOT-END.

      *    the PC, or the patron at another PC, already taken for
      *    any part of the session
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-CLASH-COUNT
           FROM pc_bookings
           WHERE booking_date = :WS-BOOKING-DATE
             AND status IN ('B', 'U')
             AND start_time < :WS-END-TIME
             AND end_time > :WS-START-TIME
             AND (pc_id = :WS-PC-ID
                  OR people_id = :WS-PEOPLE-ID)
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-CLASH-COUNT > 0
               SET LK-RETURN-CONFLICT TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL
           SELECT COALESCE(SUM(minutes), 0)
           INTO :WS-USED-MINUTES
           FROM pc_bookings
           WHERE people_id = :WS-PEOPLE-ID
             AND booking_date = :WS-BOOKING-DATE
             AND status IN ('B', 'U')
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-USED-MINUTES >= WS-ALLOWANCE
               SET LK-RETURN-LIMIT-REACHED TO TRUE
               EXIT PROGRAM
           END-IF.

           COMPUTE LK-MINUTES-LEFT = WS-ALLOWANCE - WS-USED-MINUTES.

           IF WS-USED-MINUTES + WS-MINUTES > WS-ALLOWANCE
               SET LK-RETURN-LIMIT-REACHED TO TRUE
               EXIT PROGRAM
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           INSERT INTO pc_bookings
               (pc_id, people_id, booking_date, start_time,
                end_time, minutes, status, booked_via, booked_date)
           VALUES (:WS-PC-ID, :WS-PEOPLE-ID, :WS-BOOKING-DATE,
               :WS-START-TIME, :WS-END-TIME, :WS-MINUTES, 'B',
               :WS-BOOKED-VIA, :WS-TODAY)
           RETURNING id
           INTO :WS-BOOKING-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "PC booking insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           MOVE WS-BOOKING-ID TO LK-BOOKING-ID.
           SUBTRACT WS-MINUTES FROM LK-MINUTES-LEFT.

           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-BOOKING-ID
               WS-AUDIT-ACTION
           END-CALL.

           SET LK-RETURN-OK TO TRUE.

           EXIT PROGRAM.

       0050-READ-PARAMETERS-BEGIN.
           MOVE "PC-SLOT-MINUTES" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK AND WS-PARAM-VALUE > 0
               MOVE WS-PARAM-VALUE TO WS-SLOT-MINUTES
           END-IF.

           MOVE "PC-OPEN-HOUR" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-OPEN-HOUR
           END-IF.

           MOVE "PC-CLOSE-HOUR" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-CLOSE-HOUR
           END-IF.
       0050-READ-PARAMETERS-END.

      *    same gate as the loan desk : a lapsed card or a running
      *    suspension gets no PC time either
       0100-CHECK-PATRON-BEGIN.
       EXEC SQL
           SELECT people.expiry_date,
               COALESCE(categories.pc_daily_minutes, 60)
           INTO :WS-EXPIRY-DATE, :WS-ALLOWANCE
           FROM people
           LEFT JOIN categories
               ON categories.code = people.category_code
           WHERE people.id = :WS-PEOPLE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-EXPIRY-DATE < WS-BOOKING-DATE
               SET LK-RETURN-EXPIRED TO TRUE
               EXIT PROGRAM
           END-IF.

           CALL "chksusp" USING
               WS-PEOPLE-ID
               WS-BOOKING-DATE
               WS-SUSP-UNTIL
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-SUSPENDED
               SET LK-RETURN-SUSPENDED TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL
           SELECT id
           INTO :WS-PC-ID
           FROM pcs
           WHERE id = :WS-PC-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.
       0100-CHECK-PATRON-END.

      *    sessions start on a slot boundary, last whole slots and
      *    end by closing time, on a day the library is open
       0200-CHECK-SLOT-BEGIN.
           CALL "valdate" USING
               WS-BOOKING-DATE
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               SET LK-RETURN-RESTRICTED TO TRUE
               EXIT PROGRAM
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           IF WS-BOOKING-DATE < WS-TODAY
               SET LK-RETURN-RESTRICTED TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-CLOSED-COUNT
           FROM closed_days
           WHERE closed_date = :WS-BOOKING-DATE
       END-EXEC.

           IF WS-CLOSED-COUNT > 0
               SET LK-RETURN-RESTRICTED TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-START-TIME NOT NUMERIC OR WS-MINUTES = 0
               SET LK-RETURN-RESTRICTED TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE WS-START-TIME(1:2) TO WS-HH.
           MOVE WS-START-TIME(3:2) TO WS-MM.

           IF WS-MM > 59
               SET LK-RETURN-RESTRICTED TO TRUE
               EXIT PROGRAM
           END-IF.

           COMPUTE WS-START-OF-DAY = WS-HH * 60 + WS-MM.
           COMPUTE WS-END-OF-DAY = WS-START-OF-DAY + WS-MINUTES.

           DIVIDE WS-START-OF-DAY BY WS-SLOT-MINUTES
               GIVING WS-GRID-QUOTIENT
               REMAINDER WS-GRID-REMAINDER.
           IF WS-GRID-REMAINDER NOT = 0
               SET LK-RETURN-RESTRICTED TO TRUE
               EXIT PROGRAM
           END-IF.

           DIVIDE WS-MINUTES BY WS-SLOT-MINUTES
               GIVING WS-GRID-QUOTIENT
               REMAINDER WS-GRID-REMAINDER.
           IF WS-GRID-REMAINDER NOT = 0
               SET LK-RETURN-RESTRICTED TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-START-OF-DAY < WS-OPEN-HOUR * 60
               OR WS-END-OF-DAY > WS-CLOSE-HOUR * 60
               SET LK-RETURN-RESTRICTED TO TRUE
               EXIT PROGRAM
           END-IF.

           DIVIDE WS-END-OF-DAY BY 60
               GIVING WS-HH
               REMAINDER WS-MM.
           MOVE WS-HH TO WS-END-TIME(1:2).
           MOVE WS-MM TO WS-END-TIME(3:2).
       0200-CHECK-SLOT-END.
