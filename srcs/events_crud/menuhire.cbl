       IDENTIFICATION DIVISION.
       PROGRAM-ID. menuhire.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-HIRER-ID         PIC 9(10).
       01 WS-HIRER-NAME       PIC X(40).
       01 WS-CONTACT-NAME     PIC X(30).
       01 WS-HIRER-ADDRESS    PIC X(60).
       01 WS-HIRER-PHONE      PIC X(15).
       01 WS-HIRER-EMAIL      PIC X(40).
       01 WS-RATE-BAND        PIC X(01).
       01 WS-ROOM             PIC X(20).
       01 WS-HOURLY-RATE      PIC 9(05)V99.
       01 WS-HIRE-ID          PIC 9(10).
       01 WS-HIRE-DATE        PIC X(08).
       01 WS-START-TIME       PIC X(04).
       01 WS-END-TIME         PIC X(04).
       01 WS-HOURS            PIC 9(03)V99.
       01 WS-HIRE-AMOUNT      PIC 9(07)V99.
       01 WS-HIRE-STATUS      PIC X(01).
       01 WS-INVOICE-ID       PIC 9(10).
       01 WS-INVOICE-AMOUNT   PIC 9(07)V99.
       01 WS-FINE-ID          PIC 9(10).
       01 WS-FOUND-COUNT      PIC 9(05).
       01 WS-CLASH-NAME       PIC X(40).
       01 WS-TODAY            PIC X(08).
       01 WS-FROM-DATE        PIC X(08).
       01 WS-BOOKED-BY        PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY sepline.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
       COPY curropr.

       01 WS-QUIT      PIC X   VALUE "n".
           88 WS-QUIT-N        VALUE "n".
           88 WS-QUIT-Y        VALUE "Y".

       01 WS-CHOICE    PIC X(10).

       01 WS-HIRER-STRING    PIC X(10) VALUE "HIRER".
       01 WS-HIRERS-STRING   PIC X(10) VALUE "HIRERS".
       01 WS-RATE-STRING     PIC X(10) VALUE "RATE".
       01 WS-BOOK-STRING     PIC X(10) VALUE "BOOK".
       01 WS-CANCEL-STRING   PIC X(10) VALUE "CANCEL".
       01 WS-LIST-STRING     PIC X(10) VALUE "BOOKINGS".
       01 WS-INVOICE-STRING  PIC X(10) VALUE "INVOICE".
       01 WS-PAY-STRING      PIC X(10) VALUE "PAY".
       01 WS-DEBTORS-STRING  PIC X(10) VALUE "DEBTORS".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT     PIC 9(05) VALUE 0.
       01 WS-ANSWER          PIC X(01).
       01 WS-PERIOD          PIC X(06).

       01 WS-TIME-CHECK      PIC X(04).
       01 WS-TIME-CHECK-R REDEFINES WS-TIME-CHECK.
           05 WS-TIME-HH        PIC 9(02).
           05 WS-TIME-MM        PIC 9(02).
       01 WS-TIME-SWITCH     PIC X(01).
           88 WS-TIME-OK               VALUE "Y".
       01 WS-START-MINUTES   PIC 9(04).
       01 WS-END-MINUTES     PIC 9(04).

       01 WS-PAY-AMOUNT      PIC 9(05)V99.
       01 WS-BALANCE         PIC 9(07)V99.

       01 WS-RATE-EDIT       PIC Z(4)9.99.
       01 WS-AMOUNT-EDIT     PIC Z(6)9.99.
       01 WS-HOURS-EDIT      PIC ZZ9.99.

       01 WS-AUDIT-ENTITY    PIC X(10) VALUE "HIRE".
       01 WS-AUDIT-ACTION    PIC X(10).

       EXEC SQL
           DECLARE hirer_list_cursor CURSOR FOR
               SELECT id, name, contact_name, phone_number,
                   rate_band
               FROM hirers
               WHERE deleted_date = '00000000'
               ORDER BY name, id
       END-EXEC.

      *    everything still booked from the given day on, room by
      *    room in time order, so the caretaker can set up for it
       EXEC SQL
           DECLARE hire_list_cursor CURSOR FOR
               SELECT room_hires.id, room_hires.hire_date,
                   room_hires.room, room_hires.start_time,
                   room_hires.end_time, hirers.name,
                   room_hires.amount, room_hires.invoice_id
               FROM room_hires
               INNER JOIN hirers
                   ON room_hires.hirer_id = hirers.id
               WHERE room_hires.status = 'B'
                 AND room_hires.hire_date >= :WS-FROM-DATE
               ORDER BY room_hires.hire_date, room_hires.room,
                   room_hires.start_time
       END-EXEC.

       PROCEDURE DIVISION.

       SET WS-QUIT-N TO TRUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Room hire to outside bodies"
           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Choose an operation : "
           DISPLAY WS-HIRER-STRING " / "
                   WS-HIRERS-STRING " / "
                   WS-RATE-STRING " / "
                   WS-BOOK-STRING " / "
                   WS-CANCEL-STRING " / "
                   WS-LIST-STRING " / "
           DISPLAY WS-INVOICE-STRING " / "
                   WS-PAY-STRING " / "
                   WS-DEBTORS-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN WS-HIRER-STRING
                   PERFORM 0100-CREATE-HIRER-BEGIN
                      THRU 0100-CREATE-HIRER-END
               WHEN WS-HIRERS-STRING
                   PERFORM 0150-LIST-HIRERS-BEGIN
                      THRU 0150-LIST-HIRERS-END
               WHEN WS-RATE-STRING
                   IF WS-CURRENT-OPERATOR-ROLE NOT = "ADMIN"
                       DISPLAY "Setting hire rates is reserved for "
                               "ADMIN operators."
                   ELSE
                       PERFORM 0200-SET-RATE-BEGIN
                          THRU 0200-SET-RATE-END
                   END-IF
               WHEN WS-BOOK-STRING
                   PERFORM 0300-BOOK-ROOM-BEGIN
                      THRU 0300-BOOK-ROOM-END
               WHEN WS-CANCEL-STRING
                   PERFORM 0400-CANCEL-BOOKING-BEGIN
                      THRU 0400-CANCEL-BOOKING-END
               WHEN WS-LIST-STRING
                   PERFORM 0500-LIST-BOOKINGS-BEGIN
                      THRU 0500-LIST-BOOKINGS-END
               WHEN WS-INVOICE-STRING
                   DISPLAY "Enter month to invoice (YYYYMM, blank "
                           "for last month) : "
                   MOVE SPACES TO WS-PERIOD
                   ACCEPT WS-PERIOD
                   CALL "hireinv" USING
                       WS-PERIOD
                       WS-RETURN-VALUE
                   END-CALL
               WHEN WS-PAY-STRING
                   PERFORM 0600-TAKE-PAYMENT-BEGIN
                      THRU 0600-TAKE-PAYMENT-END
               WHEN WS-DEBTORS-STRING
                   CALL "hiredebt" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE

       END-PERFORM.

       EXIT PROGRAM.

      *    a hirer is a club, a company or a private person renting
      *    a room : an account of its own, never a patron record
       0100-CREATE-HIRER-BEGIN.
           DISPLAY "Enter hirer's name : ".
           MOVE SPACES TO WS-HIRER-NAME.
           ACCEPT WS-HIRER-NAME.

           IF WS-HIRER-NAME = SPACES
               DISPLAY "A hirer needs a name."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter contact name : ".
           MOVE SPACES TO WS-CONTACT-NAME.
           ACCEPT WS-CONTACT-NAME.
           DISPLAY "Enter invoice address : ".
           MOVE SPACES TO WS-HIRER-ADDRESS.
           ACCEPT WS-HIRER-ADDRESS.
           DISPLAY "Enter phone number : ".
           MOVE SPACES TO WS-HIRER-PHONE.
           ACCEPT WS-HIRER-PHONE.
           DISPLAY "Enter email address : ".
           MOVE SPACES TO WS-HIRER-EMAIL.
           ACCEPT WS-HIRER-EMAIL.

           DISPLAY "Rate band, C community or B business : ".
           MOVE SPACE TO WS-RATE-BAND.
           ACCEPT WS-RATE-BAND.

           IF WS-RATE-BAND NOT = "C" AND WS-RATE-BAND NOT = "B"
               DISPLAY "The rate band must be C or B."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO hirers (name, contact_name, address,
               phone_number, email_address, rate_band, created_date)
           VALUES (:WS-HIRER-NAME, :WS-CONTACT-NAME,
               :WS-HIRER-ADDRESS, :WS-HIRER-PHONE, :WS-HIRER-EMAIL,
               :WS-RATE-BAND, :WS-TODAY)
           RETURNING id
           INTO :WS-HIRER-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Hirer created, id : " WS-HIRER-ID
               MOVE "HIRER" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-HIRER-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Hirer insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0100-CREATE-HIRER-END.

       0150-LIST-HIRERS-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN hirer_list_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Hirer list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH hirer_list_cursor
           INTO :WS-HIRER-ID, :WS-HIRER-NAME, :WS-CONTACT-NAME,
               :WS-HIRER-PHONE, :WS-RATE-BAND
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-HIRER-ID " " WS-HIRER-NAME " "
                           WS-CONTACT-NAME " " WS-HIRER-PHONE
                           " band " WS-RATE-BAND
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE hirer_list_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "There are no hirers."
           END-IF.
       0150-LIST-HIRERS-END.

      *    one hourly rate per room and band ; a new rate only
      *    applies to bookings taken from now on
       0200-SET-RATE-BEGIN.
           DISPLAY "Enter room (blank for main hall) : ".
           MOVE SPACES TO WS-ROOM.
           ACCEPT WS-ROOM.
           DISPLAY "Rate band, C community or B business : ".
           MOVE SPACE TO WS-RATE-BAND.
           ACCEPT WS-RATE-BAND.

           IF WS-RATE-BAND NOT = "C" AND WS-RATE-BAND NOT = "B"
               DISPLAY "The rate band must be C or B."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter hourly rate : ".
           ACCEPT WS-HOURLY-RATE.

       EXEC SQL
           UPDATE room_rates
           SET hourly_rate = :WS-HOURLY-RATE
           WHERE room = :WS-ROOM
             AND rate_band = :WS-RATE-BAND
       END-EXEC.

           IF SQLCODE = +100 OR (SQLCODE = 0 AND SQLERRD(3) = 0)
       EXEC SQL
           INSERT INTO room_rates (room, rate_band, hourly_rate)
           VALUES (:WS-ROOM, :WS-RATE-BAND, :WS-HOURLY-RATE)
       END-EXEC
           END-IF.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               MOVE WS-HOURLY-RATE TO WS-RATE-EDIT
               DISPLAY "Hire rate set to " WS-RATE-EDIT
                       " an hour."
           ELSE
               DISPLAY "Hire rate error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0200-SET-RATE-END.

      *    our own events carry a date but no times, so a room
      *    with one of them on is not let at all that day ; two
      *    hires only clash when their times overlap
       0300-BOOK-ROOM-BEGIN.
           DISPLAY "Enter hirer's id : ".
           ACCEPT WS-HIRER-ID.

       EXEC SQL
           SELECT name, rate_band
           INTO :WS-HIRER-NAME, :WS-RATE-BAND
           FROM hirers
           WHERE id = :WS-HIRER-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such hirer."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter hire date (YYYYMMDD) : ".
           ACCEPT WS-HIRE-DATE.

           CALL "valdate" USING
               WS-HIRE-DATE
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "That is not a valid date."
               EXIT PARAGRAPH
           END-IF.

           IF WS-HIRE-DATE < WS-TODAY
               DISPLAY "That date has gone by."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-FOUND-COUNT
           FROM closed_days
           WHERE closed_date = :WS-HIRE-DATE
       END-EXEC.

           IF WS-FOUND-COUNT > 0
               DISPLAY "The library is closed that day."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter room (blank for main hall) : ".
           MOVE SPACES TO WS-ROOM.
           ACCEPT WS-ROOM.

           DISPLAY "Enter start time (HHMM) : ".
           MOVE SPACES TO WS-TIME-CHECK.
           ACCEPT WS-TIME-CHECK.
           PERFORM 0350-CHECK-TIME-BEGIN
              THRU 0350-CHECK-TIME-END.
           IF NOT WS-TIME-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TIME-CHECK TO WS-START-TIME.
           COMPUTE WS-START-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.

           DISPLAY "Enter end time (HHMM) : ".
           MOVE SPACES TO WS-TIME-CHECK.
           ACCEPT WS-TIME-CHECK.
           PERFORM 0350-CHECK-TIME-BEGIN
              THRU 0350-CHECK-TIME-END.
           IF NOT WS-TIME-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TIME-CHECK TO WS-END-TIME.
           COMPUTE WS-END-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM.

           IF WS-END-MINUTES NOT > WS-START-MINUTES
               DISPLAY "The end time must be after the start time."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT COUNT(*), COALESCE(MIN(name), ' ')
           INTO :WS-FOUND-COUNT, :WS-CLASH-NAME
           FROM events
           WHERE event_date = :WS-HIRE-DATE
             AND room = :WS-ROOM
             AND deleted_date = '00000000'
       END-EXEC.

           IF WS-FOUND-COUNT > 0
               DISPLAY "The room is taken that day by our own "
                       "event : " FUNCTION TRIM(WS-CLASH-NAME)
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-FOUND-COUNT
           FROM room_hires
           WHERE hire_date = :WS-HIRE-DATE
             AND room = :WS-ROOM
             AND status = 'B'
             AND start_time < :WS-END-TIME
             AND end_time > :WS-START-TIME
       END-EXEC.

           IF WS-FOUND-COUNT > 0
               DISPLAY "The room is already hired out for part "
                       "of that time."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT hourly_rate
           INTO :WS-HOURLY-RATE
           FROM room_rates
           WHERE room = :WS-ROOM
             AND rate_band = :WS-RATE-BAND
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No hire rate is set for this room and "
                       "band (see RATE)."
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-HOURS ROUNDED =
               (WS-END-MINUTES - WS-START-MINUTES) / 60.
           COMPUTE WS-HIRE-AMOUNT ROUNDED =
               (WS-END-MINUTES - WS-START-MINUTES)
               * WS-HOURLY-RATE / 60.

           MOVE WS-HOURS TO WS-HOURS-EDIT.
           MOVE WS-HOURLY-RATE TO WS-RATE-EDIT.
           MOVE WS-HIRE-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY WS-HOURS-EDIT " hour(s) at " WS-RATE-EDIT
                   " : " WS-AMOUNT-EDIT ". Book it? (Y/n) ".
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = "Y"
               DISPLAY "Nothing booked."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CURRENT-OPERATOR TO WS-BOOKED-BY.

       EXEC SQL
           INSERT INTO room_hires (hirer_id, room, hire_date,
               start_time, end_time, hours, hourly_rate, amount,
               booked_date, booked_by)
           VALUES (:WS-HIRER-ID, :WS-ROOM, :WS-HIRE-DATE,
               :WS-START-TIME, :WS-END-TIME, :WS-HOURS,
               :WS-HOURLY-RATE, :WS-HIRE-AMOUNT, :WS-TODAY,
               :WS-BOOKED-BY)
           RETURNING id
           INTO :WS-HIRE-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Room booked, booking id : " WS-HIRE-ID
               MOVE "BOOK" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-HIRE-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Booking insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0300-BOOK-ROOM-END.

       0350-CHECK-TIME-BEGIN.
           MOVE "N" TO WS-TIME-SWITCH.

           IF WS-TIME-CHECK-R NOT NUMERIC
               OR WS-TIME-HH > 23
               OR WS-TIME-MM > 59
               DISPLAY "Times are given as HHMM, 0000 to 2359."
               EXIT PARAGRAPH
           END-IF.

           SET WS-TIME-OK TO TRUE.
       0350-CHECK-TIME-END.

      *    a booking already on an invoice stays : the money is
      *    asked for, and a credit is the treasurer's call
       0400-CANCEL-BOOKING-BEGIN.
           DISPLAY "Enter booking id : ".
           ACCEPT WS-HIRE-ID.

       EXEC SQL
           SELECT status, invoice_id
           INTO :WS-HIRE-STATUS, :WS-INVOICE-ID
           FROM room_hires
           WHERE id = :WS-HIRE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such booking."
               EXIT PARAGRAPH
           END-IF.

           IF WS-HIRE-STATUS NOT = "B"
               DISPLAY "This booking is already cancelled."
               EXIT PARAGRAPH
           END-IF.

           IF WS-INVOICE-ID NOT = 0
               DISPLAY "This booking is on invoice " WS-INVOICE-ID
                       " and can no longer be cancelled."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE room_hires
           SET status = 'X'
           WHERE id = :WS-HIRE-ID
             AND status = 'B'
             AND invoice_id = 0
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Booking cancelled."
               MOVE "CANCEL" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-HIRE-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Booking cancel error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0400-CANCEL-BOOKING-END.

       0500-LIST-BOOKINGS-BEGIN.
           DISPLAY "List bookings from (YYYYMMDD, blank for "
                   "today) : ".
           MOVE SPACES TO WS-FROM-DATE.
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE = SPACES
               MOVE WS-TODAY TO WS-FROM-DATE
           END-IF.

           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN hire_list_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Booking list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH hire_list_cursor
           INTO :WS-HIRE-ID, :WS-HIRE-DATE, :WS-ROOM,
               :WS-START-TIME, :WS-END-TIME, :WS-HIRER-NAME,
               :WS-HIRE-AMOUNT, :WS-INVOICE-ID
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-ROOM = SPACES
                       MOVE "main hall" TO WS-ROOM
                   END-IF
                   MOVE WS-HIRE-AMOUNT TO WS-AMOUNT-EDIT
                   DISPLAY WS-HIRE-ID " " WS-HIRE-DATE " "
                           WS-START-TIME "-" WS-END-TIME " "
                           WS-ROOM " " WS-HIRER-NAME " "
                           WS-AMOUNT-EDIT
                   IF WS-INVOICE-ID NOT = 0
                       DISPLAY "    invoiced on " WS-INVOICE-ID
                   END-IF
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE hire_list_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "There are no bookings."
           END-IF.
       0500-LIST-BOOKINGS-END.

      *    the invoice is a row of the fines ledger, so the money
      *    goes through payfine like any other payment : it lands
      *    in the till session and the finance export with it
       0600-TAKE-PAYMENT-BEGIN.
           DISPLAY "Enter invoice number : ".
           ACCEPT WS-INVOICE-ID.

       EXEC SQL
           SELECT hire_invoices.fine_id, hire_invoices.amount,
               hirers.name
           INTO :WS-FINE-ID, :WS-INVOICE-AMOUNT, :WS-HIRER-NAME
           FROM hire_invoices
           INNER JOIN hirers
               ON hire_invoices.hirer_id = hirers.id
           WHERE hire_invoices.id = :WS-INVOICE-ID
       END-EXEC.

           IF SQLCODE NOT = 0 OR WS-FINE-ID = 0
               DISPLAY "No such invoice."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-INVOICE-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "Invoice " WS-INVOICE-ID " to "
                   FUNCTION TRIM(WS-HIRER-NAME) " for "
                   WS-AMOUNT-EDIT.
           DISPLAY "Enter amount paid : ".
           ACCEPT WS-PAY-AMOUNT.

           CALL "payfine" USING
               WS-FINE-ID
               WS-TODAY
               WS-PAY-AMOUNT
               WS-BALANCE
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-OK
                   IF WS-BALANCE = 0
                       DISPLAY "Invoice settled in full."
                   ELSE
                       MOVE WS-BALANCE TO WS-AMOUNT-EDIT
                       DISPLAY "Part payment recorded, remaining "
                               "balance : " WS-AMOUNT-EDIT
                   END-IF
               WHEN WS-RETURN-NOT-FOUND
                   DISPLAY "Record not found."
               WHEN WS-RETURN-ALREADY-HERE
                   DISPLAY "This invoice was already paid."
               WHEN WS-RETURN-CONFLICT
                   MOVE WS-BALANCE TO WS-AMOUNT-EDIT
                   DISPLAY "Payment is more than the outstanding "
                           "balance of " WS-AMOUNT-EDIT
               WHEN WS-RETURN-BLOCKED
                   DISPLAY "The current period is closed - see the "
                           "treasurer."
               WHEN OTHER
                   DISPLAY "Read/Pay error."
           END-EVALUATE.
       0600-TAKE-PAYMENT-END.
