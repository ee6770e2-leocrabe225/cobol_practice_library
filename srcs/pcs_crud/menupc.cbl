       IDENTIFICATION DIVISION.
       PROGRAM-ID. menupc.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-PC-ID            PIC 9(10).
       01 WS-PC-NAME          PIC X(20).
       01 WS-BRANCH-ID        PIC 9(10).
       01 WS-BRANCH-NAME      PIC X(30).
       01 WS-BOOKING-ID       PIC 9(10).
       01 WS-BOOKING-DATE     PIC X(08).
       01 WS-START-TIME       PIC X(04).
       01 WS-END-TIME         PIC X(04).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-NEW-STATUS       PIC X(01).
       01 WS-TODAY            PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY sepline.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-QUIT      PIC X   VALUE "n".
           88 WS-QUIT-N        VALUE "n".
           88 WS-QUIT-Y        VALUE "Y".

       01 WS-CHOICE    PIC X(10).

       01 WS-PCS-STRING      PIC X(10) VALUE "PCS".
       01 WS-ADDPC-STRING    PIC X(10) VALUE "ADDPC".
       01 WS-DROPPC-STRING   PIC X(10) VALUE "DROPPC".
       01 WS-FREE-STRING     PIC X(10) VALUE "FREE".
       01 WS-BOOK-STRING     PIC X(10) VALUE "BOOK".
       01 WS-CANCEL-STRING   PIC X(10) VALUE "CANCEL".
       01 WS-CHECKIN-STRING  PIC X(10) VALUE "CHECKIN".
       01 WS-SHEET-STRING    PIC X(10) VALUE "SHEET".
       01 WS-USAGE-STRING    PIC X(10) VALUE "USAGE".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT     PIC 9(05) VALUE 0.
       01 WS-PREV-PC-ID      PIC 9(10).
       01 WS-CARD-REQUEST    PIC X(04).
       01 WS-CARD-INPUT      PIC X(10).
       01 WS-MINUTES         PIC 9(03).
       01 WS-MINUTES-LEFT    PIC 9(05).
       01 WS-BOOKED-VIA      PIC X(01) VALUE "D".

       01 WS-AUDIT-ENTITY    PIC X(10) VALUE "PCBOOKING".
       01 WS-AUDIT-ACTION    PIC X(10).

       EXEC SQL
           DECLARE pc_list_cursor CURSOR FOR
               SELECT pcs.id, pcs.name, branches.id, branches.name
               FROM pcs
               INNER JOIN branches ON pcs.branch_id = branches.id
               WHERE pcs.deleted_date = '00000000'
               ORDER BY branches.id, pcs.name
       END-EXEC.

      *    every PC of the branch with what is already taken on
      *    the day; a PC with nothing booked comes through once
      *    with blank times
       EXEC SQL
           DECLARE pc_taken_cursor CURSOR FOR
               SELECT pcs.id, pcs.name,
                   COALESCE(pc_bookings.start_time, ' '),
                   COALESCE(pc_bookings.end_time, ' ')
               FROM pcs
               LEFT JOIN pc_bookings
                   ON pc_bookings.pc_id = pcs.id
                  AND pc_bookings.booking_date = :WS-BOOKING-DATE
                  AND pc_bookings.status IN ('B', 'U')
               WHERE pcs.branch_id = :WS-BRANCH-ID
                 AND pcs.deleted_date = '00000000'
               ORDER BY pcs.name, pcs.id, pc_bookings.start_time
       END-EXEC.

      *    the public internet PCs : the machines per branch, the
      *    bookings taken at the desk by card number, and the
      *    sheet the enquiry desk works from through the day
       PROCEDURE DIVISION.

       SET WS-QUIT-N TO TRUE.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Public PC bookings"
           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Choose an operation : "
           DISPLAY WS-PCS-STRING " / "
                   WS-ADDPC-STRING " / "
                   WS-DROPPC-STRING " / "
                   WS-FREE-STRING " / "
                   WS-BOOK-STRING " / "
                   WS-CANCEL-STRING " / "
                   WS-CHECKIN-STRING " / "
                   WS-SHEET-STRING " / "
                   WS-USAGE-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN WS-PCS-STRING
                   PERFORM 0100-LIST-PCS-BEGIN
                      THRU 0100-LIST-PCS-END
               WHEN WS-ADDPC-STRING
                   PERFORM 0200-ADD-PC-BEGIN
                      THRU 0200-ADD-PC-END
               WHEN WS-DROPPC-STRING
                   PERFORM 0300-DROP-PC-BEGIN
                      THRU 0300-DROP-PC-END
               WHEN WS-FREE-STRING
                   PERFORM 0400-SHOW-TAKEN-BEGIN
                      THRU 0400-SHOW-TAKEN-END
               WHEN WS-BOOK-STRING
                   PERFORM 0500-BOOK-PC-BEGIN
                      THRU 0500-BOOK-PC-END
               WHEN WS-CANCEL-STRING
                   MOVE "X" TO WS-NEW-STATUS
                   PERFORM 0600-CHANGE-BOOKING-BEGIN
                      THRU 0600-CHANGE-BOOKING-END
               WHEN WS-CHECKIN-STRING
                   MOVE "U" TO WS-NEW-STATUS
                   PERFORM 0600-CHANGE-BOOKING-BEGIN
                      THRU 0600-CHANGE-BOOKING-END
               WHEN WS-SHEET-STRING
                   PERFORM 0700-PRINT-SHEET-BEGIN
                      THRU 0700-PRINT-SHEET-END
               WHEN WS-USAGE-STRING
                   CALL "rptdesk"
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE

       END-PERFORM.

       EXIT PROGRAM.

       0100-LIST-PCS-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN pc_list_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "PC list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH pc_list_cursor
           INTO :WS-PC-ID, :WS-PC-NAME, :WS-BRANCH-ID,
               :WS-BRANCH-NAME
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-PC-ID " | " WS-PC-NAME " | "
                           WS-BRANCH-ID " "
                           FUNCTION TRIM(WS-BRANCH-NAME)
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE pc_list_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "No public PCs on file."
           END-IF.
       0100-LIST-PCS-END.

       0200-ADD-PC-BEGIN.
           DISPLAY "Enter branch's id : ".
           ACCEPT WS-BRANCH-ID.

       EXEC SQL
           SELECT id
           INTO :WS-BRANCH-ID
           FROM branches
           WHERE id = :WS-BRANCH-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such branch."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter PC name (as labelled on the desk) : ".
           MOVE SPACES TO WS-PC-NAME.
           ACCEPT WS-PC-NAME.

           IF WS-PC-NAME = SPACES
               DISPLAY "A PC needs a name."
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           INSERT INTO pcs (branch_id, name, created_date)
           VALUES (:WS-BRANCH-ID, :WS-PC-NAME, :WS-TODAY)
           RETURNING id
           INTO :WS-PC-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "PC added, id : " WS-PC-ID
           ELSE
               DISPLAY "PC insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0200-ADD-PC-END.

      *    bookings already taken on a retired PC stand; the desk
      *    moves those patrons by hand
       0300-DROP-PC-BEGIN.
           DISPLAY "Enter PC's id to retire : ".
           ACCEPT WS-PC-ID.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           UPDATE pcs
           SET deleted_date = :WS-TODAY
           WHERE id = :WS-PC-ID
             AND deleted_date = '00000000'
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "PC retire error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "No such PC."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "PC retired."
           END-EVALUATE.
       0300-DROP-PC-END.

       0400-SHOW-TAKEN-BEGIN.
           DISPLAY "Enter branch's id : ".
           ACCEPT WS-BRANCH-ID.
           DISPLAY "Date (YYYYMMDD, blank for today) : ".
           MOVE SPACES TO WS-BOOKING-DATE.
           ACCEPT WS-BOOKING-DATE.

           IF WS-BOOKING-DATE = SPACES
               CALL "rdbusdat" USING
                   WS-BOOKING-DATE
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 0 TO WS-PREV-PC-ID.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN pc_taken_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "PC booking list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH pc_taken_cursor
           INTO :WS-PC-ID, :WS-PC-NAME, :WS-START-TIME,
               :WS-END-TIME
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   IF WS-PC-ID NOT = WS-PREV-PC-ID
                       MOVE WS-PC-ID TO WS-PREV-PC-ID
                       ADD 1 TO WS-MATCH-COUNT
                       DISPLAY WS-PC-ID " " FUNCTION TRIM(WS-PC-NAME)
                               " on " WS-BOOKING-DATE " :"
                   END-IF
                   IF WS-START-TIME = SPACES
                       DISPLAY "    free all day"
                   ELSE
                       DISPLAY "    taken " WS-START-TIME(1:2) ":"
                               WS-START-TIME(3:2) "-"
                               WS-END-TIME(1:2) ":"
                               WS-END-TIME(3:2)
                   END-IF
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE pc_taken_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "That branch has no public PCs."
           END-IF.
       0400-SHOW-TAKEN-END.

      *    booking at the desk is by card, like a checkout
       0500-BOOK-PC-BEGIN.
           DISPLAY "Scan patron card or enter patron id : ".
           MOVE SPACES TO WS-CARD-INPUT.
           ACCEPT WS-CARD-INPUT.

           MOVE "RSLV" TO WS-CARD-REQUEST.
           CALL "cardsrvc" USING
               WS-CARD-REQUEST
               WS-PEOPLE-ID
               WS-CARD-INPUT
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-ERROR
               DISPLAY "Card number mis-keyed (check digit)."
               EXIT PARAGRAPH
           END-IF.
           IF WS-RETURN-NOT-FOUND
               DISPLAY "No such patron or card."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter PC's id : ".
           ACCEPT WS-PC-ID.
           DISPLAY "Date (YYYYMMDD, blank for today) : ".
           MOVE SPACES TO WS-BOOKING-DATE.
           ACCEPT WS-BOOKING-DATE.

           IF WS-BOOKING-DATE = SPACES
               CALL "rdbusdat" USING
                   WS-BOOKING-DATE
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

           DISPLAY "Start time (HHMM) : ".
           MOVE SPACES TO WS-START-TIME.
           ACCEPT WS-START-TIME.
           DISPLAY "Minutes : ".
           MOVE 0 TO WS-MINUTES.
           ACCEPT WS-MINUTES.

           CALL "pcbook" USING
               WS-PEOPLE-ID
               WS-PC-ID
               WS-BOOKING-DATE
               WS-START-TIME
               WS-MINUTES
               WS-BOOKED-VIA
               WS-BOOKING-ID
               WS-MINUTES-LEFT
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-OK
                   DISPLAY "PC booked, booking " WS-BOOKING-ID
                           "; " WS-MINUTES-LEFT
                           " minute(s) left that day."
               WHEN WS-RETURN-NOT-FOUND
                   DISPLAY "No such patron or PC."
               WHEN WS-RETURN-EXPIRED
                   DISPLAY "Membership has expired, renew it at "
                           "the people menu first."
               WHEN WS-RETURN-SUSPENDED
                   DISPLAY "This patron is suspended, booking "
                           "refused."
               WHEN WS-RETURN-RESTRICTED
                   DISPLAY "Not a bookable slot (past, closed day, "
                           "outside PC hours or off the slot grid)."
               WHEN WS-RETURN-CONFLICT
                   DISPLAY "That PC, or this patron, is already "
                           "booked for part of that time."
               WHEN WS-RETURN-LIMIT-REACHED
                   DISPLAY "Daily PC allowance exceeded : "
                           WS-MINUTES-LEFT " minute(s) left that day."
               WHEN OTHER
                   DISPLAY "PC booking error."
           END-EVALUATE.
       0500-BOOK-PC-END.

      *    WS-NEW-STATUS carries the new status : X cancels a
      *    booking, U marks the patron as arrived and signed on
       0600-CHANGE-BOOKING-BEGIN.
           DISPLAY "Enter booking id : ".
           ACCEPT WS-BOOKING-ID.

       EXEC SQL
           UPDATE pc_bookings
           SET status = :WS-NEW-STATUS
           WHERE id = :WS-BOOKING-ID
             AND status = 'B'
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "PC booking update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "No such open booking."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   IF WS-NEW-STATUS = "X"
                       DISPLAY "Booking cancelled."
                       MOVE "CANCEL" TO WS-AUDIT-ACTION
                   ELSE
                       DISPLAY "Patron signed on."
                       MOVE "CHECKIN" TO WS-AUDIT-ACTION
                   END-IF
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-BOOKING-ID
                       WS-AUDIT-ACTION
                   END-CALL
           END-EVALUATE.
       0600-CHANGE-BOOKING-END.

       0700-PRINT-SHEET-BEGIN.
           DISPLAY "Enter branch's id (0 for all) : ".
           MOVE 0 TO WS-BRANCH-ID.
           ACCEPT WS-BRANCH-ID.
           DISPLAY "Date (YYYYMMDD, blank for today) : ".
           MOVE SPACES TO WS-BOOKING-DATE.
           ACCEPT WS-BOOKING-DATE.

           CALL "pcsheet" USING
               WS-BRANCH-ID
               WS-BOOKING-DATE
               WS-RETURN-VALUE
           END-CALL.
       0700-PRINT-SHEET-END.
