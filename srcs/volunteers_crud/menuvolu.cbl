       IDENTIFICATION DIVISION.
       PROGRAM-ID. menuvolu.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-VOLUNTEER-ID     PIC 9(10).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-VOLUNTEER-LNAME  PIC X(25).
       01 WS-VOLUNTEER-FNAME  PIC X(25).
       01 WS-PHONE            PIC X(15).
       01 WS-SKILLS           PIC X(60).
       01 WS-CHECK-REFERENCE  PIC X(20).
       01 WS-CHECK-EXPIRY     PIC X(08).
       01 WS-AVAILABILITY     PIC X(14).
       01 WS-SHIFT-ID         PIC 9(10).
       01 WS-BRANCH-ID        PIC 9(10).
       01 WS-ACTIVITY         PIC X(01).
       01 WS-SHIFT-DATE       PIC X(08).
       01 WS-START-TIME       PIC X(04).
       01 WS-END-TIME         PIC X(04).
       01 WS-SHIFT-VOLUNTEER  PIC 9(10).
       01 WS-WORK-DATE        PIC X(08).
       01 WS-MINUTES          PIC 9(05).
       01 WS-FROM-DATE        PIC X(08).
       01 WS-TO-DATE          PIC X(08).
       01 WS-HOURS-ID         PIC 9(10).
       01 WS-TODAY            PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY sepline.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-QUIT      PIC X   VALUE "n".
           88 WS-QUIT-N        VALUE "n".
           88 WS-QUIT-Y        VALUE "Y".

       01 WS-CHOICE    PIC X(10).

       01 WS-LIST-STRING     PIC X(10) VALUE "LIST".
       01 WS-ADD-STRING      PIC X(10) VALUE "ADD".
       01 WS-UPDATE-STRING   PIC X(10) VALUE "UPDATE".
       01 WS-LEAVE-STRING    PIC X(10) VALUE "LEAVE".
       01 WS-SHIFT-STRING    PIC X(10) VALUE "SHIFT".
       01 WS-ASSIGN-STRING   PIC X(10) VALUE "ASSIGN".
       01 WS-ROTA-STRING     PIC X(10) VALUE "ROTA".
       01 WS-LOGHOURS-STRING PIC X(10) VALUE "LOGHOURS".
       01 WS-HOURS-STRING    PIC X(10) VALUE "HOURS".
       01 WS-UNFILLED-STRING PIC X(10) VALUE "UNFILLED".
       01 WS-CHECKS-STRING   PIC X(10) VALUE "CHECKS".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT     PIC 9(05) VALUE 0.
       01 WS-CARD-REQUEST    PIC X(04).
       01 WS-CARD-INPUT      PIC X(10).
       01 WS-DATE-REQUEST    PIC X(04).
       01 WS-WEEK-DAYS       PIC S9(05) VALUE 6.
       01 WS-YEAR            PIC X(04).
       01 WS-ANSWER          PIC X(01).
       01 WS-INPUT-TEXT      PIC X(60).
       01 WS-Y-COUNT         PIC 9(02).
       01 WS-N-COUNT         PIC 9(02).
       01 WS-DATE-NUM        PIC 9(08).
       01 WS-DAY-OF-WEEK     PIC 9(01).
       01 WS-AVAIL-POS       PIC 9(02).
       01 WS-START-HH        PIC 9(02).
       01 WS-START-MM        PIC 9(02).
       01 WS-END-HH          PIC 9(02).
       01 WS-END-MM          PIC 9(02).
       01 WS-SHIFT-MINUTES   PIC S9(05).
       01 WS-SHOW-NAME       PIC X(25).

       01 WS-AUDIT-ENTITY    PIC X(10) VALUE "VOLUNTEER".
       01 WS-AUDIT-ACTION    PIC X(10).

       EXEC SQL
           DECLARE volunteer_list_cursor CURSOR FOR
               SELECT id, people_id, last_name, first_name,
                   phone_number, skills, check_expiry, availability
               FROM volunteers
               WHERE left_date = '00000000'
               ORDER BY last_name, first_name
       END-EXEC.

      *    the branch's rota over a week, filled or not
       EXEC SQL
           DECLARE volunteer_rota_cursor CURSOR FOR
               SELECT volunteer_shifts.id, volunteer_shifts.activity,
                   volunteer_shifts.shift_date,
                   volunteer_shifts.start_time,
                   volunteer_shifts.end_time,
                   volunteer_shifts.volunteer_id,
                   COALESCE(volunteers.last_name, ' ')
               FROM volunteer_shifts
               LEFT JOIN volunteers
                   ON volunteer_shifts.volunteer_id = volunteers.id
               WHERE volunteer_shifts.branch_id = :WS-BRANCH-ID
                 AND volunteer_shifts.cancelled_date = '00000000'
                 AND volunteer_shifts.shift_date >= :WS-FROM-DATE
                 AND volunteer_shifts.shift_date <= :WS-TO-DATE
               ORDER BY volunteer_shifts.shift_date,
                   volunteer_shifts.start_time
       END-EXEC.

      *    the volunteers : who they are, the checks they hold and
      *    when they can come in, the rota of shifts each branch
      *    needs covered and the hours actually given
       PROCEDURE DIVISION.

       SET WS-QUIT-N TO TRUE.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Volunteers"
           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Choose an operation : "
           DISPLAY WS-LIST-STRING " / "
                   WS-ADD-STRING " / "
                   WS-UPDATE-STRING " / "
                   WS-LEAVE-STRING " / "
                   WS-SHIFT-STRING " / "
                   WS-ASSIGN-STRING
           DISPLAY WS-ROTA-STRING " / "
                   WS-LOGHOURS-STRING " / "
                   WS-HOURS-STRING " / "
                   WS-UNFILLED-STRING " / "
                   WS-CHECKS-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN WS-LIST-STRING
                   PERFORM 0100-LIST-VOLUNTEERS-BEGIN
                      THRU 0100-LIST-VOLUNTEERS-END
               WHEN WS-ADD-STRING
                   PERFORM 0200-ADD-VOLUNTEER-BEGIN
                      THRU 0200-ADD-VOLUNTEER-END
               WHEN WS-UPDATE-STRING
                   PERFORM 0300-UPDATE-VOLUNTEER-BEGIN
                      THRU 0300-UPDATE-VOLUNTEER-END
               WHEN WS-LEAVE-STRING
                   PERFORM 0400-VOLUNTEER-LEAVES-BEGIN
                      THRU 0400-VOLUNTEER-LEAVES-END
               WHEN WS-SHIFT-STRING
                   PERFORM 0500-ADD-SHIFT-BEGIN
                      THRU 0500-ADD-SHIFT-END
               WHEN WS-ASSIGN-STRING
                   PERFORM 0600-ASSIGN-SHIFT-BEGIN
                      THRU 0600-ASSIGN-SHIFT-END
               WHEN WS-ROTA-STRING
                   PERFORM 0700-SHOW-ROTA-BEGIN
                      THRU 0700-SHOW-ROTA-END
               WHEN WS-LOGHOURS-STRING
                   PERFORM 0800-LOG-HOURS-BEGIN
                      THRU 0800-LOG-HOURS-END
               WHEN WS-HOURS-STRING
                   DISPLAY "Year (YYYY) : "
                   MOVE SPACES TO WS-YEAR
                   ACCEPT WS-YEAR
                   CALL "rptvolhr" USING
                       WS-YEAR
                       WS-RETURN-VALUE
                   END-CALL
               WHEN WS-UNFILLED-STRING
                   CALL "rptvolsh" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN WS-CHECKS-STRING
                   CALL "rptvolck" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE

       END-PERFORM.

       EXIT PROGRAM.

       0100-LIST-VOLUNTEERS-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN volunteer_list_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Volunteer list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "id | patron | name | phone | check expiry | "
                   "availability Mo-Su am/pm".

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH volunteer_list_cursor
           INTO :WS-VOLUNTEER-ID, :WS-PEOPLE-ID,
               :WS-VOLUNTEER-LNAME, :WS-VOLUNTEER-FNAME,
               :WS-PHONE, :WS-SKILLS, :WS-CHECK-EXPIRY,
               :WS-AVAILABILITY
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-VOLUNTEER-ID " | " WS-PEOPLE-ID " | "
                           FUNCTION TRIM(WS-VOLUNTEER-FNAME) " "
                           FUNCTION TRIM(WS-VOLUNTEER-LNAME) " | "
                           WS-PHONE " | " WS-CHECK-EXPIRY " | "
                           WS-AVAILABILITY
                   DISPLAY "    skills : " FUNCTION TRIM(WS-SKILLS)
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE volunteer_list_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "No volunteers on file."
           END-IF.
       0100-LIST-VOLUNTEERS-END.

      *    a volunteer who is also a borrower is linked by card so
      *    the name and phone come from the people row
       0200-ADD-VOLUNTEER-BEGIN.
           DISPLAY "Scan patron card or enter patron id "
                   "(blank if not a borrower) : ".
           MOVE SPACES TO WS-CARD-INPUT.
           ACCEPT WS-CARD-INPUT.

           MOVE 0 TO WS-PEOPLE-ID.
           MOVE SPACES TO WS-VOLUNTEER-LNAME.
           MOVE SPACES TO WS-VOLUNTEER-FNAME.
           MOVE SPACES TO WS-PHONE.

           IF WS-CARD-INPUT NOT = SPACES
               MOVE "RSLV" TO WS-CARD-REQUEST
               CALL "cardsrvc" USING
                   WS-CARD-REQUEST
                   WS-PEOPLE-ID
                   WS-CARD-INPUT
                   WS-RETURN-VALUE
               END-CALL
               IF WS-RETURN-ERROR
                   DISPLAY "Card number mis-keyed (check digit)."
                   EXIT PARAGRAPH
               END-IF
               IF WS-RETURN-NOT-FOUND
                   DISPLAY "No such patron or card."
                   EXIT PARAGRAPH
               END-IF

       EXEC SQL
           SELECT last_name, first_name, phone_number
           INTO :WS-VOLUNTEER-LNAME, :WS-VOLUNTEER-FNAME,
               :WS-PHONE
           FROM people
           WHERE id = :WS-PEOPLE-ID
       END-EXEC

               IF SQLCODE NOT = 0
                   DISPLAY "No such patron."
                   EXIT PARAGRAPH
               END-IF

       EXEC SQL
           SELECT id
           INTO :WS-VOLUNTEER-ID
           FROM volunteers
           WHERE people_id = :WS-PEOPLE-ID
             AND left_date = '00000000'
       END-EXEC

               IF SQLCODE = 0
                   DISPLAY "Already a volunteer, id : "
                           WS-VOLUNTEER-ID
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Enter last name : "
               ACCEPT WS-VOLUNTEER-LNAME
               DISPLAY "Enter first name : "
               ACCEPT WS-VOLUNTEER-FNAME
               DISPLAY "Enter phone number : "
               ACCEPT WS-PHONE
           END-IF.

           IF WS-VOLUNTEER-LNAME = SPACES
               DISPLAY "A volunteer needs a name."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Skills (free text) : ".
           MOVE SPACES TO WS-SKILLS.
           ACCEPT WS-SKILLS.
           DISPLAY "Background check reference (blank if none) : ".
           MOVE SPACES TO WS-CHECK-REFERENCE.
           ACCEPT WS-CHECK-REFERENCE.

           MOVE "00000000" TO WS-CHECK-EXPIRY.
           IF WS-CHECK-REFERENCE NOT = SPACES
               DISPLAY "Check expiry date (YYYYMMDD) : "
               ACCEPT WS-CHECK-EXPIRY
               CALL "valdate" USING
                   WS-CHECK-EXPIRY
                   WS-RETURN-VALUE
               END-CALL
               IF NOT WS-RETURN-OK
                   DISPLAY "Invalid date."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "YYYYYYYYYYYYYY" TO WS-AVAILABILITY.
           PERFORM 0250-ACCEPT-AVAILABILITY-BEGIN
              THRU 0250-ACCEPT-AVAILABILITY-END.
           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           INSERT INTO volunteers (people_id, last_name, first_name,
               phone_number, skills, check_reference, check_expiry,
               availability, started_date)
           VALUES (:WS-PEOPLE-ID, :WS-VOLUNTEER-LNAME,
               :WS-VOLUNTEER-FNAME, :WS-PHONE, :WS-SKILLS,
               :WS-CHECK-REFERENCE, :WS-CHECK-EXPIRY,
               :WS-AVAILABILITY, :WS-TODAY)
           RETURNING id
           INTO :WS-VOLUNTEER-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Volunteer added, id : " WS-VOLUNTEER-ID
               MOVE "CREATE" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-VOLUNTEER-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Volunteer insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0200-ADD-VOLUNTEER-END.

      *    availability is fourteen Y/N letters, Monday morning,
      *    Monday afternoon, Tuesday morning ... Sunday afternoon ;
      *    a blank answer keeps what WS-AVAILABILITY already holds
       0250-ACCEPT-AVAILABILITY-BEGIN.
           SET WS-RETURN-OK TO TRUE.
           DISPLAY "Availability, 14 x Y/N Mon am, Mon pm ... "
                   "Sun pm (blank keeps " WS-AVAILABILITY ") : ".
           MOVE SPACES TO WS-INPUT-TEXT.
           ACCEPT WS-INPUT-TEXT.

           IF WS-INPUT-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-Y-COUNT.
           MOVE 0 TO WS-N-COUNT.
           INSPECT WS-INPUT-TEXT(1:14) TALLYING WS-Y-COUNT FOR ALL "Y".
           INSPECT WS-INPUT-TEXT(1:14) TALLYING WS-N-COUNT FOR ALL "N".

           IF WS-Y-COUNT + WS-N-COUNT NOT = 14
              OR WS-INPUT-TEXT(15:) NOT = SPACES
               DISPLAY "Availability must be 14 letters Y or N."
               SET WS-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-INPUT-TEXT(1:14) TO WS-AVAILABILITY.
       0250-ACCEPT-AVAILABILITY-END.

      *    every answer left blank keeps the value on file; a new
      *    check is entered as reference and expiry together
       0300-UPDATE-VOLUNTEER-BEGIN.
           DISPLAY "Enter volunteer's id : ".
           ACCEPT WS-VOLUNTEER-ID.

       EXEC SQL
           SELECT last_name, first_name, phone_number, skills,
               check_reference, check_expiry, availability
           INTO :WS-VOLUNTEER-LNAME, :WS-VOLUNTEER-FNAME,
               :WS-PHONE, :WS-SKILLS, :WS-CHECK-REFERENCE,
               :WS-CHECK-EXPIRY, :WS-AVAILABILITY
           FROM volunteers
           WHERE id = :WS-VOLUNTEER-ID
             AND left_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such volunteer."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY FUNCTION TRIM(WS-VOLUNTEER-FNAME) " "
                   FUNCTION TRIM(WS-VOLUNTEER-LNAME).

           DISPLAY "Phone (blank keeps " FUNCTION TRIM(WS-PHONE)
                   ") : ".
           MOVE SPACES TO WS-INPUT-TEXT.
           ACCEPT WS-INPUT-TEXT.
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT TO WS-PHONE
           END-IF.

           DISPLAY "Skills (blank keeps " FUNCTION TRIM(WS-SKILLS)
                   ") : ".
           MOVE SPACES TO WS-INPUT-TEXT.
           ACCEPT WS-INPUT-TEXT.
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT TO WS-SKILLS
           END-IF.

           DISPLAY "New background check reference (blank keeps "
                   FUNCTION TRIM(WS-CHECK-REFERENCE) ", expiring "
                   WS-CHECK-EXPIRY ") : ".
           MOVE SPACES TO WS-INPUT-TEXT.
           ACCEPT WS-INPUT-TEXT.
           IF WS-INPUT-TEXT NOT = SPACES
               MOVE WS-INPUT-TEXT TO WS-CHECK-REFERENCE
               DISPLAY "Check expiry date (YYYYMMDD) : "
               ACCEPT WS-CHECK-EXPIRY
               CALL "valdate" USING
                   WS-CHECK-EXPIRY
                   WS-RETURN-VALUE
               END-CALL
               IF NOT WS-RETURN-OK
                   DISPLAY "Invalid date."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           PERFORM 0250-ACCEPT-AVAILABILITY-BEGIN
              THRU 0250-ACCEPT-AVAILABILITY-END.
           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE volunteers
           SET phone_number = :WS-PHONE,
               skills = :WS-SKILLS,
               check_reference = :WS-CHECK-REFERENCE,
               check_expiry = :WS-CHECK-EXPIRY,
               availability = :WS-AVAILABILITY
           WHERE id = :WS-VOLUNTEER-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Volunteer updated."
               MOVE "UPDATE" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-VOLUNTEER-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Volunteer update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0300-UPDATE-VOLUNTEER-END.

      *    the record stays for the hours already given; shifts
      *    still ahead of them go back on the rota unfilled
       0400-VOLUNTEER-LEAVES-BEGIN.
           DISPLAY "Enter volunteer's id : ".
           ACCEPT WS-VOLUNTEER-ID.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           UPDATE volunteers
           SET left_date = :WS-TODAY
           WHERE id = :WS-VOLUNTEER-ID
             AND left_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Volunteer leave error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           IF SQLERRD(3) = 0
               DISPLAY "No such volunteer."
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE volunteer_shifts
           SET volunteer_id = 0
           WHERE volunteer_id = :WS-VOLUNTEER-ID
             AND shift_date >= :WS-TODAY
             AND cancelled_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY "Rota release error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           DISPLAY "Volunteer marked as left; future shifts "
                   "released.".
           MOVE "LEAVE" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-VOLUNTEER-ID
               WS-AUDIT-ACTION
           END-CALL.
       0400-VOLUNTEER-LEAVES-END.

       0500-ADD-SHIFT-BEGIN.
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

           DISPLAY "Activity (D delivery round, C reading challenge, "
                   "S book sale, O other) : ".
           MOVE SPACES TO WS-ACTIVITY.
           ACCEPT WS-ACTIVITY.

           IF WS-ACTIVITY NOT = "D" AND NOT = "C"
                          AND NOT = "S" AND NOT = "O"
               DISPLAY "Unknown activity."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Shift date (YYYYMMDD) : ".
           ACCEPT WS-SHIFT-DATE.
           CALL "valdate" USING
               WS-SHIFT-DATE
               WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK
               DISPLAY "Invalid date."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Start time (HHMM) : ".
           MOVE SPACES TO WS-START-TIME.
           ACCEPT WS-START-TIME.
           DISPLAY "End time (HHMM) : ".
           MOVE SPACES TO WS-END-TIME.
           ACCEPT WS-END-TIME.

           PERFORM 0550-SHIFT-MINUTES-BEGIN
              THRU 0550-SHIFT-MINUTES-END.
           IF WS-SHIFT-MINUTES NOT > 0
               DISPLAY "The shift must end after it starts."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO volunteer_shifts (branch_id, activity,
               shift_date, start_time, end_time)
           VALUES (:WS-BRANCH-ID, :WS-ACTIVITY, :WS-SHIFT-DATE,
               :WS-START-TIME, :WS-END-TIME)
           RETURNING id
           INTO :WS-SHIFT-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Shift added to the rota, id : " WS-SHIFT-ID
           ELSE
               DISPLAY "Shift insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0500-ADD-SHIFT-END.

      *    length of the shift in WS-START-TIME / WS-END-TIME, in
      *    minutes; zero or less when the times make no sense
       0550-SHIFT-MINUTES-BEGIN.
           MOVE 0 TO WS-SHIFT-MINUTES.
           IF WS-START-TIME NOT NUMERIC OR WS-END-TIME NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-START-TIME(1:2) TO WS-START-HH.
           MOVE WS-START-TIME(3:2) TO WS-START-MM.
           MOVE WS-END-TIME(1:2) TO WS-END-HH.
           MOVE WS-END-TIME(3:2) TO WS-END-MM.

           IF WS-START-HH > 23 OR WS-START-MM > 59
              OR WS-END-HH > 23 OR WS-END-MM > 59
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-SHIFT-MINUTES =
               (WS-END-HH * 60 + WS-END-MM)
             - (WS-START-HH * 60 + WS-START-MM).
       0550-SHIFT-MINUTES-END.

      *    nobody goes on the rota with a background check that
      *    will have run out by the day of the shift; a shift
      *    outside the volunteer's usual availability needs the
      *    coordinator to confirm it was agreed
       0600-ASSIGN-SHIFT-BEGIN.
           DISPLAY "Enter shift's id : ".
           ACCEPT WS-SHIFT-ID.

       EXEC SQL
           SELECT shift_date, start_time, volunteer_id
           INTO :WS-SHIFT-DATE, :WS-START-TIME,
               :WS-SHIFT-VOLUNTEER
           FROM volunteer_shifts
           WHERE id = :WS-SHIFT-ID
             AND cancelled_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such shift."
               EXIT PARAGRAPH
           END-IF.

           IF WS-SHIFT-VOLUNTEER NOT = 0
               DISPLAY "That shift is already taken by volunteer "
                       WS-SHIFT-VOLUNTEER "."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter volunteer's id : ".
           ACCEPT WS-VOLUNTEER-ID.

       EXEC SQL
           SELECT last_name, check_expiry, availability
           INTO :WS-VOLUNTEER-LNAME, :WS-CHECK-EXPIRY,
               :WS-AVAILABILITY
           FROM volunteers
           WHERE id = :WS-VOLUNTEER-ID
             AND left_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such volunteer."
               EXIT PARAGRAPH
           END-IF.

           IF WS-CHECK-EXPIRY < WS-SHIFT-DATE
               DISPLAY "Background check missing or expired by "
                       WS-SHIFT-DATE " (" WS-CHECK-EXPIRY
                       "), assignment refused."
               EXIT PARAGRAPH
           END-IF.

      *    day 1 of the intrinsic calendar was a Monday
           MOVE WS-SHIFT-DATE TO WS-DATE-NUM.
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1, 7)
               + 1.
           COMPUTE WS-AVAIL-POS = (WS-DAY-OF-WEEK - 1) * 2 + 1.
           IF WS-START-TIME >= "1200"
               ADD 1 TO WS-AVAIL-POS
           END-IF.

           IF WS-AVAILABILITY(WS-AVAIL-POS:1) NOT = "Y"
               DISPLAY FUNCTION TRIM(WS-VOLUNTEER-LNAME)
                       " is not usually available then. "
                       "Assign anyway (Y/N) ? "
               MOVE SPACES TO WS-ANSWER
               ACCEPT WS-ANSWER
               IF WS-ANSWER NOT = "Y"
                   DISPLAY "Shift left unfilled."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       EXEC SQL
           UPDATE volunteer_shifts
           SET volunteer_id = :WS-VOLUNTEER-ID
           WHERE id = :WS-SHIFT-ID
             AND volunteer_id = 0
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Shift assign error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "That shift has just been taken."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "Shift " WS-SHIFT-ID " assigned to "
                           FUNCTION TRIM(WS-VOLUNTEER-LNAME) "."
                   MOVE "ASSIGN" TO WS-AUDIT-ACTION
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-VOLUNTEER-ID
                       WS-AUDIT-ACTION
                   END-CALL
           END-EVALUATE.
       0600-ASSIGN-SHIFT-END.

       0700-SHOW-ROTA-BEGIN.
           DISPLAY "Enter branch's id : ".
           ACCEPT WS-BRANCH-ID.
           DISPLAY "Week starting (YYYYMMDD, blank for today) : ".
           MOVE SPACES TO WS-FROM-DATE.
           ACCEPT WS-FROM-DATE.

           IF WS-FROM-DATE = SPACES
               CALL "rdbusdat" USING
                   WS-FROM-DATE
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

           MOVE "ADDD" TO WS-DATE-REQUEST.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-FROM-DATE
               WS-TO-DATE
               WS-WEEK-DAYS
               WS-RETURN-VALUE
           END-CALL.

           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN volunteer_rota_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Rota error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Rota from " WS-FROM-DATE " to " WS-TO-DATE " :".

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH volunteer_rota_cursor
           INTO :WS-SHIFT-ID, :WS-ACTIVITY, :WS-SHIFT-DATE,
               :WS-START-TIME, :WS-END-TIME, :WS-SHIFT-VOLUNTEER,
               :WS-SHOW-NAME
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-SHIFT-VOLUNTEER = 0
                       MOVE "** UNFILLED **" TO WS-SHOW-NAME
                   END-IF
                   DISPLAY WS-SHIFT-ID " | " WS-SHIFT-DATE " "
                           WS-START-TIME(1:2) ":" WS-START-TIME(3:2)
                           "-" WS-END-TIME(1:2) ":"
                           WS-END-TIME(3:2) " | " WS-ACTIVITY
                           " | " FUNCTION TRIM(WS-SHOW-NAME)
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE volunteer_rota_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "No shifts on the rota that week."
           END-IF.
       0700-SHOW-ROTA-END.

      *    hours against a rota shift take the volunteer, branch,
      *    activity, date and length from the shift; shift 0 is
      *    time given off the rota, keyed in full
       0800-LOG-HOURS-BEGIN.
           DISPLAY "Enter shift's id (0 if not on the rota) : ".
           MOVE 0 TO WS-SHIFT-ID.
           ACCEPT WS-SHIFT-ID.

           IF WS-SHIFT-ID NOT = 0
               PERFORM 0850-HOURS-FROM-SHIFT-BEGIN
                  THRU 0850-HOURS-FROM-SHIFT-END
           ELSE
               PERFORM 0860-HOURS-BY-HAND-BEGIN
                  THRU 0860-HOURS-BY-HAND-END
           END-IF.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           INSERT INTO volunteer_hours (volunteer_id, shift_id,
               branch_id, activity, work_date, minutes, logged_date)
           VALUES (:WS-VOLUNTEER-ID, :WS-SHIFT-ID, :WS-BRANCH-ID,
               :WS-ACTIVITY, :WS-WORK-DATE, :WS-MINUTES, :WS-TODAY)
           RETURNING id
           INTO :WS-HOURS-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY WS-MINUTES " minute(s) logged for volunteer "
                       WS-VOLUNTEER-ID " on " WS-WORK-DATE "."
           ELSE
               DISPLAY "Hours insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0800-LOG-HOURS-END.

      *    a shift is logged once; the length can be corrected
      *    when the volunteer stayed on or left early
       0850-HOURS-FROM-SHIFT-BEGIN.
           SET WS-RETURN-ERROR TO TRUE.

       EXEC SQL
           SELECT branch_id, activity, shift_date, start_time,
               end_time, volunteer_id
           INTO :WS-BRANCH-ID, :WS-ACTIVITY, :WS-WORK-DATE,
               :WS-START-TIME, :WS-END-TIME, :WS-VOLUNTEER-ID
           FROM volunteer_shifts
           WHERE id = :WS-SHIFT-ID
             AND cancelled_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such shift."
               EXIT PARAGRAPH
           END-IF.

           IF WS-VOLUNTEER-ID = 0
               DISPLAY "Nobody was assigned to that shift."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT id
           INTO :WS-HOURS-ID
           FROM volunteer_hours
           WHERE shift_id = :WS-SHIFT-ID
       END-EXEC.

           IF SQLCODE = 0
               DISPLAY "Hours for that shift are already logged."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0550-SHIFT-MINUTES-BEGIN
              THRU 0550-SHIFT-MINUTES-END.
           MOVE WS-SHIFT-MINUTES TO WS-MINUTES.

           DISPLAY "Minutes worked (blank for the shift's "
                   WS-MINUTES ") : ".
           MOVE SPACES TO WS-INPUT-TEXT.
           ACCEPT WS-INPUT-TEXT.
           IF WS-INPUT-TEXT NOT = SPACES
               COMPUTE WS-MINUTES = FUNCTION NUMVAL(WS-INPUT-TEXT)
           END-IF.

           IF WS-MINUTES = 0
               DISPLAY "No time to log."
               EXIT PARAGRAPH
           END-IF.

           SET WS-RETURN-OK TO TRUE.
       0850-HOURS-FROM-SHIFT-END.

       0860-HOURS-BY-HAND-BEGIN.
           SET WS-RETURN-ERROR TO TRUE.

           DISPLAY "Enter volunteer's id : ".
           ACCEPT WS-VOLUNTEER-ID.

       EXEC SQL
           SELECT id
           INTO :WS-VOLUNTEER-ID
           FROM volunteers
           WHERE id = :WS-VOLUNTEER-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such volunteer."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter branch's id : ".
           ACCEPT WS-BRANCH-ID.
           DISPLAY "Activity (D delivery round, C reading challenge, "
                   "S book sale, O other) : ".
           MOVE SPACES TO WS-ACTIVITY.
           ACCEPT WS-ACTIVITY.

           IF WS-ACTIVITY NOT = "D" AND NOT = "C"
                          AND NOT = "S" AND NOT = "O"
               DISPLAY "Unknown activity."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Date worked (YYYYMMDD) : ".
           ACCEPT WS-WORK-DATE.
           CALL "valdate" USING
               WS-WORK-DATE
               WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK
               DISPLAY "Invalid date."
               SET WS-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Minutes worked : ".
           MOVE 0 TO WS-MINUTES.
           ACCEPT WS-MINUTES.

           IF WS-MINUTES = 0
               DISPLAY "No time to log."
               SET WS-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           SET WS-RETURN-OK TO TRUE.
       0860-HOURS-BY-HAND-END.
