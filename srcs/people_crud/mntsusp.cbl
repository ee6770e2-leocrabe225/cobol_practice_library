       IDENTIFICATION DIVISION.
       PROGRAM-ID. mntsusp.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-SUSP-ID          PIC 9(10).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-REASON-CODE      PIC X(02).
           88 WS-REASON-VALID        VALUE "BH" "TH" "DM" "AB" "OT".
       01 WS-REASON-TEXT      PIC X(60).
       01 WS-FROM-DATE        PIC X(08).
       01 WS-TO-DATE          PIC X(08).
       01 WS-SET-BY           PIC X(10).
       01 WS-SET-DATE         PIC X(08).
       01 WS-LIFTED-DATE      PIC X(08).
       01 WS-LIFTED-BY        PIC X(10).
       01 WS-OPERATOR-ID      PIC X(10).
       01 WS-TODAY            PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY sepline.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
       COPY curropr.

       01 WS-QUIT      PIC X   VALUE "n".
           88 WS-QUIT-N        VALUE "n".
           88 WS-QUIT-Y        VALUE "Y".

       01 WS-CHOICE    PIC X(10).

       01 WS-SUSPEND-STRING  PIC X(10) VALUE "SUSPEND".
       01 WS-LIFT-STRING     PIC X(10) VALUE "LIFT".
       01 WS-LIST-STRING     PIC X(10) VALUE "LIST".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-CARD-REQUEST    PIC X(04).
       01 WS-CARD-INPUT      PIC X(10).
       01 WS-STATE-TEXT      PIC X(10).
       01 WS-LIFT-REASON     PIC X(30).

       01 WS-AUDIT-ENTITY    PIC X(10) VALUE "SUSPEND".
       01 WS-AUDIT-ACTION    PIC X(10).

       EXEC SQL
           DECLARE patron_susp_cursor CURSOR FOR
               SELECT id, reason_code, reason_text, from_date,
                   to_date, set_by, lifted_date, lifted_by
               FROM patron_suspensions
               WHERE people_id = :WS-PEOPLE-ID
               ORDER BY from_date DESC, id DESC
       END-EXEC.

      *    suspensions and bans on a patron : a dated stop on all
      *    lending, holds, OPAC sign-on and event places, enforced
      *    through chksusp ; a ban is a suspension with a far end
      *    date.  Letting one end early is an ADMIN decision and
      *    the reason goes to the audit trail
       PROCEDURE DIVISION.

       SET WS-QUIT-N TO TRUE.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Patron suspensions and bans"
           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Choose an operation : "
           DISPLAY WS-SUSPEND-STRING " / "
                   WS-LIFT-STRING " / "
                   WS-LIST-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN WS-SUSPEND-STRING
                   PERFORM 0100-SUSPEND-BEGIN
                      THRU 0100-SUSPEND-END
               WHEN WS-LIFT-STRING
                   IF WS-CURRENT-OPERATOR-ROLE NOT = "ADMIN"
                       DISPLAY "Lifting a suspension is reserved "
                               "for ADMIN operators."
                   ELSE
                       PERFORM 0200-LIFT-BEGIN
                          THRU 0200-LIFT-END
                   END-IF
               WHEN WS-LIST-STRING
                   PERFORM 0300-LIST-BEGIN
                      THRU 0300-LIST-END
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE

       END-PERFORM.

       EXIT PROGRAM.

       0100-SUSPEND-BEGIN.
           PERFORM 0400-RESOLVE-PATRON-BEGIN
              THRU 0400-RESOLVE-PATRON-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Reason (BH behaviour, TH theft, DM damage, "
                   "AB abuse of staff, OT other) : ".
           ACCEPT WS-REASON-CODE.

           IF NOT WS-REASON-VALID
               DISPLAY "Unknown reason code."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Details : ".
           MOVE SPACES TO WS-REASON-TEXT.
           ACCEPT WS-REASON-TEXT.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           DISPLAY "Suspended from (YYYYMMDD) : ".
           ACCEPT WS-FROM-DATE.
           CALL "valdate" USING
               WS-FROM-DATE
               WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK OR WS-FROM-DATE < WS-TODAY
               DISPLAY "Invalid start date (today or later)."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Suspended to, last day included (YYYYMMDD, "
                   "99991231 for a ban) : ".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE NOT = "99991231"
               CALL "valdate" USING
                   WS-TO-DATE
                   WS-RETURN-VALUE
               END-CALL
               IF NOT WS-RETURN-OK OR WS-TO-DATE < WS-FROM-DATE
                   DISPLAY "Invalid end date (not before the start)."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-CURRENT-OPERATOR TO WS-OPERATOR-ID.

       EXEC SQL
           INSERT INTO patron_suspensions
               (people_id, reason_code, reason_text, from_date,
               to_date, set_by, set_date)
           VALUES (:WS-PEOPLE-ID, :WS-REASON-CODE, :WS-REASON-TEXT,
               :WS-FROM-DATE, :WS-TO-DATE, :WS-OPERATOR-ID,
               :WS-TODAY)
           RETURNING id
           INTO :WS-SUSP-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Suspension " WS-SUSP-ID " recorded, "
                       WS-FROM-DATE " to " WS-TO-DATE "."
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "SET-" DELIMITED BY SIZE
                      WS-REASON-CODE DELIMITED BY SIZE
               INTO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-SUSP-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Suspension insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0100-SUSPEND-END.

      *    a suspension not yet begun can be lifted too, it then
      *    never takes effect ; the end date itself is kept
       0200-LIFT-BEGIN.
           DISPLAY "Enter suspension id to lift : ".
           ACCEPT WS-SUSP-ID.

           DISPLAY "Reason for lifting early : ".
           MOVE SPACES TO WS-LIFT-REASON.
           ACCEPT WS-LIFT-REASON.

           IF WS-LIFT-REASON = SPACES
               DISPLAY "Lifting a suspension needs a reason."
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.
           MOVE WS-CURRENT-OPERATOR TO WS-OPERATOR-ID.

       EXEC SQL
           UPDATE patron_suspensions
           SET lifted_date = :WS-TODAY,
               lifted_by = :WS-OPERATOR-ID
           WHERE id = :WS-SUSP-ID
             AND lifted_date = '00000000'
             AND to_date >= :WS-TODAY
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Suspension lift error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "No such running suspension."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "Suspension lifted."
                   MOVE "LIFT" TO WS-AUDIT-ACTION
                   CALL "wrtaudtd" USING
                       WS-AUDIT-ENTITY
                       WS-SUSP-ID
                       WS-AUDIT-ACTION
                       WS-LIFT-REASON
                   END-CALL
           END-EVALUATE.
       0200-LIFT-END.

       0300-LIST-BEGIN.
           PERFORM 0400-RESOLVE-PATRON-BEGIN
              THRU 0400-RESOLVE-PATRON-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL OPEN patron_susp_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Suspension list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH patron_susp_cursor
           INTO :WS-SUSP-ID, :WS-REASON-CODE, :WS-REASON-TEXT,
               :WS-FROM-DATE, :WS-TO-DATE, :WS-SET-BY,
               :WS-LIFTED-DATE, :WS-LIFTED-BY
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   EVALUATE TRUE
                       WHEN WS-LIFTED-DATE NOT = "00000000"
                           MOVE "lifted" TO WS-STATE-TEXT
                       WHEN WS-TO-DATE < WS-TODAY
                           MOVE "ended" TO WS-STATE-TEXT
                       WHEN WS-FROM-DATE > WS-TODAY
                           MOVE "upcoming" TO WS-STATE-TEXT
                       WHEN OTHER
                           MOVE "RUNNING" TO WS-STATE-TEXT
                   END-EVALUATE
                   DISPLAY WS-SUSP-ID " " WS-REASON-CODE " "
                           WS-FROM-DATE "-" WS-TO-DATE " "
                           WS-STATE-TEXT " by "
                           FUNCTION TRIM(WS-SET-BY) " : "
                           FUNCTION TRIM(WS-REASON-TEXT)
                   IF WS-LIFTED-DATE NOT = "00000000"
                       DISPLAY "           lifted " WS-LIFTED-DATE
                               " by " FUNCTION TRIM(WS-LIFTED-BY)
                   END-IF
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE patron_susp_cursor END-EXEC.
       0300-LIST-END.

       0400-RESOLVE-PATRON-BEGIN.
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

           IF NOT WS-RETURN-OK
               DISPLAY "No such patron or card."
           END-IF.
       0400-RESOLVE-PATRON-END.
