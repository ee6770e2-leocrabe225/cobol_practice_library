       IDENTIFICATION DIVISION.
       PROGRAM-ID. mnthouse.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-HOUSEHOLD-ID     PIC 9(10).
       01 WS-HOUSEHOLD-NAME   PIC X(40).
       01 WS-GUARANTOR-ID     PIC 9(10).
       01 WS-MAX-LOANS        PIC 9(05).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-CATEGORY-CODE    PIC X(02).
       01 WS-CURRENT-HOUSEHOLD PIC 9(10).
       01 WS-LAST-NAME        PIC X(25).
       01 WS-FIRST-NAME       PIC X(25).
       01 WS-TODAY            PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY sepline.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-QUIT      PIC X   VALUE "n".
           88 WS-QUIT-N        VALUE "n".
           88 WS-QUIT-Y        VALUE "Y".

       01 WS-EOF       PIC X   VALUE "n".
           88 WS-EOF-N         VALUE "n".
           88 WS-EOF-Y         VALUE "Y".

       01 WS-CHOICE    PIC X(10).

       01 WS-CREATE-STRING   PIC X(10) VALUE "CREATE".
       01 WS-ADD-STRING      PIC X(10) VALUE "ADD".
       01 WS-REMOVE-STRING   PIC X(10) VALUE "REMOVE".
       01 WS-LIMIT-STRING    PIC X(10) VALUE "LIMIT".
       01 WS-LIST-STRING     PIC X(10) VALUE "LIST".
       01 WS-STATEMENT-STRING PIC X(10) VALUE "STATEMENT".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-CARD-REQUEST    PIC X(04).
       01 WS-CARD-INPUT      PIC X(10).
       01 WS-MEMBER-COUNT    PIC 9(05).

       01 WS-AUDIT-ENTITY    PIC X(10) VALUE "HOUSEHOLD".
       01 WS-AUDIT-ACTION    PIC X(10).

       EXEC SQL
           DECLARE member_cursor CURSOR FOR
               SELECT id, last_name, first_name, category_code
               FROM people
               WHERE household_id = :WS-HOUSEHOLD-ID
               ORDER BY id
       END-EXEC.

      *    households : one adult guarantor and the cards that go
      *    with them ; the guarantor answers for the juniors' fines
      *    at payfine and the optional ceiling is read by creaborw
       PROCEDURE DIVISION.

       SET WS-QUIT-N TO TRUE.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Households"
           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Choose an operation : "
           DISPLAY WS-CREATE-STRING " / "
                   WS-ADD-STRING " / "
                   WS-REMOVE-STRING " / "
                   WS-LIMIT-STRING " / "
                   WS-LIST-STRING " / "
                   WS-STATEMENT-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN WS-CREATE-STRING
                   PERFORM 0100-CREATE-HOUSEHOLD-BEGIN
                      THRU 0100-CREATE-HOUSEHOLD-END
               WHEN WS-ADD-STRING
                   PERFORM 0200-ADD-MEMBER-BEGIN
                      THRU 0200-ADD-MEMBER-END
               WHEN WS-REMOVE-STRING
                   PERFORM 0300-REMOVE-MEMBER-BEGIN
                      THRU 0300-REMOVE-MEMBER-END
               WHEN WS-LIMIT-STRING
                   PERFORM 0400-SET-LIMIT-BEGIN
                      THRU 0400-SET-LIMIT-END
               WHEN WS-LIST-STRING
                   PERFORM 0500-LIST-MEMBERS-BEGIN
                      THRU 0500-LIST-MEMBERS-END
               WHEN WS-STATEMENT-STRING
                   DISPLAY "Enter household id, or 0 for all : "
                   ACCEPT WS-HOUSEHOLD-ID
                   CALL "hhldstmt" USING
                       WS-HOUSEHOLD-ID
                       WS-RETURN-VALUE
                   END-CALL
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE

       END-PERFORM.

       EXIT PROGRAM.

      *    the guarantor is scanned first and joins the household
      *    they open ; a junior card cannot stand guarantor
       0100-CREATE-HOUSEHOLD-BEGIN.
           DISPLAY "Guarantor : ".
           PERFORM 0900-RESOLVE-PATRON-BEGIN
              THRU 0900-RESOLVE-PATRON-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           IF WS-CATEGORY-CODE = "CH"
               DISPLAY "A junior card cannot be a guarantor."
               EXIT PARAGRAPH
           END-IF.

           IF WS-CURRENT-HOUSEHOLD NOT = 0
               DISPLAY "This patron already belongs to household "
                       WS-CURRENT-HOUSEHOLD "."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-PEOPLE-ID TO WS-GUARANTOR-ID.

           DISPLAY "Household name : ".
           MOVE SPACES TO WS-HOUSEHOLD-NAME.
           ACCEPT WS-HOUSEHOLD-NAME.

           IF WS-HOUSEHOLD-NAME = SPACES
               MOVE WS-LAST-NAME TO WS-HOUSEHOLD-NAME
           END-IF.

           DISPLAY "Household loan ceiling (0 for none) : ".
           ACCEPT WS-MAX-LOANS.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           INSERT INTO households
               (name, guarantor_id, max_loans, created_date)
           VALUES (:WS-HOUSEHOLD-NAME, :WS-GUARANTOR-ID,
               :WS-MAX-LOANS, :WS-TODAY)
           RETURNING id
           INTO :WS-HOUSEHOLD-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Household insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE people
           SET household_id = :WS-HOUSEHOLD-ID
           WHERE id = :WS-GUARANTOR-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Household insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           DISPLAY "Household " WS-HOUSEHOLD-ID " opened.".
           MOVE "CREATE" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-HOUSEHOLD-ID
               WS-AUDIT-ACTION
           END-CALL.
       0100-CREATE-HOUSEHOLD-END.

       0200-ADD-MEMBER-BEGIN.
           PERFORM 0950-ACCEPT-HOUSEHOLD-BEGIN
              THRU 0950-ACCEPT-HOUSEHOLD-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Member : ".
           PERFORM 0900-RESOLVE-PATRON-BEGIN
              THRU 0900-RESOLVE-PATRON-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           IF WS-CURRENT-HOUSEHOLD NOT = 0
               DISPLAY "This patron already belongs to household "
                       WS-CURRENT-HOUSEHOLD "."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE people
           SET household_id = :WS-HOUSEHOLD-ID
           WHERE id = :WS-PEOPLE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Member update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           DISPLAY "Patron " WS-PEOPLE-ID " added to household "
                   WS-HOUSEHOLD-ID ".".
           MOVE "ADDMEMBER" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-HOUSEHOLD-ID
               WS-AUDIT-ACTION
           END-CALL.
       0200-ADD-MEMBER-END.

      *    the guarantor cannot walk out and leave the juniors
      *    unanswered for : the last one out closes the household
       0300-REMOVE-MEMBER-BEGIN.
           DISPLAY "Member : ".
           PERFORM 0900-RESOLVE-PATRON-BEGIN
              THRU 0900-RESOLVE-PATRON-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           IF WS-CURRENT-HOUSEHOLD = 0
               DISPLAY "This patron is not in a household."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CURRENT-HOUSEHOLD TO WS-HOUSEHOLD-ID.

       EXEC SQL
           SELECT guarantor_id
           INTO :WS-GUARANTOR-ID
           FROM households
           WHERE id = :WS-HOUSEHOLD-ID
       END-EXEC.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-MEMBER-COUNT
           FROM people
           WHERE household_id = :WS-HOUSEHOLD-ID
       END-EXEC.

           IF WS-GUARANTOR-ID = WS-PEOPLE-ID
               AND WS-MEMBER-COUNT > 1
               DISPLAY "Remove the other members first : the "
                       "guarantor leaves last."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE people
           SET household_id = 0
           WHERE id = :WS-PEOPLE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Member update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           IF WS-MEMBER-COUNT = 1
               CALL "rdbusdat" USING
                   WS-TODAY
                   WS-RETURN-VALUE
               END-CALL
       EXEC SQL
           UPDATE households
           SET deleted_date = :WS-TODAY
           WHERE id = :WS-HOUSEHOLD-ID
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY "Household update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           DISPLAY "Patron " WS-PEOPLE-ID " removed from household "
                   WS-HOUSEHOLD-ID ".".
           IF WS-MEMBER-COUNT = 1
               DISPLAY "The household is now closed."
           END-IF.
           MOVE "DELMEMBER" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-HOUSEHOLD-ID
               WS-AUDIT-ACTION
           END-CALL.
       0300-REMOVE-MEMBER-END.

       0400-SET-LIMIT-BEGIN.
           PERFORM 0950-ACCEPT-HOUSEHOLD-BEGIN
              THRU 0950-ACCEPT-HOUSEHOLD-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Current ceiling : " WS-MAX-LOANS.
           DISPLAY "New household loan ceiling (0 for none) : ".
           ACCEPT WS-MAX-LOANS.

       EXEC SQL
           UPDATE households
           SET max_loans = :WS-MAX-LOANS
           WHERE id = :WS-HOUSEHOLD-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Household update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           DISPLAY "Household ceiling updated.".
           MOVE "LIMIT" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-HOUSEHOLD-ID
               WS-AUDIT-ACTION
           END-CALL.
       0400-SET-LIMIT-END.

       0500-LIST-MEMBERS-BEGIN.
           PERFORM 0950-ACCEPT-HOUSEHOLD-BEGIN
              THRU 0950-ACCEPT-HOUSEHOLD-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY WS-SEPARATION-LINE.
           DISPLAY "Household " WS-HOUSEHOLD-ID " : "
                   FUNCTION TRIM(WS-HOUSEHOLD-NAME).
           DISPLAY "Guarantor " WS-GUARANTOR-ID
                   ", loan ceiling " WS-MAX-LOANS.
           DISPLAY WS-SEPARATION-LINE.

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN member_cursor END-EXEC.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH member_cursor
           INTO :WS-PEOPLE-ID, :WS-LAST-NAME, :WS-FIRST-NAME,
               :WS-CATEGORY-CODE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   DISPLAY WS-PEOPLE-ID " | " WS-CATEGORY-CODE
                           " | " FUNCTION TRIM(WS-LAST-NAME) " "
                           FUNCTION TRIM(WS-FIRST-NAME)
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE member_cursor END-EXEC.
       0500-LIST-MEMBERS-END.

       0900-RESOLVE-PATRON-BEGIN.
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
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT last_name, first_name, category_code,
               household_id
           INTO :WS-LAST-NAME, :WS-FIRST-NAME, :WS-CATEGORY-CODE,
               :WS-CURRENT-HOUSEHOLD
           FROM people
           WHERE id = :WS-PEOPLE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such patron or card."
               SET WS-RETURN-NOT-FOUND TO TRUE
           END-IF.
       0900-RESOLVE-PATRON-END.

       0950-ACCEPT-HOUSEHOLD-BEGIN.
           DISPLAY "Enter household id : ".
           ACCEPT WS-HOUSEHOLD-ID.

       EXEC SQL
           SELECT name, guarantor_id, max_loans
           INTO :WS-HOUSEHOLD-NAME, :WS-GUARANTOR-ID,
               :WS-MAX-LOANS
           FROM households
           WHERE id = :WS-HOUSEHOLD-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such open household."
               SET WS-RETURN-NOT-FOUND TO TRUE
           ELSE
               SET WS-RETURN-OK TO TRUE
           END-IF.
       0950-ACCEPT-HOUSEHOLD-END.
