       IDENTIFICATION DIVISION.
       PROGRAM-ID. mntdlvry.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-ROUND-ID         PIC 9(10).
       01 WS-ROUND-NAME       PIC X(30).
       01 WS-VOLUNTEER-NAME   PIC X(40).
       01 WS-ROUND-DAY        PIC X(03).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-LANGUAGE         PIC X(20).
       01 WS-ADDRESS          PIC X(50).
       01 WS-PREF-KIND        PIC X(01).
       01 WS-REF-ID           PIC 9(10).
       01 WS-LAST-NAME        PIC X(25).
       01 WS-FIRST-NAME       PIC X(25).
       01 WS-ON-LOAN          PIC 9(05).
       01 WS-PROPOSED         PIC 9(05).

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

       01 WS-ROUND-STRING    PIC X(10) VALUE "ROUND".
       01 WS-ENROL-STRING    PIC X(10) VALUE "ENROL".
       01 WS-PREFER-STRING   PIC X(10) VALUE "PREFER".
       01 WS-DROP-STRING     PIC X(10) VALUE "DROP".
       01 WS-BAGOUT-STRING   PIC X(10) VALUE "BAGOUT".
       01 WS-BAGIN-STRING    PIC X(10) VALUE "BAGIN".
       01 WS-LIST-STRING     PIC X(10) VALUE "LIST".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-CARD-REQUEST    PIC X(04).
       01 WS-CARD-INPUT      PIC X(10).
       01 WS-TODAY           PIC X(08).
       01 WS-BAG-REQUEST     PIC X(04).
       01 WS-ITEM-COUNT      PIC 9(03).

       01 WS-AUDIT-ENTITY    PIC X(10) VALUE "DELIVERY".
       01 WS-AUDIT-ACTION    PIC X(10).

       EXEC SQL
           DECLARE round_list_cursor CURSOR FOR
               SELECT people.id, people.last_name, people.first_name,
                   people.delivery_address,
                   (SELECT COUNT(*) FROM borrowings
                    WHERE borrowings.people_id = people.id
                      AND borrowings.delivery_flag = 'Y'
                      AND borrowings.returned_date = '00000000'),
                   (SELECT COUNT(*) FROM delivery_selections
                    WHERE delivery_selections.people_id = people.id
                      AND delivery_selections.status = 'P')
               FROM people
               WHERE people.delivery_flag = 'Y'
                 AND people.delivery_round_id = :WS-ROUND-ID
               ORDER BY people.last_name, people.first_name
       END-EXEC.

      *    the housebound service : rounds, who is on them, what
      *    they like to read, and the bag going out and back ; the
      *    nightly DELIVSEL step proposes each bag and prints the
      *    run sheet
       PROCEDURE DIVISION.

       SET WS-QUIT-N TO TRUE.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Home delivery"
           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Choose an operation : "
           DISPLAY WS-ROUND-STRING " / "
                   WS-ENROL-STRING " / "
                   WS-PREFER-STRING " / "
                   WS-DROP-STRING " / "
                   WS-BAGOUT-STRING " / "
                   WS-BAGIN-STRING " / "
                   WS-LIST-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN WS-ROUND-STRING
                   PERFORM 0100-CREATE-ROUND-BEGIN
                      THRU 0100-CREATE-ROUND-END
               WHEN WS-ENROL-STRING
                   PERFORM 0200-ENROL-PATRON-BEGIN
                      THRU 0200-ENROL-PATRON-END
               WHEN WS-PREFER-STRING
                   PERFORM 0300-ADD-PREFERENCE-BEGIN
                      THRU 0300-ADD-PREFERENCE-END
               WHEN WS-DROP-STRING
                   PERFORM 0400-DROP-PATRON-BEGIN
                      THRU 0400-DROP-PATRON-END
               WHEN WS-BAGOUT-STRING
                   MOVE "OUT " TO WS-BAG-REQUEST
                   PERFORM 0500-MOVE-BAG-BEGIN
                      THRU 0500-MOVE-BAG-END
               WHEN WS-BAGIN-STRING
                   MOVE "IN  " TO WS-BAG-REQUEST
                   PERFORM 0500-MOVE-BAG-BEGIN
                      THRU 0500-MOVE-BAG-END
               WHEN WS-LIST-STRING
                   PERFORM 0600-LIST-ROUND-BEGIN
                      THRU 0600-LIST-ROUND-END
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE

       END-PERFORM.

       EXIT PROGRAM.

       0100-CREATE-ROUND-BEGIN.
           DISPLAY "Round name : ".
           MOVE SPACES TO WS-ROUND-NAME.
           ACCEPT WS-ROUND-NAME.

           IF WS-ROUND-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Volunteer driving it : ".
           MOVE SPACES TO WS-VOLUNTEER-NAME.
           ACCEPT WS-VOLUNTEER-NAME.

           DISPLAY "Day of the round (MON..SAT) : ".
           MOVE SPACES TO WS-ROUND-DAY.
           ACCEPT WS-ROUND-DAY.

       EXEC SQL
           INSERT INTO delivery_rounds (name, volunteer_name,
               round_day)
           VALUES (:WS-ROUND-NAME, :WS-VOLUNTEER-NAME,
               :WS-ROUND-DAY)
           RETURNING id
           INTO :WS-ROUND-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Delivery round " WS-ROUND-ID " created."
           ELSE
               DISPLAY "Round insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0100-CREATE-ROUND-END.

       0200-ENROL-PATRON-BEGIN.
           PERFORM 0900-RESOLVE-PATRON-BEGIN
              THRU 0900-RESOLVE-PATRON-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Round id : ".
           ACCEPT WS-ROUND-ID.

       EXEC SQL
           SELECT name
           INTO :WS-ROUND-NAME
           FROM delivery_rounds
           WHERE id = :WS-ROUND-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such delivery round."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Delivery address : ".
           MOVE SPACES TO WS-ADDRESS.
           ACCEPT WS-ADDRESS.

           DISPLAY "Reading language (blank for any) : ".
           MOVE SPACES TO WS-LANGUAGE.
           ACCEPT WS-LANGUAGE.

       EXEC SQL
           UPDATE people
           SET delivery_flag = 'Y',
               delivery_round_id = :WS-ROUND-ID,
               delivery_address = :WS-ADDRESS,
               delivery_language = :WS-LANGUAGE
           WHERE id = :WS-PEOPLE-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Patron " WS-PEOPLE-ID " is on round "
                       FUNCTION TRIM(WS-ROUND-NAME) "."
               MOVE "ENROL" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-PEOPLE-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Enrolment error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0200-ENROL-PATRON-END.

      *    T and a types id, or S and a subjects id ; a patron
      *    with none of a kind is offered anything of that kind
       0300-ADD-PREFERENCE-BEGIN.
           PERFORM 0900-RESOLVE-PATRON-BEGIN
              THRU 0900-RESOLVE-PATRON-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Preference kind : T type / S subject".
           MOVE SPACE TO WS-PREF-KIND.
           ACCEPT WS-PREF-KIND.

           DISPLAY "Type or subject id : ".
           ACCEPT WS-REF-ID.

           EVALUATE WS-PREF-KIND
               WHEN "T"
       EXEC SQL
           SELECT id
           INTO :WS-REF-ID
           FROM types
           WHERE id = :WS-REF-ID
             AND deleted_date = '00000000'
       END-EXEC
               WHEN "S"
       EXEC SQL
           SELECT id
           INTO :WS-REF-ID
           FROM subjects
           WHERE id = :WS-REF-ID
             AND deleted_date = '00000000'
       END-EXEC
               WHEN OTHER
                   DISPLAY "Unknown preference kind."
                   EXIT PARAGRAPH
           END-EVALUATE.

           IF SQLCODE NOT = 0
               DISPLAY "No such type or subject."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO delivery_prefs (people_id, pref_kind, ref_id)
           SELECT :WS-PEOPLE-ID, :WS-PREF-KIND, :WS-REF-ID
           WHERE NOT EXISTS (
               SELECT 1 FROM delivery_prefs
               WHERE people_id = :WS-PEOPLE-ID
                 AND pref_kind = :WS-PREF-KIND
                 AND ref_id = :WS-REF-ID
           )
       END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = 100
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Reading preference recorded."
           ELSE
               DISPLAY "Preference insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0300-ADD-PREFERENCE-END.

      *    leaving the service keeps the preferences in case the
      *    patron comes back onto a round
       0400-DROP-PATRON-BEGIN.
           PERFORM 0900-RESOLVE-PATRON-BEGIN
              THRU 0900-RESOLVE-PATRON-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE people
           SET delivery_flag = 'N'
           WHERE id = :WS-PEOPLE-ID
             AND delivery_flag = 'Y'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Patron is not on a delivery round."
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE delivery_selections
           SET status = 'X'
           WHERE people_id = :WS-PEOPLE-ID
             AND status = 'P'
       END-EXEC.

       EXEC SQL COMMIT END-EXEC.

           DISPLAY "Patron " WS-PEOPLE-ID " taken off delivery.".
           MOVE "DROP" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-PEOPLE-ID
               WS-AUDIT-ACTION
           END-CALL.
       0400-DROP-PATRON-END.

       0500-MOVE-BAG-BEGIN.
           PERFORM 0900-RESOLVE-PATRON-BEGIN
              THRU 0900-RESOLVE-PATRON-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           CALL "dlvrbag" USING
               WS-BAG-REQUEST
               WS-PEOPLE-ID
               WS-TODAY
               WS-ITEM-COUNT
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-OK AND WS-BAG-REQUEST = "OUT "
                   DISPLAY WS-ITEM-COUNT " title(s) lent in the bag."
               WHEN WS-RETURN-OK
                   DISPLAY WS-ITEM-COUNT
                           " title(s) returned from the bag."
               WHEN WS-RETURN-CONFLICT
                   DISPLAY "Patron is not on a delivery round."
               WHEN WS-RETURN-SUSPENDED
                   DISPLAY "Patron is suspended, the bag stays "
                           "at the library."
               WHEN WS-RETURN-NOT-FOUND
                   DISPLAY "Nothing in the bag for this patron."
               WHEN OTHER
                   DISPLAY "Bag not fully processed, "
                           WS-ITEM-COUNT " title(s) done."
           END-EVALUATE.
       0500-MOVE-BAG-END.

       0600-LIST-ROUND-BEGIN.
           DISPLAY "Round id : ".
           ACCEPT WS-ROUND-ID.

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN round_list_cursor END-EXEC.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH round_list_cursor
           INTO :WS-PEOPLE-ID, :WS-LAST-NAME, :WS-FIRST-NAME,
               :WS-ADDRESS, :WS-ON-LOAN, :WS-PROPOSED
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   DISPLAY WS-PEOPLE-ID " | "
                           FUNCTION TRIM(WS-FIRST-NAME) " "
                           FUNCTION TRIM(WS-LAST-NAME) " | "
                           FUNCTION TRIM(WS-ADDRESS) " | out "
                           WS-ON-LOAN " | proposed " WS-PROPOSED
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE round_list_cursor END-EXEC.
       0600-LIST-ROUND-END.

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
           END-IF.
       0900-RESOLVE-PATRON-END.
