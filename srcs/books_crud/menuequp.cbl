       01 WS-LOAN-DAYS        PIC 9(03).
       01 WS-STATUS           PIC X(01).
       01 WS-TODAY            PIC X(08).
       01 WS-INSPECT-DAYS     PIC 9(05).
       01 WS-LAST-INSPECT     PIC X(08).
       01 WS-NEXT-INSPECT     PIC X(08).
       01 WS-INSPECT-RESULT   PIC X(01).
       01 WS-INSPECT-DATE     PIC X(08).
       01 WS-TESTER           PIC X(30).
       01 WS-SOFTWARE-RESET   PIC X(01).
       01 WS-INSPECT-NOTES    PIC X(60).
       01 WS-RECORDED-BY      PIC X(10).
       01 WS-INSPECTION-ID    PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.


       COPY sepline.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
       COPY curropr.

       01 WS-QUIT      PIC X   VALUE "n".
           88 WS-QUIT-N        VALUE "n".
       01 WS-ADD-STRING      PIC X(10) VALUE "ADD".
       01 WS-LIST-STRING     PIC X(10) VALUE "LIST".
       01 WS-RETIRE-STRING   PIC X(10) VALUE "RETIRE".
       01 WS-INSPECT-STRING  PIC X(10) VALUE "INSPECT".
       01 WS-INTERVAL-STRING PIC X(10) VALUE "INTERVAL".
       01 WS-HISTORY-STRING  PIC X(10) VALUE "HISTORY".
       01 WS-DUE-STRING      PIC X(10) VALUE "DUE".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "EQUIPMENT".
       01 WS-AUDIT-ACTION     PIC X(10).

       01 WS-ANSWER           PIC X(01).
       01 WS-DEFAULT-DAYS     PIC 9(05) VALUE 365.
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-DATE-DAYS        PIC S9(05).
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.

       EXEC SQL
           DECLARE equipment_cursor CURSOR FOR
               SELECT id, name, barcode, replacement_value,
                   loan_days, status, inspect_days,
                   next_inspect_date, inspect_result
               FROM equipment
               WHERE deleted_date = '00000000'
               ORDER BY id
       END-EXEC.

      *    an item's test record, the latest first
       EXEC SQL
           DECLARE inspection_cursor CURSOR FOR
               SELECT inspected_date, result, tester,
                   software_reset, notes
               FROM equipment_inspections
               WHERE equipment_id = :WS-EQUIPMENT-ID
               ORDER BY inspected_date DESC, id DESC
       END-EXEC.

      *    the drawer's contents, now with due dates and a
      *    memory : checkout and return happen at the desk by
      *    barcode, this screen just keeps the register

       SET WS-QUIT-N TO TRUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "EQUIP-INSPECT-DAYS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-DEFAULT-DAYS
           END-IF.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
           DISPLAY WS-ADD-STRING " / "
                   WS-LIST-STRING " / "
                   WS-RETIRE-STRING " / "
                   WS-INSPECT-STRING " / "
                   WS-INTERVAL-STRING " / "
                   WS-HISTORY-STRING " / "
                   WS-DUE-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE
               WHEN WS-RETIRE-STRING
                   PERFORM 0300-RETIRE-EQUIPMENT-BEGIN
                      THRU 0300-RETIRE-EQUIPMENT-END
               WHEN WS-INSPECT-STRING
                   PERFORM 0400-RECORD-INSPECTION-BEGIN
                      THRU 0400-RECORD-INSPECTION-END
               WHEN WS-INTERVAL-STRING
                   PERFORM 0500-SET-INTERVAL-BEGIN
                      THRU 0500-SET-INTERVAL-END
               WHEN WS-HISTORY-STRING
                   PERFORM 0600-LIST-INSPECTIONS-BEGIN
                      THRU 0600-LIST-INSPECTIONS-END
               WHEN WS-DUE-STRING
                   CALL "eqinsdue" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE
               MOVE 7 TO WS-LOAN-DAYS
           END-IF.

      *    a new item on the test schedule is due straight away :
      *    it is tested before its first loan
           DISPLAY "Needs electrical safety testing? (Y/n) ".
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y"
               DISPLAY "Enter inspection interval in days (0 for "
                       "the standard " WS-DEFAULT-DAYS ") : "
               MOVE 0 TO WS-INSPECT-DAYS
               ACCEPT WS-INSPECT-DAYS
               IF WS-INSPECT-DAYS = 0
                   MOVE WS-DEFAULT-DAYS TO WS-INSPECT-DAYS
               END-IF
           ELSE
               MOVE 0 TO WS-INSPECT-DAYS
           END-IF.

      *    equipment barcodes share the scanners with books :
      *    a clash would make the desk lend the wrong thing
       EXEC SQL

       EXEC SQL
           INSERT INTO equipment
               (name, barcode, replacement_value, loan_days,
                inspect_days)
           VALUES (:WS-EQUIPMENT-NAME, :WS-BARCODE,
               :WS-REPLACE-VALUE, :WS-LOAN-DAYS, :WS-INSPECT-DAYS)
           RETURNING id
           INTO :WS-EQUIPMENT-ID
       END-EXEC.
           FETCH equipment_cursor
           INTO :WS-EQUIPMENT-ID, :WS-EQUIPMENT-NAME,
               :WS-BARCODE, :WS-REPLACE-VALUE, :WS-LOAN-DAYS,
               :WS-STATUS, :WS-INSPECT-DAYS, :WS-NEXT-INSPECT,
               :WS-INSPECT-RESULT
       END-EXEC

               IF SQLCODE = +100
                           WS-BARCODE " | " WS-LOAN-DAYS
                           " day(s) | " WS-REPLACE-VALUE " | "
                           FUNCTION TRIM(WS-EQUIPMENT-NAME)
                   EVALUATE TRUE
                       WHEN WS-INSPECT-DAYS = 0
                           CONTINUE
                       WHEN WS-INSPECT-RESULT = "F"
                           DISPLAY "    FAILED its last safety test"
                       WHEN WS-NEXT-INSPECT = "00000000"
                           DISPLAY "    never safety tested"
                       WHEN OTHER
                           DISPLAY "    next safety test due "
                                   WS-NEXT-INSPECT
                   END-EVALUATE
               END-IF

           END-PERFORM.
                   END-CALL
           END-EVALUATE.
       0300-RETIRE-EQUIPMENT-END.

      *    one test on the bench : a pass moves the next due date
      *    on by the item's interval from the test date, a fail
      *    keeps the item off the desk until a retest passes
       0400-RECORD-INSPECTION-BEGIN.
           DISPLAY "Enter equipment id : ".
           ACCEPT WS-EQUIPMENT-ID.

       EXEC SQL
           SELECT name, inspect_days
           INTO :WS-EQUIPMENT-NAME, :WS-INSPECT-DAYS
           FROM equipment
           WHERE id = :WS-EQUIPMENT-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such equipment."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY FUNCTION TRIM(WS-EQUIPMENT-NAME).
           DISPLAY "Enter test date (YYYYMMDD, blank for today) : ".
           MOVE SPACES TO WS-INSPECT-DATE.
           ACCEPT WS-INSPECT-DATE.
           IF WS-INSPECT-DATE = SPACES
               MOVE WS-TODAY TO WS-INSPECT-DATE
           END-IF.

           CALL "valdate" USING
               WS-INSPECT-DATE
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK OR WS-INSPECT-DATE > WS-TODAY
               DISPLAY "That is not a valid test date."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Result, P pass or F fail : ".
           MOVE SPACE TO WS-INSPECT-RESULT.
           ACCEPT WS-INSPECT-RESULT.

           IF WS-INSPECT-RESULT NOT = "P"
               AND WS-INSPECT-RESULT NOT = "F"
               DISPLAY "The result must be P or F."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter tester's name : ".
           MOVE SPACES TO WS-TESTER.
           ACCEPT WS-TESTER.

           IF WS-TESTER = SPACES
               DISPLAY "The tester must be named."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Software reset done? (Y/n) ".
           MOVE SPACE TO WS-SOFTWARE-RESET.
           ACCEPT WS-SOFTWARE-RESET.
           IF WS-SOFTWARE-RESET NOT = "Y"
               MOVE "N" TO WS-SOFTWARE-RESET
           END-IF.

           DISPLAY "Enter notes : ".
           MOVE SPACES TO WS-INSPECT-NOTES.
           ACCEPT WS-INSPECT-NOTES.

           IF WS-INSPECT-DAYS = 0
               MOVE WS-DEFAULT-DAYS TO WS-INSPECT-DAYS
           END-IF.

           IF WS-INSPECT-RESULT = "P"
               MOVE "ADDD" TO WS-DATE-REQUEST
               MOVE WS-INSPECT-DAYS TO WS-DATE-DAYS
               CALL "datesrvc" USING
                   WS-DATE-REQUEST
                   WS-INSPECT-DATE
                   WS-NEXT-INSPECT
                   WS-DATE-DAYS
                   WS-RETURN-VALUE
               END-CALL
           ELSE
               MOVE WS-INSPECT-DATE TO WS-NEXT-INSPECT
           END-IF.

           MOVE WS-CURRENT-OPERATOR TO WS-RECORDED-BY.

       EXEC SQL
           INSERT INTO equipment_inspections
               (equipment_id, inspected_date, result, tester,
                software_reset, notes, recorded_by)
           VALUES (:WS-EQUIPMENT-ID, :WS-INSPECT-DATE,
               :WS-INSPECT-RESULT, :WS-TESTER, :WS-SOFTWARE-RESET,
               :WS-INSPECT-NOTES, :WS-RECORDED-BY)
           RETURNING id
           INTO :WS-INSPECTION-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Inspection insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

      *    an item taken off the schedule gets put back on it by
      *    being tested ; a test keyed late does not overwrite a
      *    newer one already on file
       EXEC SQL
           UPDATE equipment
           SET inspect_days = :WS-INSPECT-DAYS,
               last_inspect_date = :WS-INSPECT-DATE,
               next_inspect_date = :WS-NEXT-INSPECT,
               inspect_result = :WS-INSPECT-RESULT
           WHERE id = :WS-EQUIPMENT-ID
             AND last_inspect_date <= :WS-INSPECT-DATE
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY "Inspection update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           IF WS-INSPECT-RESULT = "P"
               DISPLAY "Test recorded, next due " WS-NEXT-INSPECT "."
           ELSE
               DISPLAY "Test recorded as FAILED : the item cannot "
                       "be lent until it passes a retest."
           END-IF.

           MOVE "INSPECT" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-EQUIPMENT-ID
               WS-AUDIT-ACTION
           END-CALL.
       0400-RECORD-INSPECTION-END.

      *    a new interval counts from the last test ; 0 takes the
      *    item off the schedule altogether
       0500-SET-INTERVAL-BEGIN.
           DISPLAY "Enter equipment id : ".
           ACCEPT WS-EQUIPMENT-ID.

       EXEC SQL
           SELECT name, inspect_days, last_inspect_date
           INTO :WS-EQUIPMENT-NAME, :WS-INSPECT-DAYS,
               :WS-LAST-INSPECT
           FROM equipment
           WHERE id = :WS-EQUIPMENT-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such equipment."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY FUNCTION TRIM(WS-EQUIPMENT-NAME)
                   " is tested every " WS-INSPECT-DAYS " day(s).".
           DISPLAY "Enter new interval in days (0 for no testing) : ".
           MOVE 0 TO WS-INSPECT-DAYS.
           ACCEPT WS-INSPECT-DAYS.

           IF WS-INSPECT-DAYS = 0 OR WS-LAST-INSPECT = "00000000"
               MOVE "00000000" TO WS-NEXT-INSPECT
           ELSE
               MOVE "ADDD" TO WS-DATE-REQUEST
               MOVE WS-INSPECT-DAYS TO WS-DATE-DAYS
               CALL "datesrvc" USING
                   WS-DATE-REQUEST
                   WS-LAST-INSPECT
                   WS-NEXT-INSPECT
                   WS-DATE-DAYS
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

       EXEC SQL
           UPDATE equipment
           SET inspect_days = :WS-INSPECT-DAYS,
               next_inspect_date = :WS-NEXT-INSPECT
           WHERE id = :WS-EQUIPMENT-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               IF WS-INSPECT-DAYS = 0
                   DISPLAY "Item taken off the test schedule."
               ELSE
                   IF WS-NEXT-INSPECT = "00000000"
                       DISPLAY "Interval set, the item is due for "
                               "its first test now."
                   ELSE
                       DISPLAY "Interval set, next test due "
                               WS-NEXT-INSPECT "."
                   END-IF
               END-IF
               MOVE "INTERVAL" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-EQUIPMENT-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Interval update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0500-SET-INTERVAL-END.

       0600-LIST-INSPECTIONS-BEGIN.
           DISPLAY "Enter equipment id : ".
           ACCEPT WS-EQUIPMENT-ID.

           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN inspection_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Inspection list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH inspection_cursor
           INTO :WS-INSPECT-DATE, :WS-INSPECT-RESULT, :WS-TESTER,
               :WS-SOFTWARE-RESET, :WS-INSPECT-NOTES
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-INSPECT-DATE " | " WS-INSPECT-RESULT
                           " | reset " WS-SOFTWARE-RESET " | "
                           FUNCTION TRIM(WS-TESTER)
                   IF WS-INSPECT-NOTES NOT = SPACES
                       DISPLAY "    " FUNCTION TRIM(WS-INSPECT-NOTES)
                   END-IF
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE inspection_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "No safety tests on file for this item."
           END-IF.
       0600-LIST-INSPECTIONS-END.
