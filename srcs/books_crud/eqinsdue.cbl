       IDENTIFICATION DIVISION.
       PROGRAM-ID. eqinsdue.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-CUTOFF-DATE      PIC X(08).
       01 WS-EQUIPMENT-ID     PIC 9(10).
       01 WS-EQUIPMENT-NAME   PIC X(40).
       01 WS-BARCODE          PIC X(20).
       01 WS-STATUS           PIC X(01).
       01 WS-LAST-INSPECT     PIC X(08).
       01 WS-NEXT-INSPECT     PIC X(08).
       01 WS-INSPECT-RESULT   PIC X(01).
       01 WS-LOAN-END-DATE    PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-WARN-DAYS        PIC S9(05) VALUE 7.
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "eqinsdue".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.
       01 WS-BLOCKED-COUNT    PIC 9(05) VALUE 0.
       01 WS-STATE-TEXT       PIC X(14).
       01 WS-WHERE-TEXT       PIC X(22).

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "equipment-inspections".

      *    every scheduled item that failed, was never tested, or
      *    falls due before the next list comes round ; an item on
      *    loan shows when it is expected back
       EXEC SQL
           DECLARE inspect_due_cursor CURSOR FOR
               SELECT equipment.id, equipment.name,
                   equipment.barcode, equipment.status,
                   equipment.last_inspect_date,
                   equipment.next_inspect_date,
                   equipment.inspect_result,
                   COALESCE(MAX(equipment_loans.end_date), ' ')
               FROM equipment
               LEFT JOIN equipment_loans
                   ON equipment_loans.equipment_id = equipment.id
                  AND equipment_loans.returned_date = '00000000'
               WHERE equipment.deleted_date = '00000000'
                 AND equipment.inspect_days > 0
                 AND (equipment.inspect_result = 'F'
                   OR equipment.next_inspect_date <= :WS-CUTOFF-DATE)
               GROUP BY equipment.id, equipment.name,
                   equipment.barcode, equipment.status,
                   equipment.last_inspect_date,
                   equipment.next_inspect_date,
                   equipment.inspect_result
               ORDER BY equipment.next_inspect_date, equipment.id
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the weekly bench list for the equipment tester : what is
      *    due for its safety test and software reset in the next
      *    EQUIP-INSPECT-WARN days, and what the desk is already
      *    refusing to lend because its test is overdue or failed
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "EQUIP-INSPECT-WARN" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-WARN-DAYS
           END-IF.

           MOVE "ADDD" TO WS-DATE-REQUEST.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-TODAY
               WS-CUTOFF-DATE
               WS-WARN-DAYS
               WS-RETURN-VALUE
           END-CALL.

           MOVE "FORCE" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Equipment due for safety testing by "
                  DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
                  " (id / barcode / item / last / due / state / "
                  DELIMITED BY SIZE
                  "where)" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN inspect_due_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Inspection list error SQLCODE: " SQLCODE
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM 0900-END-RUN-BEGIN
                  THRU 0900-END-RUN-END
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH inspect_due_cursor
           INTO :WS-EQUIPMENT-ID, :WS-EQUIPMENT-NAME, :WS-BARCODE,
               :WS-STATUS, :WS-LAST-INSPECT, :WS-NEXT-INSPECT,
               :WS-INSPECT-RESULT, :WS-LOAN-END-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0200-REPORT-ONE-BEGIN
                      THRU 0200-REPORT-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE inspect_due_cursor END-EXEC.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Items to test : " DELIMITED BY SIZE
                  WS-MATCH-COUNT DELIMITED BY SIZE
                  ", of which barred from lending now : "
                  DELIMITED BY SIZE
                  WS-BLOCKED-COUNT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE "CLOS" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "OK" TO WS-RUN-STATUS.
           PERFORM 0900-END-RUN-BEGIN
              THRU 0900-END-RUN-END.

           SET LK-RETURN-OK TO TRUE.

           EXIT PROGRAM.

      *    the state says why the item is listed, in the same terms
      *    the desk uses when it refuses it
       0200-REPORT-ONE-BEGIN.
           ADD 1 TO WS-MATCH-COUNT.

           EVALUATE TRUE
               WHEN WS-INSPECT-RESULT = "F"
                   MOVE "FAILED" TO WS-STATE-TEXT
                   ADD 1 TO WS-BLOCKED-COUNT
               WHEN WS-NEXT-INSPECT = "00000000"
                   MOVE "NEVER TESTED" TO WS-STATE-TEXT
                   ADD 1 TO WS-BLOCKED-COUNT
               WHEN WS-NEXT-INSPECT < WS-TODAY
                   MOVE "OVERDUE" TO WS-STATE-TEXT
                   ADD 1 TO WS-BLOCKED-COUNT
               WHEN OTHER
                   MOVE "due" TO WS-STATE-TEXT
           END-EVALUATE.

           MOVE SPACES TO WS-WHERE-TEXT.
           EVALUATE WS-STATUS
               WHEN "A"
                   MOVE "in the drawer" TO WS-WHERE-TEXT
               WHEN "L"
                   STRING "on loan, back " DELIMITED BY SIZE
                          WS-LOAN-END-DATE DELIMITED BY SIZE
                   INTO WS-WHERE-TEXT
               WHEN OTHER
                   MOVE "out of service" TO WS-WHERE-TEXT
           END-EVALUATE.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-EQUIPMENT-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BARCODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EQUIPMENT-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LAST-INSPECT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NEXT-INSPECT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STATE-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-WHERE-TEXT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0200-REPORT-ONE-END.

       0900-END-RUN-BEGIN.
           MOVE WS-MATCH-COUNT TO WS-RUN-COUNT.
           MOVE "END" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.
       0900-END-RUN-END.
