       IDENTIFICATION DIVISION.
       PROGRAM-ID. serrenew.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-INSTRUCTION
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    one line per decided subscription, grouped by supplier :
      *    action R renew for another year, C do not renew
       FD F-INSTRUCTION
           VALUE OF FILE-ID IS WS-INSTRUCTION-FILE-NAME.
       01 F-INSTRUCTION-RCD.
           05 F-SR-REC-TYPE      PIC X(01).
           05 F-SR-SUPPLIER-ID   PIC 9(10).
           05 F-SR-SUBSCRIPTION-ID PIC 9(10).
           05 F-SR-TITLE         PIC X(50).
           05 F-SR-ACTION        PIC X(01).
           05 F-SR-RENEWAL-DATE  PIC X(08).
           05 F-SR-ANNUAL-COST   PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-SUBSCRIPTION-ID  PIC 9(10).
       01 WS-SUPPLIER-ID      PIC 9(10).
       01 WS-TITLE            PIC X(50).
       01 WS-DECISION         PIC X(01).
       01 WS-RENEWAL-DATE     PIC X(08).
       01 WS-NEXT-RENEWAL     PIC X(08).
       01 WS-ANNUAL-COST      PIC 9(05)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "serrenew".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).
       01 WS-OVERRIDE-ANSWER  PIC X(01).

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.

       01 WS-INSTRUCTION-FILE-NAME PIC X(40).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-FAILED-SWITCH    PIC X(01) VALUE "N".
           88 WS-FAILED               VALUE "Y".

       01 WS-NEXT-RENEWAL-R.
           05 WS-NEXT-YEAR       PIC 9(04).
           05 WS-NEXT-MMDD       PIC X(04).

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "SERIAL".
       01 WS-AUDIT-ACTION     PIC X(10).

       01 WS-TRAILER-RCD.
           05 WS-TRL-REC-TYPE    PIC X(01) VALUE "T".
           05 WS-TRL-RENEW-COUNT PIC 9(06) VALUE 0.
           05 WS-TRL-CANCEL-COUNT PIC 9(06) VALUE 0.
           05 WS-TRL-RENEW-COST  PIC 9(07)V99 VALUE 0.

      *    decisions taken since the review and not yet passed on
      *    for this renewal date
       EXEC SQL
           DECLARE renewal_decided_cursor CURSOR FOR
               SELECT id, supplier_id, title, renewal_decision,
                   renewal_date, annual_cost
               FROM serial_subscriptions
               WHERE deleted_date = '00000000'
                 AND renewal_decision IN ('R', 'C')
                 AND renewal_date <> '00000000'
                 AND instructed_for <> renewal_date
               ORDER BY supplier_id, title
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the staff decisions become the supplier's instruction
      *    file ; a renewed title rolls its renewal date a year on
      *    and waits for next year's review, a cancelled one runs
      *    to its renewal date and is then closed
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "START" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-ALREADY-HERE
               DISPLAY "This batch already ran OK for business "
                       "date " WS-TODAY ". Run again? (Y/n) "
                       WITH NO ADVANCING
               MOVE SPACE TO WS-OVERRIDE-ANSWER
               ACCEPT WS-OVERRIDE-ANSWER
               IF WS-OVERRIDE-ANSWER NOT = "Y"
                   DISPLAY "Refused, nothing done."
                   SET LK-RETURN-CONFLICT TO TRUE
                   EXIT PROGRAM
               END-IF
               MOVE "FORCE" TO WS-RUN-REQUEST
               CALL "wrtbrun" USING
                   WS-RUN-REQUEST
                   WS-RUN-PROGRAM
                   WS-TODAY
                   WS-RUN-ID
                   WS-RUN-COUNT
                   WS-RUN-STATUS
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

           MOVE SPACES TO WS-INSTRUCTION-FILE-NAME.
           STRING "output/serial-renewals-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-INSTRUCTION-FILE-NAME.

           OPEN OUTPUT F-INSTRUCTION.

           IF NOT WS-F-STATUS-OK
               DISPLAY "Cannot open instruction file "
                       FUNCTION TRIM(WS-INSTRUCTION-FILE-NAME)
               SET WS-FAILED TO TRUE
               PERFORM 0900-END-RUN-BEGIN
                  THRU 0900-END-RUN-END
               EXIT PROGRAM
           END-IF.

       EXEC SQL OPEN renewal_decided_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Renewal instruction error SQLCODE: "
                       SQLCODE
               SET WS-FAILED TO TRUE
           END-IF.

           PERFORM UNTIL WS-EOF-Y OR WS-FAILED

       EXEC SQL
           FETCH renewal_decided_cursor
           INTO :WS-SUBSCRIPTION-ID, :WS-SUPPLIER-ID, :WS-TITLE,
               :WS-DECISION, :WS-RENEWAL-DATE, :WS-ANNUAL-COST
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0200-INSTRUCT-ONE-BEGIN
                      THRU 0200-INSTRUCT-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE renewal_decided_cursor END-EXEC.

           WRITE F-INSTRUCTION-RCD FROM WS-TRAILER-RCD.
           CLOSE F-INSTRUCTION.

           PERFORM 0300-CLOSE-CANCELLED-BEGIN
              THRU 0300-CLOSE-CANCELLED-END.

           DISPLAY WS-TRL-RENEW-COUNT " renewal(s) and "
                   WS-TRL-CANCEL-COUNT " cancellation(s) in "
                   FUNCTION TRIM(WS-INSTRUCTION-FILE-NAME).

           PERFORM 0900-END-RUN-BEGIN
              THRU 0900-END-RUN-END.

           EXIT PROGRAM.

      *    the file line is written once the subscription row has
      *    moved on, so a rerun never repeats an instruction
       0200-INSTRUCT-ONE-BEGIN.
           IF WS-DECISION = "R"
               PERFORM 0250-NEXT-RENEWAL-BEGIN
                  THRU 0250-NEXT-RENEWAL-END
       EXEC SQL
           UPDATE serial_subscriptions
           SET instructed_for = renewal_date,
               renewal_date = :WS-NEXT-RENEWAL,
               renewal_decision = ' '
           WHERE id = :WS-SUBSCRIPTION-ID
       END-EXEC
           ELSE
       EXEC SQL
           UPDATE serial_subscriptions
           SET instructed_for = renewal_date
           WHERE id = :WS-SUBSCRIPTION-ID
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY "Renewal update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               SET WS-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           MOVE "D" TO F-SR-REC-TYPE.
           MOVE WS-SUPPLIER-ID TO F-SR-SUPPLIER-ID.
           MOVE WS-SUBSCRIPTION-ID TO F-SR-SUBSCRIPTION-ID.
           MOVE WS-TITLE TO F-SR-TITLE.
           MOVE WS-DECISION TO F-SR-ACTION.
           MOVE WS-RENEWAL-DATE TO F-SR-RENEWAL-DATE.
           MOVE WS-ANNUAL-COST TO F-SR-ANNUAL-COST.
           WRITE F-INSTRUCTION-RCD.

           ADD 1 TO WS-RUN-COUNT.
           IF WS-DECISION = "R"
               ADD 1 TO WS-TRL-RENEW-COUNT
               ADD WS-ANNUAL-COST TO WS-TRL-RENEW-COST
               MOVE "RENEW" TO WS-AUDIT-ACTION
           ELSE
               ADD 1 TO WS-TRL-CANCEL-COUNT
               MOVE "CANCEL" TO WS-AUDIT-ACTION
           END-IF.

           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-SUBSCRIPTION-ID
               WS-AUDIT-ACTION
           END-CALL.
       0200-INSTRUCT-ONE-END.

      *    same day next year ; the 29th of February falls back to
      *    the 28th
       0250-NEXT-RENEWAL-BEGIN.
           MOVE WS-RENEWAL-DATE TO WS-NEXT-RENEWAL-R.
           ADD 1 TO WS-NEXT-YEAR.
           IF WS-NEXT-MMDD = "0229"
               MOVE "0228" TO WS-NEXT-MMDD
           END-IF.
           MOVE WS-NEXT-RENEWAL-R TO WS-NEXT-RENEWAL.
       0250-NEXT-RENEWAL-END.

      *    a cancelled title the supplier was told about stops at
      *    its renewal date : no more check-ins, no more claims
       0300-CLOSE-CANCELLED-BEGIN.
       EXEC SQL
           UPDATE serial_subscriptions
           SET deleted_date = :WS-TODAY
           WHERE deleted_date = '00000000'
             AND renewal_decision = 'C'
             AND instructed_for = renewal_date
             AND renewal_date <= :WS-TODAY
       END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = +100
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Cancellation close error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               SET WS-FAILED TO TRUE
           END-IF.
       0300-CLOSE-CANCELLED-END.

       0900-END-RUN-BEGIN.
           IF WS-FAILED
               MOVE "FAILED" TO WS-RUN-STATUS
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               MOVE "OK" TO WS-RUN-STATUS
               SET LK-RETURN-OK TO TRUE
           END-IF.

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
