       IDENTIFICATION DIVISION.
       PROGRAM-ID. onlnpay.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SETTLEMENT
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the card provider's daily settlement : their reference
      *    for the card payment, the library card the patron typed
      *    in, the amount taken and the date it was taken
       FD F-SETTLEMENT
           VALUE OF FILE-ID IS WS-SETTLEMENT-FILE-NAME.
       01 F-SETTLEMENT-RCD.
           05 F-ST-REFERENCE    PIC X(20).
           05 F-ST-CARD         PIC X(10).
           05 F-ST-AMOUNT       PIC 9(05)V99.
           05 F-ST-PAID-DATE    PIC X(08).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-REFERENCE        PIC X(20).
       01 WS-PERSON-ID        PIC 9(10).
       01 WS-PAID-DATE        PIC X(08).
       01 WS-FINE-ID          PIC 9(10).
       01 WS-FINE-OWNER-ID    PIC 9(10).
       01 WS-OUTSTANDING      PIC S9(07)V99.
       01 WS-ALLOCATED        PIC 9(05)V99.
       01 WS-REMAINING        PIC 9(05)V99.
       01 WS-PAYER-ID         PIC 9(10).
       01 WS-DUPLICATE-COUNT  PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.
           88 WS-F-STATUS-OPEN-ERROR   VALUE '05'.
           88 WS-F-STATUS-EOF          VALUE '10'.

       01 WS-SETTLEMENT-FILE-NAME PIC X(50).
       01 WS-CARD-REQUEST     PIC X(04) VALUE "RSLV".
       01 WS-CARD             PIC X(10).

       01 WS-APPLIED-COUNT    PIC 9(05) VALUE 0.
       01 WS-EXCEPTION-COUNT  PIC 9(05) VALUE 0.
       01 WS-FINE-COUNT       PIC 9(05) VALUE 0.
       01 WS-APPLIED-TOTAL    PIC 9(07)V99 VALUE 0.
       01 WS-CREDITED-TOTAL   PIC 9(07)V99 VALUE 0.
       01 WS-EXCEPTION-REASON PIC X(30).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-LINE-FAILED-SWITCH PIC X VALUE "N".
           88 WS-LINE-FAILED       VALUE "Y".

       01 WS-TOTAL-EDIT       PIC Z(6)9.99.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "PAYMENT".
       01 WS-AUDIT-ACTION     PIC X(10) VALUE "ONLINE".

      *    the patron's own open fines and, for a household
      *    guarantor, the juniors' ones they answer for, oldest
      *    first ; what is still owed is worked out the same way
      *    the desk does it
       EXEC SQL
           DECLARE online_fine_cursor CURSOR FOR
               SELECT fines.id, people.id,
                   fines.amount_due - COALESCE((
                       SELECT SUM(fine_payments.amount)
                       FROM fine_payments
                       WHERE fine_payments.fine_id = fines.id), 0)
               FROM fines
               LEFT JOIN borrowings
                   ON fines.borrowing_id = borrowings.id
               INNER JOIN people
                   ON people.id = COALESCE(
                       NULLIF(fines.people_id, 0),
                       borrowings.people_id)
               LEFT JOIN households
                   ON households.id = people.household_id
                  AND households.deleted_date = '00000000'
               WHERE fines.paid_date = '00000000'
                 AND (people.id = :WS-PERSON-ID
                   OR (people.category_code = 'CH'
                   AND households.guarantor_id = :WS-PERSON-ID))
               ORDER BY fines.assessed_date, fines.id
       END-EXEC.

       LINKAGE SECTION.
       01 LK-FILE-NAME        PIC X(40).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    money taken on the web never passes through a drawer :
      *    each line is booked as tender O with till session 0, so
      *    the desk's cash-up only ever counts the cash it took ;
      *    the money pays off open fines oldest first and whatever
      *    is left over goes on the patron's account credit
       PROCEDURE DIVISION USING LK-FILE-NAME,
                                LK-RETURN-VALUE.

           MOVE LK-FILE-NAME TO WS-SETTLEMENT-FILE-NAME.
           OPEN INPUT F-SETTLEMENT.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No such file "
                       FUNCTION TRIM(WS-SETTLEMENT-FILE-NAME) "."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0500-OPEN-EXCEPTIONS-BEGIN
              THRU 0500-OPEN-EXCEPTIONS-END.

           PERFORM UNTIL WS-F-STATUS-EOF
               READ F-SETTLEMENT
                   NOT AT END
                       IF F-SETTLEMENT-RCD(1:1) NOT = "T"
                           PERFORM 0100-APPLY-ONE-BEGIN
                              THRU 0100-APPLY-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-SETTLEMENT.

           PERFORM 0700-CLOSE-EXCEPTIONS-BEGIN
              THRU 0700-CLOSE-EXCEPTIONS-END.

           MOVE WS-APPLIED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY WS-APPLIED-COUNT " online payment(s) applied, "
                   WS-FINE-COUNT " fine payment(s) booked, "
                   WS-EXCEPTION-COUNT " exception(s).".
           DISPLAY "Paid against fines : " WS-TOTAL-EDIT.
           MOVE WS-CREDITED-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "Put on account credit : " WS-TOTAL-EDIT.

           IF WS-EXCEPTION-COUNT > 0
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               SET LK-RETURN-OK TO TRUE
           END-IF.

           EXIT PROGRAM.

      *    a line is applied whole or not at all : every ledger row
      *    it makes is committed together, so a line that failed
      *    half way can simply be sent again
       0100-APPLY-ONE-BEGIN.
           IF F-ST-AMOUNT NOT NUMERIC
               OR F-ST-PAID-DATE NOT NUMERIC
               OR F-ST-REFERENCE = SPACES
               MOVE "Bad settlement line" TO WS-EXCEPTION-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               EXIT PARAGRAPH
           END-IF.

           IF F-ST-AMOUNT = 0
               MOVE "Zero amount" TO WS-EXCEPTION-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               EXIT PARAGRAPH
           END-IF.

           MOVE F-ST-REFERENCE TO WS-REFERENCE.
           MOVE F-ST-PAID-DATE TO WS-PAID-DATE.
           MOVE F-ST-AMOUNT TO WS-REMAINING.

      *    the provider resends a day now and then : a reference
      *    already on the ledger was paid in once already
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-DUPLICATE-COUNT
           FROM fine_payments
           WHERE tender = 'O'
             AND external_reference = :WS-REFERENCE
       END-EXEC.

           IF SQLCODE NOT = 0 OR WS-DUPLICATE-COUNT > 0
               MOVE "Duplicate reference" TO WS-EXCEPTION-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               EXIT PARAGRAPH
           END-IF.

           MOVE F-ST-CARD TO WS-CARD.
           MOVE 0 TO WS-PERSON-ID.
           CALL "cardsrvc" USING
               WS-CARD-REQUEST
               WS-PERSON-ID
               WS-CARD
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               MOVE "Card not matched" TO WS-EXCEPTION-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               EXIT PARAGRAPH
           END-IF.

      *    same rule as the desk : money dated into a month the
      *    treasurer already reported is sent back to be redated
           CALL "perdsrvc" USING
               WS-PAID-DATE
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-CONFLICT OR WS-RETURN-ERROR
               MOVE "Period closed or bad date"
                   TO WS-EXCEPTION-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-LINE-FAILED-SWITCH.

           PERFORM 0200-ALLOCATE-FINES-BEGIN
              THRU 0200-ALLOCATE-FINES-END.

           IF NOT WS-LINE-FAILED AND WS-REMAINING > 0
               PERFORM 0400-CREDIT-REMAINDER-BEGIN
                  THRU 0400-CREDIT-REMAINDER-END
           END-IF.

           IF WS-LINE-FAILED
       EXEC SQL ROLLBACK END-EXEC
               MOVE "Ledger error" TO WS-EXCEPTION-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-APPLIED-COUNT.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-PERSON-ID
               WS-AUDIT-ACTION
           END-CALL.
       0100-APPLY-ONE-END.

       0200-ALLOCATE-FINES-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN online_fine_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Open fine cursor error SQLCODE: " SQLCODE
               SET WS-LINE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y OR WS-LINE-FAILED
               OR WS-REMAINING = 0

       EXEC SQL
           FETCH online_fine_cursor
           INTO :WS-FINE-ID, :WS-FINE-OWNER-ID, :WS-OUTSTANDING
       END-EXEC

               EVALUATE TRUE
                   WHEN SQLCODE = +100
                       SET WS-EOF-Y TO TRUE
                   WHEN SQLCODE NOT = 0
                       DISPLAY "Open fine fetch error SQLCODE: "
                               SQLCODE
                       SET WS-LINE-FAILED TO TRUE
                   WHEN WS-OUTSTANDING > 0
                       PERFORM 0300-PAY-ONE-FINE-BEGIN
                          THRU 0300-PAY-ONE-FINE-END
               END-EVALUATE

           END-PERFORM.

       EXEC SQL CLOSE online_fine_cursor END-EXEC.
       0200-ALLOCATE-FINES-END.

      *    never more than the fine still owes, so no fine goes
      *    negative ; a junior's fine records the guarantor who
      *    paid it, as the desk does
       0300-PAY-ONE-FINE-BEGIN.
           IF WS-REMAINING >= WS-OUTSTANDING
               MOVE WS-OUTSTANDING TO WS-ALLOCATED
           ELSE
               MOVE WS-REMAINING TO WS-ALLOCATED
           END-IF.

           IF WS-FINE-OWNER-ID = WS-PERSON-ID
               MOVE 0 TO WS-PAYER-ID
           ELSE
               MOVE WS-PERSON-ID TO WS-PAYER-ID
           END-IF.

       EXEC SQL
           INSERT INTO fine_payments (fine_id, amount, paid_date,
               kind, till_session_id, payer_id, tender,
               external_reference)
           VALUES (:WS-FINE-ID, :WS-ALLOCATED, :WS-PAID-DATE, 'P',
               0, :WS-PAYER-ID, 'O', :WS-REFERENCE)
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Online payment insert error SQLCODE: "
                       SQLCODE
               SET WS-LINE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF WS-ALLOCATED = WS-OUTSTANDING
       EXEC SQL
           UPDATE fines
           SET paid_date = :WS-PAID-DATE
           WHERE id = :WS-FINE-ID
       END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Fine settle error SQLCODE: " SQLCODE
                   SET WS-LINE-FAILED TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           SUBTRACT WS-ALLOCATED FROM WS-REMAINING.
           ADD WS-ALLOCATED TO WS-APPLIED-TOTAL.
           ADD 1 TO WS-FINE-COUNT.
       0300-PAY-ONE-FINE-END.

      *    the overpayment is a deposit like one taken at the desk,
      *    only without a drawer ; the payer is noted so the credit
      *    can be traced back to the line that made it
       0400-CREDIT-REMAINDER-BEGIN.
       EXEC SQL
           INSERT INTO fine_payments (fine_id, amount, paid_date,
               kind, till_session_id, payer_id, tender,
               external_reference)
           VALUES (0, :WS-REMAINING, :WS-PAID-DATE, 'D',
               0, :WS-PERSON-ID, 'O', :WS-REFERENCE)
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Online deposit insert error SQLCODE: "
                       SQLCODE
               SET WS-LINE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE people
           SET credit_balance = credit_balance + :WS-REMAINING
           WHERE id = :WS-PERSON-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Credit update error SQLCODE: " SQLCODE
               SET WS-LINE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           ADD WS-REMAINING TO WS-CREDITED-TOTAL.
           MOVE 0 TO WS-REMAINING.
       0400-CREDIT-REMAINDER-END.

       0500-OPEN-EXCEPTIONS-BEGIN.
           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE "online-payment-exceptions" TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Online payment exceptions, file " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SETTLEMENT-FILE-NAME)
                      DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0500-OPEN-EXCEPTIONS-END.

      *    the line is printed as the provider sent it, so the
      *    clerk can quote it back to them
       0600-WRITE-EXCEPTION-BEGIN.
           ADD 1 TO WS-EXCEPTION-COUNT.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-EXCEPTION-REASON DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  F-ST-REFERENCE DELIMITED BY SIZE
                  " card " DELIMITED BY SIZE
                  F-ST-CARD DELIMITED BY SIZE
                  " amount " DELIMITED BY SIZE
                  F-ST-AMOUNT DELIMITED BY SIZE
                  " date " DELIMITED BY SIZE
                  F-ST-PAID-DATE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0600-WRITE-EXCEPTION-END.

       0700-CLOSE-EXCEPTIONS-BEGIN.
           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Exceptions to follow up " DELIMITED BY SIZE
                  WS-EXCEPTION-COUNT DELIMITED BY SIZE
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
       0700-CLOSE-EXCEPTIONS-END.
