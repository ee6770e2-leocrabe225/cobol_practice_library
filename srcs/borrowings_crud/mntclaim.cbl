       IDENTIFICATION DIVISION.
       PROGRAM-ID. mntclaim.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-LOAN-ID          PIC 9(10).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-RETURNED-DATE    PIC X(08).
       01 WS-CLAIM-STATUS     PIC X(01).
       01 WS-CLAIM-DATE       PIC X(08).
       01 WS-NEW-STATUS       PIC X(01).
       01 WS-CLAIMS-COUNT     PIC 9(05).
       01 WS-BARCODE          PIC X(20).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-LAST-NAME        PIC X(25).
       01 WS-FIRST-NAME       PIC X(25).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY sepline.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-KIT-COUNTED      PIC X(01) VALUE "N".

       01 WS-QUIT      PIC X   VALUE "n".
           88 WS-QUIT-N        VALUE "n".
           88 WS-QUIT-Y        VALUE "Y".

       01 WS-EOF       PIC X   VALUE "n".
           88 WS-EOF-N         VALUE "n".
           88 WS-EOF-Y         VALUE "Y".

       01 WS-CHOICE    PIC X(10).

       01 WS-CLAIM-STRING    PIC X(10) VALUE "CLAIM".
       01 WS-RESOLVE-STRING  PIC X(10) VALUE "RESOLVE".
       01 WS-LIST-STRING     PIC X(10) VALUE "LIST".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-OUTCOME         PIC X(01).
           88 WS-OUTCOME-SHELF       VALUE "S".
           88 WS-OUTCOME-PATRON      VALUE "P".
           88 WS-OUTCOME-WRITEOFF    VALUE "W".

       01 WS-TODAY           PIC X(08).
       01 WS-DATE-REQUEST    PIC X(04).
       01 WS-CLAIM-AGE       PIC S9(05).
       01 WS-CLAIM-AGE-DISP  PIC Z(4)9.
       01 WS-WRITEOFF-DAYS   PIC 9(05) VALUE 60.
       01 WS-PARAM-NAME      PIC X(20).
       01 WS-PARAM-VALUE     PIC 9(05)V99.
       01 WS-LOSS-OUTCOME    PIC X(01) VALUE "L".
       01 WS-LOSS-CHARGE     PIC 9(05)V99.

       01 WS-AUDIT-ENTITY    PIC X(10) VALUE "BORROWING".
       01 WS-AUDIT-ACTION    PIC X(10).

       EXEC SQL
           DECLARE claim_list_cursor CURSOR FOR
               SELECT borrowings.id, borrowings.people_id,
                   people.last_name, people.first_name,
                   copies.barcode, borrowings.claim_date
               FROM borrowings
               INNER JOIN people ON people.id = borrowings.people_id
               INNER JOIN copies ON copies.id = borrowings.copy_id
               WHERE borrowings.claim_status = 'C'
                 AND borrowings.returned_date = '00000000'
               ORDER BY borrowings.claim_date, borrowings.id
       END-EXEC.

      *    claimed-returned disputes : a claimed loan stops fining,
      *    drops off the overdue list and letters and no longer
      *    counts toward the fines block; its copy goes on the
      *    stocktake search list until the claim is resolved
       PROCEDURE DIVISION.

       CALL "rdbusdat" USING
           WS-TODAY
           WS-RETURN-VALUE
       END-CALL.

       MOVE "CLAIM-WRITEOFF-DAYS" TO WS-PARAM-NAME.
       CALL "rdparam" USING
           WS-PARAM-NAME
           WS-PARAM-VALUE
           WS-RETURN-VALUE
       END-CALL.
       IF WS-RETURN-OK
           MOVE WS-PARAM-VALUE TO WS-WRITEOFF-DAYS
       END-IF.

       SET WS-QUIT-N TO TRUE.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Claimed-returned loans"
           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Choose an operation : "
           DISPLAY WS-CLAIM-STRING " / "
                   WS-RESOLVE-STRING " / "
                   WS-LIST-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN WS-CLAIM-STRING
                   PERFORM 0100-CLAIM-LOAN-BEGIN
                      THRU 0100-CLAIM-LOAN-END
               WHEN WS-RESOLVE-STRING
                   PERFORM 0200-RESOLVE-CLAIM-BEGIN
                      THRU 0200-RESOLVE-CLAIM-END
               WHEN WS-LIST-STRING
                   PERFORM 0300-LIST-CLAIMS-BEGIN
                      THRU 0300-LIST-CLAIMS-END
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE

       END-PERFORM.

       EXIT PROGRAM.

      *    the patron says the book came back : flag the open loan
      *    and count the claim against the patron
       0100-CLAIM-LOAN-BEGIN.
           DISPLAY "Enter the loan id the patron claims returned : ".
           ACCEPT WS-LOAN-ID.

           PERFORM 0400-READ-LOAN-BEGIN
              THRU 0400-READ-LOAN-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           IF WS-CLAIM-STATUS = "C"
               DISPLAY "That loan is already claimed returned."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE borrowings
           SET claim_status = 'C',
               claim_date = :WS-TODAY
           WHERE id = :WS-LOAN-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Claim update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE people
           SET claims_count = COALESCE(claims_count, 0) + 1
           WHERE id = :WS-PEOPLE-ID
           RETURNING claims_count
           INTO :WS-CLAIMS-COUNT
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Claim count error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           MOVE "CLAIMRET" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-LOAN-ID
               WS-AUDIT-ACTION
           END-CALL.

           DISPLAY "Loan " WS-LOAN-ID " claimed returned, copy "
                   FUNCTION TRIM(WS-BARCODE)
                   " added to the search list.".
           DISPLAY "Patron " WS-PEOPLE-ID " has made "
                   WS-CLAIMS-COUNT " claim(s) in all.".
       0100-CLAIM-LOAN-END.

      *    S : found on the shelf, the loan closes on the claim date
      *    P : the patron found it at home, the loan stays open and
      *        fining picks up again until it comes back
      *    W : never found, after the write-off period the copy is
      *        charged as lost through lostborw
       0200-RESOLVE-CLAIM-BEGIN.
           DISPLAY "Enter the claimed loan id : ".
           ACCEPT WS-LOAN-ID.

           PERFORM 0400-READ-LOAN-BEGIN
              THRU 0400-READ-LOAN-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

           IF WS-CLAIM-STATUS NOT = "C"
               DISPLAY "That loan has no open claim."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Outcome : S found on shelf / P patron found it"
                   " / W write off as lost".
           MOVE SPACE TO WS-OUTCOME.
           ACCEPT WS-OUTCOME.

           EVALUATE TRUE
               WHEN WS-OUTCOME-SHELF
                   CALL "retnborw" USING
                       WS-LOAN-ID
                       WS-CLAIM-DATE
                       WS-KIT-COUNTED
                       WS-RETURN-VALUE
                   END-CALL
                   IF WS-RETURN-CONFLICT
                       DISPLAY "A kit is counted back in DESK mode,"
                               " claim left open."
                       EXIT PARAGRAPH
                   END-IF
                   IF NOT WS-RETURN-OK
                       DISPLAY "Return failed, claim left open."
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "S" TO WS-NEW-STATUS
                   MOVE "CLAIMSHELF" TO WS-AUDIT-ACTION
               WHEN WS-OUTCOME-PATRON
                   MOVE "P" TO WS-NEW-STATUS
                   MOVE "CLAIMPATRN" TO WS-AUDIT-ACTION
               WHEN WS-OUTCOME-WRITEOFF
                   PERFORM 0500-WRITE-OFF-BEGIN
                      THRU 0500-WRITE-OFF-END
                   IF NOT WS-RETURN-OK
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "W" TO WS-NEW-STATUS
                   MOVE "CLAIMWROFF" TO WS-AUDIT-ACTION
               WHEN OTHER
                   DISPLAY "Unknown outcome, nothing changed."
                   EXIT PARAGRAPH
           END-EVALUATE.

       EXEC SQL
           UPDATE borrowings
           SET claim_status = :WS-NEW-STATUS
           WHERE id = :WS-LOAN-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Claim update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-LOAN-ID
               WS-AUDIT-ACTION
           END-CALL.

           DISPLAY "Claim on loan " WS-LOAN-ID " resolved.".
       0200-RESOLVE-CLAIM-END.

       0300-LIST-CLAIMS-BEGIN.
           SET WS-EOF-N TO TRUE.
           MOVE "DIFF" TO WS-DATE-REQUEST.

       EXEC SQL OPEN claim_list_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Claim list cursor error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH claim_list_cursor
           INTO :WS-LOAN-ID, :WS-PEOPLE-ID, :WS-LAST-NAME,
               :WS-FIRST-NAME, :WS-BARCODE, :WS-CLAIM-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   CALL "datesrvc" USING
                       WS-DATE-REQUEST
                       WS-CLAIM-DATE
                       WS-TODAY
                       WS-CLAIM-AGE
                       WS-RETURN-VALUE
                   END-CALL
                   MOVE WS-CLAIM-AGE TO WS-CLAIM-AGE-DISP
                   DISPLAY WS-LOAN-ID " | " WS-PEOPLE-ID " | "
                           FUNCTION TRIM(WS-FIRST-NAME) " "
                           FUNCTION TRIM(WS-LAST-NAME) " | "
                           FUNCTION TRIM(WS-BARCODE) " | claimed "
                           WS-CLAIM-DATE " | " WS-CLAIM-AGE-DISP
                           " day(s)"
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE claim_list_cursor END-EXEC.
       0300-LIST-CLAIMS-END.

       0400-READ-LOAN-BEGIN.
       EXEC SQL
           SELECT borrowings.people_id, borrowings.returned_date,
               COALESCE(borrowings.claim_status, ' '),
               COALESCE(borrowings.claim_date, '00000000'),
               copies.barcode
           INTO :WS-PEOPLE-ID, :WS-RETURNED-DATE, :WS-CLAIM-STATUS,
               :WS-CLAIM-DATE, :WS-BARCODE
           FROM borrowings
           INNER JOIN copies ON copies.id = borrowings.copy_id
           WHERE borrowings.id = :WS-LOAN-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such loan."
               SET WS-RETURN-NOT-FOUND TO TRUE
               EXIT PARAGRAPH
           END-IF.

           IF WS-RETURNED-DATE NOT = "00000000"
               DISPLAY "That loan is already closed."
               SET WS-RETURN-ALREADY-HERE TO TRUE
               EXIT PARAGRAPH
           END-IF.

           SET WS-RETURN-OK TO TRUE.
       0400-READ-LOAN-END.

       0500-WRITE-OFF-BEGIN.
           MOVE "DIFF" TO WS-DATE-REQUEST.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-CLAIM-DATE
               WS-TODAY
               WS-CLAIM-AGE
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "Claim date unreadable, nothing changed."
               EXIT PARAGRAPH
           END-IF.

           IF WS-CLAIM-AGE < WS-WRITEOFF-DAYS
               MOVE WS-CLAIM-AGE TO WS-CLAIM-AGE-DISP
               DISPLAY "Claim is only " WS-CLAIM-AGE-DISP
                       " day(s) old, write-off needs "
                       WS-WRITEOFF-DAYS "."
               SET WS-RETURN-BLOCKED TO TRUE
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Replacement charge (0 to assess from the copy) : ".
           MOVE 0 TO WS-LOSS-CHARGE.
           ACCEPT WS-LOSS-CHARGE.

           CALL "lostborw" USING
               WS-LOAN-ID
               WS-TODAY
               WS-LOSS-OUTCOME
               WS-LOSS-CHARGE
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "Write-off failed, claim left open."
           END-IF.
       0500-WRITE-OFF-END.
