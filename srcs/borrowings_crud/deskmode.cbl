       01 WS-EQUIP-STATUS     PIC X(01).
       01 WS-EQUIP-DAYS       PIC 9(03).
       01 WS-EQUIP-LOAN-ID    PIC 9(10).
       01 WS-EQUIP-INSP-DAYS  PIC 9(05).
       01 WS-EQUIP-NEXT-INSP  PIC X(08).
       01 WS-EQUIP-INSP-RES   PIC X(01).
       01 WS-ACTIVE-COUNT     PIC 9(05).
       01 WS-CAT-MAX-LOANS    PIC 9(05).
       01 WS-EXPIRY-DATE      PIC X(08).
       01 WS-DATE-DAYS        PIC S9(05).
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.
       01 WS-DUE-TIME         PIC X(04).
       01 WS-LOAN-POLICY      PIC X(01).
       01 WS-USE-DATE         PIC X(08).
       01 WS-USE-TIME         PIC X(04).
       01 WS-OPERATOR-ID      PIC X(10).
       01 WS-PIECE-COUNT      PIC 9(03).
       01 WS-KIT-CONTENTS     PIC X(100).
       01 WS-TRAINING-SWITCH  PIC X(01) VALUE "N".
           88 WS-TRAINING-MODE       VALUE "Y".


       COPY sepline.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
      *    every return here has been through the kit count
       01 WS-KIT-COUNTED      PIC X(01) VALUE "Y".
       COPY curropr.

       01 WS-MSG-ID          PIC X(08).

       01 WS-CHECKOUT-STRING PIC X(10) VALUE "CHECKOUT".
       01 WS-RETURNS-STRING  PIC X(10) VALUE "RETURNS".
       01 WS-INUSE-STRING    PIC X(10) VALUE "INUSE".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-TODAY           PIC X(08).
       01 WS-SUSP-UNTIL      PIC X(08).
       01 WS-START-DATE      PIC X(08).
       01 WS-END-DATE        PIC X(08).
       01 WS-LOAN-ID         PIC 9(10).

       01 WS-PIECES-BACK     PIC 9(03).
       01 WS-KIT-MISSING     PIC 9(03).
       01 WS-KIT-CHARGE      PIC 9(05)V99.
       01 WS-OUT-CHARGE      PIC ZZZZ9.99.

       01 WS-SESSION-COUNT   PIC 9(05).
       01 WS-NOW-TIME        PIC X(08).
       01 WS-OVERRIDE-SWITCH PIC X(01).
       01 WS-BLOCKED-AMOUNT  PIC 9(07)V99.
       01 WS-CARD-REQUEST    PIC X(04).
       01 WS-AUDIT-ACTION    PIC X(10).
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS-ALRT==.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS-SLIP==.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS-PRXY==.
       01 WS-PROXY-REQUEST   PIC X(04).
       01 WS-PROXY-ID        PIC 9(10).
       01 WS-PRINCIPAL-ID    PIC 9(10).

       01 WS-RESOLVED-SWITCH PIC X(01).
           88 WS-RESOLVED-Y         VALUE "Y".
           DISPLAY "Choose an operation : "
           DISPLAY WS-CHECKOUT-STRING " / "
                   WS-RETURNS-STRING " / "
                   WS-INUSE-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE
               WHEN WS-RETURNS-STRING
                   PERFORM 0400-RETURNS-SESSION-BEGIN
                      THRU 0400-RETURNS-SESSION-END
               WHEN WS-INUSE-STRING
                   PERFORM 0900-IN-LIBRARY-SESSION-BEGIN
                      THRU 0900-IN-LIBRARY-SESSION-END
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0150-RESOLVE-PRINCIPAL-BEGIN
              THRU 0150-RESOLVE-PRINCIPAL-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT last_name, first_name, address_check_flag,
               credit_balance
                   FUNCTION TRIM(WS-PEOPLE-FNAME) " "
                   FUNCTION TRIM(WS-PEOPLE-LNAME) ".".

           IF WS-PROXY-ID > 0
               DISPLAY "Collected by proxy " WS-PROXY-ID
                       " : the loans stay on this account."
           END-IF.

           IF WS-CREDIT-BALANCE > 0
               DISPLAY "Account credit : " WS-CREDIT-BALANCE "."
           END-IF.
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

      *    a suspension or ban cannot be overridden at the desk,
      *    only lifted by an ADMIN at the people menu
           CALL "chksusp" USING
               WS-PEOPLE-ID
               WS-TODAY
               WS-SUSP-UNTIL
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-SUSPENDED
               DISPLAY "*** Patron suspended until " WS-SUSP-UNTIL
                       " : no checkout. ***"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SESSION-COUNT.
           MOVE SPACES TO WS-SCAN.

                   "session.".
       0100-CHECKOUT-SESSION-END.

      *    the card on the counter may belong to a carer : their
      *    principal's card is scanned next, the authorisation is
      *    checked, and from then on the session runs on the
      *    principal's account with the carer noted as proxy
       0150-RESOLVE-PRINCIPAL-BEGIN.
           MOVE 0 TO WS-PROXY-ID.

           DISPLAY "Collecting for another patron ? Scan their "
                   "card (blank for this card's own account) : ".
           MOVE SPACES TO WS-CARD-INPUT.
           ACCEPT WS-CARD-INPUT.

           IF WS-CARD-INPUT = SPACES
               SET WS-RETURN-OK TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE "RSLV" TO WS-CARD-REQUEST.
           CALL "cardsrvc" USING
               WS-CARD-REQUEST
               WS-PRINCIPAL-ID
               WS-CARD-INPUT
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "No such patron or card."
               EXIT PARAGRAPH
           END-IF.

           MOVE "CHCK" TO WS-PROXY-REQUEST.
           CALL "prxysrvc" USING
               WS-PROXY-REQUEST
               WS-PRINCIPAL-ID
               WS-PEOPLE-ID
               WS-LOAN-ID
               WS-PRXY-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-PRXY-RETURN-OK
                   MOVE WS-PEOPLE-ID TO WS-PROXY-ID
                   MOVE WS-PRINCIPAL-ID TO WS-PEOPLE-ID
                   SET WS-RETURN-OK TO TRUE
               WHEN WS-PRXY-RETURN-EXPIRED
                   DISPLAY "Refused : this proxy authorisation has "
                           "expired."
                   SET WS-RETURN-EXPIRED TO TRUE
               WHEN WS-PRXY-RETURN-SUSPENDED
                   DISPLAY "Refused : the card presented is "
                           "suspended, it cannot collect for "
                           "another patron."
                   SET WS-RETURN-SUSPENDED TO TRUE
               WHEN WS-PRXY-RETURN-ERROR
                   DISPLAY "A patron cannot be their own proxy."
                   SET WS-RETURN-ERROR TO TRUE
               WHEN OTHER
                   DISPLAY "Refused : this card is not authorised "
                           "to collect for that patron."
                   SET WS-RETURN-NOT-FOUND TO TRUE
           END-EVALUATE.
       0150-RESOLVE-PRINCIPAL-END.

       0200-CHECKOUT-ONE-BEGIN.
      *    the drawer items scan like books : an equipment
      *    barcode takes the equipment path and is done
           EVALUATE TRUE
               WHEN WS-RETURN-OK
                   ADD 1 TO WS-SESSION-COUNT
                   PERFORM 0210-SHOW-DUE-AND-PROXY-BEGIN
                      THRU 0210-SHOW-DUE-AND-PROXY-END
                   MOVE "C" TO WS-SLIP-KIND
                   CALL "rcptslip" USING
                       WS-LOAN-ID
               WHEN WS-RETURN-EXPIRED
                   DISPLAY "Refused : membership lapsed, renew at "
                           "the people menu."
               WHEN WS-RETURN-SUSPENDED
                   DISPLAY "Refused : patron is suspended."
               WHEN WS-RETURN-NOT-LENDABLE
                   DISPLAY "Refused : reference only, this copy "
                           "stays in the library (INUSE to count "
                           "it)."
               WHEN WS-RETURN-RESTRICTED
                   PERFORM 0700-AGE-OVERRIDE-BEGIN
                      THRU 0700-AGE-OVERRIDE-END
               WHEN WS-RETURN-BLOCKED AND WS-BLOCKED-AMOUNT = 0
                   DISPLAY "Refused : patron is on their home "
                           "library's blocked list, see the "
                           "borrowings menu for an ADMIN override."
               WHEN WS-RETURN-BLOCKED
                   DISPLAY "Refused : patron owes "
                           WS-BLOCKED-AMOUNT " in unpaid fines, "
           END-EVALUATE.
       0200-CHECKOUT-ONE-END.

      *    the due line for a loan just made (a short-loan copy
      *    shows its hour too) and, when a proxy collects, the
      *    proxy noted against the loan
       0210-SHOW-DUE-AND-PROXY-BEGIN.
       EXEC SQL
           SELECT loan_policy, due_time
           INTO :WS-LOAN-POLICY, :WS-DUE-TIME
           FROM borrowings
           WHERE id = :WS-LOAN-ID
       END-EXEC.
           IF SQLCODE = 0 AND WS-LOAN-POLICY = "S"
               DISPLAY FUNCTION TRIM(WS-BOOK-NAME)
                       " -- SHORT LOAN due " WS-END-DATE
                       " at " WS-DUE-TIME(1:2) ":"
                       WS-DUE-TIME(3:2)
           ELSE
               DISPLAY FUNCTION TRIM(WS-BOOK-NAME)
                       " -- due " WS-END-DATE
           END-IF.
           MOVE 0 TO SQLCODE.
           IF WS-PROXY-ID > 0
               MOVE "NOTE" TO WS-PROXY-REQUEST
               CALL "prxysrvc" USING
                   WS-PROXY-REQUEST
                   WS-PEOPLE-ID
                   WS-PROXY-ID
                   WS-LOAN-ID
                   WS-PRXY-RETURN-VALUE
               END-CALL
           END-IF.
       0210-SHOW-DUE-AND-PROXY-END.

      *    equipment lends inside the patron's ordinary limits
      *    (book loans and drawer loans count together) and to a
      *    live membership, with the item's own loan period
           MOVE 0 TO WS-EQUIP-ID.

       EXEC SQL
           SELECT id, name, status, loan_days, inspect_days,
               next_inspect_date, inspect_result
           INTO :WS-EQUIP-ID, :WS-EQUIP-NAME, :WS-EQUIP-STATUS,
               :WS-EQUIP-DAYS, :WS-EQUIP-INSP-DAYS,
               :WS-EQUIP-NEXT-INSP, :WS-EQUIP-INSP-RES
           FROM equipment
           WHERE barcode = :WS-SCAN
             AND deleted_date = '00000000'
               EXIT PARAGRAPH
           END-IF.

      *    nothing goes out that has failed its electrical safety
      *    test, even once its interval has been taken off, or is
      *    past the date for its next one
           IF WS-EQUIP-INSP-RES = "F"
               DISPLAY "Refused : this item failed its "
                       "safety test, keep it off the desk."
               EXIT PARAGRAPH
           END-IF.

           IF WS-EQUIP-INSP-DAYS > 0
               EVALUATE TRUE
                   WHEN WS-EQUIP-NEXT-INSP = "00000000"
                       DISPLAY "Refused : this item has not been "
                               "safety tested yet."
                       EXIT PARAGRAPH
                   WHEN WS-EQUIP-NEXT-INSP < WS-TODAY
                       DISPLAY "Refused : this item's safety test "
                               "was due " WS-EQUIP-NEXT-INSP "."
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF.

       EXEC SQL
           SELECT expiry_date,
               COALESCE(MAX(categories.max_loans), 5)
               END-IF
           END-IF.

           PERFORM 0520-CHECK-KIT-PIECES-BEGIN
              THRU 0520-CHECK-KIT-PIECES-END.

           IF WS-KIT-MISSING > 0
               EXIT PARAGRAPH
           END-IF.

           CALL "retnborw" USING
               WS-BORROWING-ID
               WS-TODAY
               WS-KIT-COUNTED
               WS-RETURN-VALUE
           END-CALL.

           END-EVALUATE.
       0500-RETURN-ONE-END.

      *    a kit is counted back piece by piece against the
      *    contents list before the loan can close ; short, the
      *    loan stays open as an incomplete return and the missing
      *    pieces are charged (shrtborw)
       0520-CHECK-KIT-PIECES-BEGIN.
           MOVE 0 TO WS-KIT-MISSING.
           MOVE 1 TO WS-PIECE-COUNT.

       EXEC SQL
           SELECT copies.piece_count, copies.contents
           INTO :WS-PIECE-COUNT, :WS-KIT-CONTENTS
           FROM borrowings
           INNER JOIN copies ON borrowings.copy_id = copies.id
           WHERE borrowings.id = :WS-BORROWING-ID
       END-EXEC.

           IF SQLCODE NOT = 0 OR WS-PIECE-COUNT < 2
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "KIT of " WS-PIECE-COUNT " pieces : "
                   FUNCTION TRIM(WS-KIT-CONTENTS).
           DISPLAY "Count the pieces - how many are here ? ".
           MOVE 0 TO WS-PIECES-BACK.
           ACCEPT WS-PIECES-BACK.

           CALL "shrtborw" USING
               WS-BORROWING-ID
               WS-TODAY
               WS-PIECES-BACK
               WS-KIT-MISSING
               WS-KIT-CHARGE
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-OK AND WS-KIT-MISSING > 0
                   MOVE WS-KIT-CHARGE TO WS-OUT-CHARGE
                   DISPLAY FUNCTION TRIM(WS-BOOK-NAME)
                           " -- INCOMPLETE RETURN, "
                           WS-KIT-MISSING " piece(s) missing."
                   DISPLAY "Loan left open, copy held out of "
                           "service. Charged : " WS-OUT-CHARGE
               WHEN WS-RETURN-OK
                   CONTINUE
               WHEN WS-RETURN-ERROR
                   DISPLAY "More pieces than the kit holds - "
                           "count again."
                   MOVE 1 TO WS-KIT-MISSING
               WHEN OTHER
                   DISPLAY "Kit check error, loan not returned."
                   MOVE 1 TO WS-KIT-MISSING
           END-EVALUATE.
       0520-CHECK-KIT-PIECES-END.

       0550-TRY-EQUIPMENT-RETURN-BEGIN.
           MOVE 0 TO WS-EQUIP-ID.


           IF WS-RETURN-OK
               ADD 1 TO WS-SESSION-COUNT
               PERFORM 0210-SHOW-DUE-AND-PROXY-BEGIN
                  THRU 0210-SHOW-DUE-AND-PROXY-END
      *    the override and its why, in one trail row
               MOVE "PERSON" TO WS-AUDIT-ENTITY
               MOVE "AGEOVRD" TO WS-AUDIT-ACTION
                       "the staff member who asked for it. ***"
           END-IF.
       0800-SHOW-RECALL-ROUTING-END.

      *    reference copies never go out, but what is read in the
      *    building still counts : the reshelving trolley is
      *    scanned here and every item becomes one use, stamped
      *    with the day, the time and who scanned it
       0900-IN-LIBRARY-SESSION-BEGIN.
           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.
           MOVE WS-CURRENT-OPERATOR TO WS-OPERATOR-ID.
           MOVE 0 TO WS-SESSION-COUNT.

           DISPLAY "Scan items used in the library "
                   "(blank to finish) : ".
           MOVE SPACES TO WS-SCAN.
           ACCEPT WS-SCAN.

           PERFORM UNTIL WS-SCAN = SPACES
               PERFORM 0950-RECORD-IN-LIBRARY-USE-BEGIN
                  THRU 0950-RECORD-IN-LIBRARY-USE-END
               MOVE SPACES TO WS-SCAN
               ACCEPT WS-SCAN
           END-PERFORM.

           DISPLAY WS-SESSION-COUNT " in-library use(s) recorded "
                   "this session.".
       0900-IN-LIBRARY-SESSION-END.

       0950-RECORD-IN-LIBRARY-USE-BEGIN.
           PERFORM 0300-RESOLVE-SCAN-TO-BOOK-BEGIN
              THRU 0300-RESOLVE-SCAN-TO-BOOK-END.

           IF WS-RESOLVED-N
               DISPLAY "Unknown book or barcode : " WS-SCAN
               EXIT PARAGRAPH
           END-IF.

           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-TODAY TO WS-USE-DATE.
           MOVE WS-NOW-TIME(1:4) TO WS-USE-TIME.

       EXEC SQL
           INSERT INTO in_library_uses
               (copy_id, book_id, use_date, use_time, operator_id)
           VALUES (:WS-SCAN-COPY-ID, :WS-BOOK-ID, :WS-USE-DATE,
               :WS-USE-TIME, :WS-OPERATOR-ID)
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-SESSION-COUNT
               DISPLAY FUNCTION TRIM(WS-BOOK-NAME) " -- used"
           ELSE
               DISPLAY "In-library use insert error SQLCODE: "
                       SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0950-RECORD-IN-LIBRARY-USE-END.
