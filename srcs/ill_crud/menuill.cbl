       01 WS-LOAN-ID          PIC 9(10).
       01 WS-SHIP-DATE        PIC X(08).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-LENDING-FEE      PIC 9(05)V99.
       01 WS-LATE-FEE         PIC 9(05)V99.
       01 WS-LOST-FEE         PIC 9(05)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-WHOHOLDS-STRING PIC X(10) VALUE "WHOHOLDS".
       01 WS-HOLDEXP-STRING  PIC X(10) VALUE "HOLDEXP".
       01 WS-HOLDIMP-STRING  PIC X(10) VALUE "HOLDIMP".
       01 WS-TARIFF-STRING   PIC X(10) VALUE "TARIFF".
       01 WS-PARTLOST-STRING PIC X(10) VALUE "PARTLOST".
       01 WS-REQLOST-STRING  PIC X(10) VALUE "REQLOST".
       01 WS-ILLBILL-STRING  PIC X(10) VALUE "ILLBILL".
       01 WS-BLOCKEXP-STRING PIC X(10) VALUE "BLOCKEXP".
       01 WS-BLOCKIMP-STRING PIC X(10) VALUE "BLOCKIMP".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".
       01 WS-IMPORT-FILE     PIC X(40).
       01 WS-SEARCH-TEXT     PIC X(50).
       01 WS-ISBN-RAW        PIC X(17).
       01 WS-BILL-PERIOD     PIC X(06).
       01 WS-FEE-EDIT        PIC Z(4)9.99.

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
               FROM ill_requests
               INNER JOIN ill_partners
                   ON ill_requests.partner_id = ill_partners.id
               WHERE ill_requests.status NOT IN ('T', 'X')
               GROUP BY ill_partners.name
               ORDER BY ill_partners.name
       END-EXEC.
                   ON ill_requests.partner_id = ill_partners.id
               INNER JOIN people
                   ON ill_requests.people_id = people.id
               WHERE ill_requests.status NOT IN ('T', 'X')
               ORDER BY ill_requests.id
       END-EXEC.

                   WS-WHOHOLDS-STRING " / "
                   WS-HOLDEXP-STRING " / "
                   WS-HOLDIMP-STRING " / "
                   WS-TARIFF-STRING " / "
                   WS-PARTLOST-STRING " / "
                   WS-REQLOST-STRING " / "
                   WS-ILLBILL-STRING " / "
                   WS-BLOCKEXP-STRING " / "
                   WS-BLOCKIMP-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE
               WHEN WS-HOLDIMP-STRING
                   PERFORM 0800-IMPORT-HOLDINGS-BEGIN
                      THRU 0800-IMPORT-HOLDINGS-END
               WHEN WS-TARIFF-STRING
                   PERFORM 1200-SET-TARIFF-BEGIN
                      THRU 1200-SET-TARIFF-END
               WHEN WS-PARTLOST-STRING
                   PERFORM 1300-PARTNER-LOST-BEGIN
                      THRU 1300-PARTNER-LOST-END
               WHEN WS-REQLOST-STRING
                   PERFORM 1400-REQUEST-LOST-BEGIN
                      THRU 1400-REQUEST-LOST-END
               WHEN WS-ILLBILL-STRING
                   PERFORM 1500-RUN-BILLING-BEGIN
                      THRU 1500-RUN-BILLING-END
               WHEN WS-BLOCKEXP-STRING
                   CALL "netblexp" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN WS-BLOCKIMP-STRING
                   PERFORM 1600-IMPORT-BLOCKS-BEGIN
                      THRU 1600-IMPORT-BLOCKS-END
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE
               DISPLAY "No partner is overdue."
           END-IF.
       1100-CHASE-PARTNERS-END.

      *    what the partner charges and is charged per transaction :
      *    the same tariff is applied both ways in the settlement
       1200-SET-TARIFF-BEGIN.
           DISPLAY "Enter partner's id : ".
           ACCEPT WS-PARTNER-ID.

       EXEC SQL
           SELECT name, lending_fee, late_fee, lost_fee
           INTO :WS-PARTNER-NAME, :WS-LENDING-FEE, :WS-LATE-FEE,
               :WS-LOST-FEE
           FROM ill_partners
           WHERE id = :WS-PARTNER-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such partner."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LENDING-FEE TO WS-FEE-EDIT.
           DISPLAY FUNCTION TRIM(WS-PARTNER-NAME)
                   " : lending fee " WS-FEE-EDIT.
           MOVE WS-LATE-FEE TO WS-FEE-EDIT.
           DISPLAY "    late fee " WS-FEE-EDIT.
           MOVE WS-LOST-FEE TO WS-FEE-EDIT.
           DISPLAY "    lost-item fee " WS-FEE-EDIT.

           DISPLAY "Enter new lending fee : ".
           ACCEPT WS-LENDING-FEE.
           DISPLAY "Enter new late fee : ".
           ACCEPT WS-LATE-FEE.
           DISPLAY "Enter new lost-item fee : ".
           ACCEPT WS-LOST-FEE.

       EXEC SQL
           UPDATE ill_partners
           SET lending_fee = :WS-LENDING-FEE,
               late_fee = :WS-LATE-FEE,
               lost_fee = :WS-LOST-FEE
           WHERE id = :WS-PARTNER-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Tariff updated."
               MOVE "TARIFF" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-PARTNER-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Tariff update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       1200-SET-TARIFF-END.

      *    the partner reports our copy lost : the loan closes as
      *    X for the lost-item fee and the copy leaves stock the
      *    way lostborw takes out a copy a patron lost
       1300-PARTNER-LOST-BEGIN.
           DISPLAY "Enter the outbound loan's id : ".
           ACCEPT WS-LOAN-ID.

       EXEC SQL
           SELECT ill_loans.id, ill_loans.copy_id, copies.book_id,
               ill_loans.status
           INTO :WS-LOAN-ID, :WS-COPY-ID, :WS-BOOK-ID, :WS-STATUS
           FROM ill_loans
           INNER JOIN copies ON ill_loans.copy_id = copies.id
           WHERE ill_loans.id = :WS-LOAN-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such outbound loan."
               EXIT PARAGRAPH
           END-IF.

           IF WS-STATUS NOT = "S"
               DISPLAY "Only a copy still out at the partner can "
                       "be reported lost."
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           UPDATE ill_loans
           SET status = 'X',
               lost_date = :WS-TODAY
           WHERE id = :WS-LOAN-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL
           UPDATE copies
           SET status = 'M',
               condition_code = 'LS',
               oos_reason = ' ',
               oos_date = :WS-TODAY
           WHERE id = :WS-COPY-ID
       END-EXEC
           END-IF.

           IF SQLCODE = 0
       EXEC SQL
           UPDATE books
           SET copies_total = copies_total - 1
           WHERE id = :WS-BOOK-ID
       END-EXEC
           END-IF.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Copy written off as lost by the partner."
               MOVE "PARTLOST" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-LOAN-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Partner lost error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       1300-PARTNER-LOST-END.

      *    the partner's item went missing on our side, on the
      *    desk or with the patron : X carries their lost-item fee
       1400-REQUEST-LOST-BEGIN.
           DISPLAY "Enter ILL request's id : ".
           ACCEPT WS-REQUEST-ID.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           UPDATE ill_requests
           SET status = 'X',
               lost_date = :WS-TODAY
           WHERE id = :WS-REQUEST-ID
             AND status IN ('V', 'L')
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Lost update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "Only an item received from the partner "
                           "can be recorded lost."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "Partner's item recorded as lost."
                   MOVE "REQLOST" TO WS-AUDIT-ACTION
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-REQUEST-ID
                       WS-AUDIT-ACTION
                   END-CALL
           END-EVALUATE.
       1400-REQUEST-LOST-END.

       1500-RUN-BILLING-BEGIN.
           DISPLAY "Enter the month to bill (YYYYMM, blank for "
                   "last month) : ".
           MOVE SPACES TO WS-BILL-PERIOD.
           ACCEPT WS-BILL-PERIOD.

           CALL "illbill" USING
               WS-BILL-PERIOD
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-OK
                   DISPLAY "ILL statements written to output/."
               WHEN WS-RETURN-CONFLICT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ILL billing finished with errors."
           END-EVALUATE.
       1500-RUN-BILLING-END.

      *    a partner's blocked-borrower list replaces the one they
      *    sent before ; the loan desk checks reciprocal patrons
      *    against it from then on
       1600-IMPORT-BLOCKS-BEGIN.
           DISPLAY "Enter partner's id : ".
           ACCEPT WS-PARTNER-ID.
           DISPLAY "Enter the blocked list file to load : ".
           MOVE SPACES TO WS-IMPORT-FILE.
           ACCEPT WS-IMPORT-FILE.

           CALL "netblimp" USING
               WS-PARTNER-ID
               WS-IMPORT-FILE
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-OK
                   CONTINUE
               WHEN WS-RETURN-NOT-FOUND
                   DISPLAY "No such partner."
               WHEN OTHER
                   DISPLAY "Blocked list import error."
           END-EVALUATE.
       1600-IMPORT-BLOCKS-END.
