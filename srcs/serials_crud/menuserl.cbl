       01 WS-DUE-DATE         PIC X(08).
       01 WS-LOAN-PERIOD-DAYS PIC 9(03).
       01 WS-LENT-PEOPLE-ID   PIC 9(10).
       01 WS-ANNUAL-COST      PIC 9(05)V99.
       01 WS-RENEWAL-DATE     PIC X(08).
       01 WS-FUND-ID          PIC 9(10).
       01 WS-DECISION         PIC X(01).
       01 WS-BIND-FROM        PIC X(08).
       01 WS-BIND-TO          PIC X(08).
       01 WS-ISSUE-COUNT      PIC 9(05).
       01 WS-PROBLEM-COUNT    PIC 9(05).
       01 WS-BOOK-ID          PIC 9(10).
       01 WS-COPY-ID          PIC 9(10).
       01 WS-BOOK-ISBN        PIC X(13).
       01 WS-DELETED-DATE     PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-CLAIMRUN-STRING  PIC X(10) VALUE "CLAIMRUN".
       01 WS-LEND-STRING      PIC X(10) VALUE "LEND".
       01 WS-RETURN-STRING    PIC X(10) VALUE "RETURN".
       01 WS-TERMS-STRING     PIC X(10) VALUE "TERMS".
       01 WS-REVIEW-STRING    PIC X(10) VALUE "REVIEW".
       01 WS-DECIDE-STRING    PIC X(10) VALUE "DECIDE".
       01 WS-RENEWRUN-STRING  PIC X(10) VALUE "RENEWRUN".
       01 WS-BIND-STRING      PIC X(10) VALUE "BIND".
       01 WS-QUIT-STRING      PIC X(10) VALUE "QUIT".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
       01 WS-DATE-REQUEST  PIC X(04).
       01 WS-DATE-DAYS     PIC S9(05).

       01 WS-TERMS-SWITCH  PIC X(01).
           88 WS-TERMS-OK          VALUE "Y".

      *    what the bound volume is catalogued with
       01 WS-ISBN-RAW        PIC X(17).
       01 WS-BIND-TITLE      PIC X(31).
       01 WS-BOOK-NAME       PIC X(50).
       01 WS-BOOK-YEAR       PIC X(04).
       01 WS-AUTHOR-LASTNAME PIC X(25).
       01 WS-AUTHOR-FIRSTNAME PIC X(25).
       01 WS-AUTHOR-ID       PIC 9(10).
       01 WS-EDITOR-NAME     PIC X(25).
       01 WS-EDITOR-ID       PIC 9(10).
       01 WS-SHELF-LOCATION  PIC X(10).
       01 WS-LANGUAGE        PIC X(20).
       01 WS-SERIES-NAME     PIC X(50).
       01 WS-VOLUME-NUMBER   PIC 9(05).
       01 WS-CLASS-NUMBER    PIC X(12).
       01 WS-CUTTER          PIC X(10).
       01 WS-COPIES-TOTAL    PIC 9(05) VALUE 1.
       01 WS-COPY-COST       PIC 9(05)V99.
       01 WS-COPY-SOURCE     PIC X(01) VALUE "C".
       01 WS-COMMIT-SWITCH   PIC X(01) VALUE "Y".
       01 WS-NO-COMMIT       PIC X(01) VALUE "N".
       01 WS-OOS-ACTION      PIC X(01) VALUE "S".
       01 WS-OOS-REASON      PIC X(02) VALUE "BD".

       EXEC SQL
           DECLARE subs_cursor CURSOR FOR
               SELECT id, title, frequency_days, next_expected
                   WS-CLAIMRUN-STRING " / "
                   WS-LEND-STRING " / "
                   WS-RETURN-STRING " / "
                   WS-TERMS-STRING " / "
                   WS-REVIEW-STRING " / "
                   WS-DECIDE-STRING " / "
                   WS-RENEWRUN-STRING " / "
                   WS-BIND-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE
               WHEN WS-RETURN-STRING
                   PERFORM 0600-RETURN-ISSUE-BEGIN
                      THRU 0600-RETURN-ISSUE-END
               WHEN WS-TERMS-STRING
                   PERFORM 0700-SET-TERMS-BEGIN
                      THRU 0700-SET-TERMS-END
               WHEN WS-REVIEW-STRING
                   CALL "serrview" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN WS-DECIDE-STRING
                   PERFORM 0800-DECIDE-RENEWAL-BEGIN
                      THRU 0800-DECIDE-RENEWAL-END
               WHEN WS-RENEWRUN-STRING
                   CALL "serrenew" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN WS-BIND-STRING
                   PERFORM 0900-BIND-VOLUME-BEGIN
                      THRU 0900-BIND-VOLUME-END
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0750-ACCEPT-TERMS-BEGIN
              THRU 0750-ACCEPT-TERMS-END.

           IF NOT WS-TERMS-OK
               DISPLAY "Nothing subscribed."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO serial_subscriptions
               (title, supplier_id, type_id, frequency_days,
                next_expected, annual_cost, renewal_date, fund_id)
           VALUES (:WS-TITLE, :WS-SUPPLIER-ID, :WS-TYPE-ID,
               :WS-FREQUENCY-DAYS, :WS-NEXT-EXPECTED,
               :WS-ANNUAL-COST, :WS-RENEWAL-DATE, :WS-FUND-ID)
           RETURNING id
           INTO :WS-SUBSCRIPTION-ID
       END-EXEC.
       0200-LIST-SUBS-END.

      *    an arrival books the issue in and pushes the expected
      *    date one frequency forward, rolling off closed days ; an
      *    issue already claimed has its row waiting, which keeps
      *    the claims with it
       0300-CHECKIN-BEGIN.
           DISPLAY "Enter subscription's id : ".
           ACCEPT WS-SUBSCRIPTION-ID.
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           UPDATE serial_issues
           SET issue_label = :WS-ISSUE-LABEL,
               received_date = :WS-TODAY
           WHERE subscription_id = :WS-SUBSCRIPTION-ID
             AND expected_date = :WS-NEXT-EXPECTED
             AND received_date = '00000000'
           RETURNING id
           INTO :WS-ISSUE-ID
       END-EXEC.

           IF SQLCODE = +100
       EXEC SQL
           INSERT INTO serial_issues
               (subscription_id, issue_label, expected_date,
               :WS-NEXT-EXPECTED, :WS-TODAY)
           RETURNING id
           INTO :WS-ISSUE-ID
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY "Issue insert error SQLCODE: " SQLCODE
                  serial_subscriptions.id
           WHERE serial_issues.id = :WS-ISSUE-ID
             AND serial_issues.received_date <> '00000000'
             AND serial_issues.bound_copy_id = 0
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such checked-in issue (or it is bound)."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE serial_issues
           SET lent_people_id = :WS-PEOPLE-ID,
               due_date = :WS-DUE-DATE,
               lend_count = lend_count + 1
           WHERE id = :WS-ISSUE-ID
       END-EXEC.

       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0600-RETURN-ISSUE-END.

      *    what the title costs a year, when it renews and which
      *    fund pays : the renewal review works from these
       0700-SET-TERMS-BEGIN.
           DISPLAY "Enter subscription's id : ".
           ACCEPT WS-SUBSCRIPTION-ID.

       EXEC SQL
           SELECT id, title, annual_cost, renewal_date, fund_id
           INTO :WS-SUBSCRIPTION-ID, :WS-TITLE, :WS-ANNUAL-COST,
               :WS-RENEWAL-DATE, :WS-FUND-ID
           FROM serial_subscriptions
           WHERE id = :WS-SUBSCRIPTION-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such subscription."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY FUNCTION TRIM(WS-TITLE) " : annual cost "
                   WS-ANNUAL-COST ", renews " WS-RENEWAL-DATE
                   ", fund " WS-FUND-ID.

           PERFORM 0750-ACCEPT-TERMS-BEGIN
              THRU 0750-ACCEPT-TERMS-END.

           IF NOT WS-TERMS-OK
               DISPLAY "Terms unchanged."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE serial_subscriptions
           SET annual_cost = :WS-ANNUAL-COST,
               renewal_date = :WS-RENEWAL-DATE,
               fund_id = :WS-FUND-ID
           WHERE id = :WS-SUBSCRIPTION-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Subscription terms updated."
               MOVE "TERMS" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-SUBSCRIPTION-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Terms update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0700-SET-TERMS-END.

      *    the renewal date may be left at zeros for a title that
      *    never lapses ; the fund is checked the way standing
      *    orders check theirs
       0750-ACCEPT-TERMS-BEGIN.
           MOVE "N" TO WS-TERMS-SWITCH.

           DISPLAY "Annual cost : ".
           ACCEPT WS-ANNUAL-COST.
           DISPLAY "Renewal date (YYYYMMDD, 00000000 for none) : ".
           ACCEPT WS-RENEWAL-DATE.

           IF WS-RENEWAL-DATE NOT = "00000000"
               CALL "valdate" USING
                   WS-RENEWAL-DATE
                   WS-RETURN-VALUE
               END-CALL
               IF NOT WS-RETURN-OK
                   DISPLAY "Not a real date."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "Enter fund's id (0 for none) : ".
           ACCEPT WS-FUND-ID.

           IF WS-FUND-ID > 0
       EXEC SQL
           SELECT id
           INTO :WS-FUND-ID
           FROM funds
           WHERE id = :WS-FUND-ID
             AND deleted_date = '00000000'
             AND frozen_date = '00000000'
       END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "No such fund, or its year is closed."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           SET WS-TERMS-OK TO TRUE.
       0750-ACCEPT-TERMS-END.

      *    R renew or C cancel, after the review listed the title ;
      *    a changed mind clears the instruction already sent so
      *    the next run tells the supplier again
       0800-DECIDE-RENEWAL-BEGIN.
           DISPLAY "Enter subscription's id : ".
           ACCEPT WS-SUBSCRIPTION-ID.

       EXEC SQL
           SELECT id, title, renewal_date
           INTO :WS-SUBSCRIPTION-ID, :WS-TITLE, :WS-RENEWAL-DATE
           FROM serial_subscriptions
           WHERE id = :WS-SUBSCRIPTION-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such subscription."
               EXIT PARAGRAPH
           END-IF.

           IF WS-RENEWAL-DATE = "00000000"
               DISPLAY "This subscription has no renewal date, "
                       "set its TERMS first."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY FUNCTION TRIM(WS-TITLE) " renews "
                   WS-RENEWAL-DATE ". Renew or cancel (R/C) : ".
           MOVE SPACE TO WS-DECISION.
           ACCEPT WS-DECISION.

           IF WS-DECISION NOT = "R" AND WS-DECISION NOT = "C"
               DISPLAY "Answer R or C, nothing recorded."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE serial_subscriptions
           SET renewal_decision = :WS-DECISION,
               instructed_for = '00000000'
           WHERE id = :WS-SUBSCRIPTION-ID
             AND renewal_decision <> :WS-DECISION
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
               WHEN SQLCODE = 0 AND SQLERRD(3) = 0
                   DISPLAY "That decision is already recorded."
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLCODE NOT = 0
                   DISPLAY "Decision update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "Decision recorded, it goes to the "
                           "supplier with the next RENEWRUN."
                   MOVE "DECIDE" TO WS-AUDIT-ACTION
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-SUBSCRIPTION-ID
                       WS-AUDIT-ACTION
                   END-CALL
           END-EVALUATE.
       0800-DECIDE-RENEWAL-END.

      *    a completed run of issues becomes one catalogued volume :
      *    every issue of the range checked in, none out on loan,
      *    none bound already ; the volume is accessioned like any
      *    copy and goes straight out of service to the bindery
       0900-BIND-VOLUME-BEGIN.
           DISPLAY "Enter subscription's id : ".
           ACCEPT WS-SUBSCRIPTION-ID.

       EXEC SQL
           SELECT id, title, type_id, next_expected, deleted_date
           INTO :WS-SUBSCRIPTION-ID, :WS-TITLE, :WS-TYPE-ID,
               :WS-NEXT-EXPECTED, :WS-DELETED-DATE
           FROM serial_subscriptions
           WHERE id = :WS-SUBSCRIPTION-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such subscription."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "First issue date to bind (YYYYMMDD) : ".
           ACCEPT WS-BIND-FROM.
           DISPLAY "Last issue date to bind (YYYYMMDD) : ".
           ACCEPT WS-BIND-TO.

           CALL "valdate" USING
               WS-BIND-FROM
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               CALL "valdate" USING
                   WS-BIND-TO
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

           IF NOT WS-RETURN-OK OR WS-BIND-FROM > WS-BIND-TO
               DISPLAY "Not a real date range, nothing bound."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0950-CHECK-RUN-BEGIN
              THRU 0950-CHECK-RUN-END.

           IF WS-PROBLEM-COUNT > 0 OR WS-ISSUE-COUNT = 0
               EXIT PARAGRAPH
           END-IF.

           DISPLAY WS-ISSUE-COUNT " issue(s) to bind.".
           DISPLAY "Enter author's last name (or issuing body) : ".
           ACCEPT WS-AUTHOR-LASTNAME.
           DISPLAY "Enter author's first name : ".
           ACCEPT WS-AUTHOR-FIRSTNAME.

           CALL "readauth" USING
               WS-AUTHOR-LASTNAME
               WS-AUTHOR-FIRSTNAME
               WS-AUTHOR-ID
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-NOT-FOUND
               CALL "creaauth" USING
                   WS-AUTHOR-LASTNAME
                   WS-AUTHOR-FIRSTNAME
                   WS-COMMIT-SWITCH
                   WS-RETURN-VALUE
               END-CALL
               CALL "readauth" USING
                   WS-AUTHOR-LASTNAME
                   WS-AUTHOR-FIRSTNAME
                   WS-AUTHOR-ID
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

           IF NOT WS-RETURN-OK
               DISPLAY "Author lookup error, nothing bound."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter publisher (editor) name : ".
           ACCEPT WS-EDITOR-NAME.

           CALL "readedit" USING
               WS-EDITOR-NAME
               WS-EDITOR-ID
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-NOT-FOUND
               CALL "creaedit" USING
                   WS-EDITOR-NAME
                   WS-COMMIT-SWITCH
                   WS-RETURN-VALUE
               END-CALL
               CALL "readedit" USING
                   WS-EDITOR-NAME
                   WS-EDITOR-ID
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

           IF NOT WS-RETURN-OK
               DISPLAY "Editor lookup error, nothing bound."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter shelf location : ".
           ACCEPT WS-SHELF-LOCATION.
           DISPLAY "Enter classification number (blank if none) : ".
           MOVE SPACES TO WS-CLASS-NUMBER.
           ACCEPT WS-CLASS-NUMBER.
           DISPLAY "Enter language : ".
           ACCEPT WS-LANGUAGE.
           DISPLAY "Enter the binding cost : ".
           ACCEPT WS-COPY-COST.

      *    a bound volume has no ISBN of its own : it gets the next
      *    local control number, and its name carries the run so
      *    each year's volume of the title stays distinct
           CALL "lcnsrvc" USING
               WS-BOOK-ISBN
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "Could not assign a local control number."
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-ISBN-RAW.
           MOVE WS-BOOK-ISBN TO WS-ISBN-RAW.
           MOVE WS-TITLE TO WS-BIND-TITLE.
           MOVE SPACES TO WS-BOOK-NAME.
           STRING FUNCTION TRIM(WS-BIND-TITLE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BIND-FROM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-BIND-TO DELIMITED BY SIZE
           INTO WS-BOOK-NAME.
           MOVE WS-BIND-FROM(1:4) TO WS-BOOK-YEAR.
           MOVE WS-TITLE TO WS-SERIES-NAME.
           MOVE WS-BIND-FROM(1:4) TO WS-VOLUME-NUMBER.
           MOVE SPACES TO WS-CUTTER.

           CALL "creabook" USING
               WS-ISBN-RAW
               WS-BOOK-NAME
               WS-BOOK-YEAR
               WS-AUTHOR-ID
               WS-EDITOR-ID
               WS-TYPE-ID
               WS-COPIES-TOTAL
               WS-SHELF-LOCATION
               WS-LANGUAGE
               WS-SERIES-NAME
               WS-VOLUME-NUMBER
               WS-CLASS-NUMBER
               WS-CUTTER
               WS-COPY-COST
               WS-COPY-SOURCE
               WS-NO-COMMIT
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "Volume cataloguing failed (duplicate name "
                       "or error), nothing bound."
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT books.id, copies.id
           INTO :WS-BOOK-ID, :WS-COPY-ID
           FROM books
           INNER JOIN copies ON copies.book_id = books.id
           WHERE books.isbn = :WS-BOOK-ISBN
             AND books.deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE = 0
               CALL "rdbusdat" USING
                   WS-TODAY
                   WS-RETURN-VALUE
               END-CALL
       EXEC SQL
           UPDATE serial_issues
           SET bound_copy_id = :WS-COPY-ID,
               bound_date = :WS-TODAY
           WHERE subscription_id = :WS-SUBSCRIPTION-ID
             AND expected_date >= :WS-BIND-FROM
             AND expected_date <= :WS-BIND-TO
             AND received_date <> '00000000'
             AND bound_copy_id = 0
             AND lent_people_id = 0
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY "Binding error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           DISPLAY "Bound volume catalogued as book " WS-BOOK-ID
                   ", copy " WS-COPY-ID ".".
           MOVE "BIND" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-SUBSCRIPTION-ID
               WS-AUDIT-ACTION
           END-CALL.

           CALL "setoos" USING
               WS-COPY-ID
               WS-OOS-ACTION
               WS-OOS-REASON
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-OK
               DISPLAY "Volume out of service at the bindery until "
                       "released from the books menu."
           ELSE
               DISPLAY "Could not send copy " WS-COPY-ID
                       " out of service, do it by hand."
           END-IF.
       0900-BIND-VOLUME-END.

      *    a missing issue is one claimed and never checked in, or
      *    one a live subscription still waits for inside the range
       0950-CHECK-RUN-BEGIN.
           MOVE 0 TO WS-PROBLEM-COUNT.
           MOVE 0 TO WS-ISSUE-COUNT.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-ISSUE-COUNT
           FROM serial_issues
           WHERE subscription_id = :WS-SUBSCRIPTION-ID
             AND expected_date >= :WS-BIND-FROM
             AND expected_date <= :WS-BIND-TO
             AND received_date <> '00000000'
       END-EXEC.

           IF WS-ISSUE-COUNT = 0
               DISPLAY "No issue was checked in for that range."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-PROBLEM-COUNT
           FROM serial_issues
           WHERE subscription_id = :WS-SUBSCRIPTION-ID
             AND expected_date >= :WS-BIND-FROM
             AND expected_date <= :WS-BIND-TO
             AND received_date = '00000000'
       END-EXEC.

           IF WS-DELETED-DATE = "00000000"
               AND WS-NEXT-EXPECTED <= WS-BIND-TO
               ADD 1 TO WS-PROBLEM-COUNT
           END-IF.

           IF WS-PROBLEM-COUNT > 0
               DISPLAY "Issues are still missing from that range, "
                       "the run is not complete."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-PROBLEM-COUNT
           FROM serial_issues
           WHERE subscription_id = :WS-SUBSCRIPTION-ID
             AND expected_date >= :WS-BIND-FROM
             AND expected_date <= :WS-BIND-TO
             AND lent_people_id <> 0
       END-EXEC.

           IF WS-PROBLEM-COUNT > 0
               DISPLAY WS-PROBLEM-COUNT " issue(s) of that range "
                       "are out on loan."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-PROBLEM-COUNT
           FROM serial_issues
           WHERE subscription_id = :WS-SUBSCRIPTION-ID
             AND expected_date >= :WS-BIND-FROM
             AND expected_date <= :WS-BIND-TO
             AND bound_copy_id <> 0
       END-EXEC.

           IF WS-PROBLEM-COUNT > 0
               DISPLAY WS-PROBLEM-COUNT " issue(s) of that range "
                       "are bound already."
           END-IF.
       0950-CHECK-RUN-END.
