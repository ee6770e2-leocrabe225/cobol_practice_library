       01 WS-AVAIL-COUNT      PIC 9(05).
       01 WS-SUGGEST-BRANCH   PIC 9(10).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-FLOAT-GROUP      PIC X(04).
       01 WS-TYPE-ID          PIC 9(10).
       01 WS-TYPE-NAME        PIC X(20).
       01 WS-MIN-COPIES       PIC 9(05).
       01 WS-MAX-COPIES       PIC 9(05).
       01 WS-TODAY            PIC X(08).
       01 WS-COURIER-ROUTE    PIC X(04).
       01 WS-BARCODE          PIC X(20).
       01 WS-RECEIVING-BRANCH PIC 9(10).
       01 WS-TRANSIT-REASON   PIC X(01).
       01 WS-SENT-DATE        PIC X(08).
       01 WS-OPERATOR-ID      PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY sepline.
       COPY curropr.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-QUIT      PIC X   VALUE "n".
       01 WS-AVAIL-STRING    PIC X(10) VALUE "AVAIL".
       01 WS-SUGGEST-STRING  PIC X(10) VALUE "SUGGEST".
       01 WS-CONFIRM-STRING  PIC X(10) VALUE "CONFIRM".
       01 WS-GROUP-STRING    PIC X(10) VALUE "GROUP".
       01 WS-FLOAT-STRING    PIC X(10) VALUE "FLOAT".
       01 WS-DRIFT-STRING    PIC X(10) VALUE "DRIFT".
       01 WS-ROUTE-STRING    PIC X(10) VALUE "ROUTE".
       01 WS-CRATE-STRING    PIC X(10) VALUE "CRATE".
       01 WS-MANIFEST-STRING PIC X(10) VALUE "MANIFEST".
       01 WS-LOSTTRAN-STRING PIC X(10) VALUE "LOSTTRAN".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".

       01 WS-AUDIT-ENTITY  PIC X(10) VALUE "COPY".
       01 WS-AUDIT-ACTION  PIC X(10).
       01 WS-DRIFT-PERIOD  PIC X(06).
       01 WS-TRANSIT-HOLD-ID PIC 9(10) VALUE 0.
       01 WS-CRATE-DONE    PIC X   VALUE "N".
           88 WS-CRATE-DONE-Y      VALUE "Y".
       01 WS-RECEIVED-COUNT PIC 9(05) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(05) VALUE 0.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS-TRN==.

       EXEC SQL
           DECLARE branch_cursor CURSOR FOR
               ORDER BY branches.code
       END-EXEC.

      *    what the manifest put on the van for this branch that
      *    the crate scan has not accounted for yet
       EXEC SQL
           DECLARE crate_missing_cursor CURSOR FOR
               SELECT transit_items.copy_id, copies.barcode,
                   books.name, transit_items.sent_date
               FROM transit_items
               INNER JOIN copies
                   ON transit_items.copy_id = copies.id
               INNER JOIN books ON copies.book_id = books.id
               WHERE transit_items.to_branch = :WS-RECEIVING-BRANCH
                 AND transit_items.received_date = '00000000'
                 AND transit_items.manifest_date <> '00000000'
               ORDER BY transit_items.sent_date, copies.barcode
       END-EXEC.

       PROCEDURE DIVISION.

       SET WS-QUIT-N TO TRUE.
                   WS-AVAIL-STRING " / "
                   WS-SUGGEST-STRING " / "
                   WS-CONFIRM-STRING " / "
                   WS-GROUP-STRING " / "
                   WS-FLOAT-STRING " / "
                   WS-DRIFT-STRING " / "
                   WS-ROUTE-STRING " / "
                   WS-CRATE-STRING " / "
                   WS-MANIFEST-STRING " / "
                   WS-LOSTTRAN-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE
               WHEN WS-CONFIRM-STRING
                   PERFORM 0700-CONFIRM-SUGGESTION-BEGIN
                      THRU 0700-CONFIRM-SUGGESTION-END
               WHEN WS-GROUP-STRING
                   PERFORM 0800-SET-FLOAT-GROUP-BEGIN
                      THRU 0800-SET-FLOAT-GROUP-END
               WHEN WS-FLOAT-STRING
                   PERFORM 0900-SET-FLOAT-RULE-BEGIN
                      THRU 0900-SET-FLOAT-RULE-END
               WHEN WS-DRIFT-STRING
                   DISPLAY "Month to report (YYYYMM, blank for "
                           "last month) : "
                   MOVE SPACES TO WS-DRIFT-PERIOD
                   ACCEPT WS-DRIFT-PERIOD
                   CALL "rptfloat" USING
                       WS-DRIFT-PERIOD
                       WS-RETURN-VALUE
                   END-CALL
               WHEN WS-ROUTE-STRING
                   PERFORM 1000-SET-COURIER-ROUTE-BEGIN
                      THRU 1000-SET-COURIER-ROUTE-END
               WHEN WS-CRATE-STRING
                   PERFORM 1100-SCAN-CRATE-BEGIN
                      THRU 1100-SCAN-CRATE-END
               WHEN WS-MANIFEST-STRING
                   CALL "trnmanif" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN WS-LOSTTRAN-STRING
                   CALL "trnlost" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE
               EXIT PARAGRAPH
           END-IF.

           MOVE "T" TO WS-TRANSIT-REASON.
           CALL "wrttrnst" USING
               WS-COPY-ID
               WS-DEST-BRANCH
               WS-TRANSIT-REASON
               WS-TRANSIT-HOLD-ID
               WS-TRN-RETURN-VALUE
           END-CALL.

           IF NOT WS-TRN-RETURN-OK
               DISPLAY "Transit booking error."
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE books
           SET copies_available = copies_available - 1
           DISPLAY "Enter copy's id : ".
           ACCEPT WS-COPY-ID.

           MOVE 0 TO WS-RECEIVING-BRANCH.
           PERFORM 0450-RECEIVE-COPY-BEGIN
              THRU 0450-RECEIVE-COPY-END.
       0400-ARRIVE-TRANSFER-END.

      *    the copy comes off the van : a copy routed for a hold
      *    goes onto the pickup shelf as H and stays withheld from
      *    copies_available, anything else is shelved ; the open
      *    transit row is stamped received.  A receiving branch of
      *    0 accepts the copy wherever it was bound for, a crate
      *    scan refuses a copy meant for another branch
       0450-RECEIVE-COPY-BEGIN.
       EXEC SQL
           SELECT id, book_id, status, transfer_to_branch
           INTO :WS-COPY-ID, :WS-BOOK-ID, :WS-STATUS,

           IF SQLCODE NOT = 0
               DISPLAY "No such copy."
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-STATUS NOT = "T"
               DISPLAY "Copy " WS-COPY-ID " is not in transit."
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-RECEIVING-BRANCH > 0
               AND WS-DEST-BRANCH NOT = WS-RECEIVING-BRANCH
               DISPLAY "Copy " WS-COPY-ID " is bound for branch "
                       WS-DEST-BRANCH ", put it back on the van."
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT reason
           INTO :WS-TRANSIT-REASON
           FROM transit_items
           WHERE copy_id = :WS-COPY-ID
             AND received_date = '00000000'
           ORDER BY id DESC
           LIMIT 1
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "T" TO WS-TRANSIT-REASON
           END-IF.

           IF WS-TRANSIT-REASON = "H"
               MOVE "H" TO WS-STATUS
           ELSE
               MOVE "A" TO WS-STATUS
           END-IF.

       EXEC SQL
           UPDATE copies
           SET status = :WS-STATUS,
               branch_id = :WS-DEST-BRANCH,
               transfer_to_branch = 0
           WHERE id = :WS-COPY-ID
           IF SQLCODE NOT = 0
               DISPLAY "Arrival error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.

           IF WS-STATUS = "A"
       EXEC SQL
           UPDATE books
           SET copies_available = copies_available + 1
           WHERE id = :WS-BOOK-ID
       END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Arrival error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
                   ADD 1 TO WS-REFUSED-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.
           MOVE WS-CURRENT-OPERATOR TO WS-OPERATOR-ID.

       EXEC SQL
           UPDATE transit_items
           SET received_date = :WS-TODAY,
               received_by = :WS-OPERATOR-ID
           WHERE copy_id = :WS-COPY-ID
             AND received_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY "Arrival error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           ADD 1 TO WS-RECEIVED-COUNT.

           IF WS-STATUS = "H"
               DISPLAY "Copy " WS-COPY-ID " arrived for a hold, "
                       "put it on the pickup shelf."
           ELSE
               DISPLAY "Copy " WS-COPY-ID " arrived and shelved."
           END-IF.

           MOVE "ARRIVE" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-COPY-ID
               WS-AUDIT-ACTION
           END-CALL.
       0450-RECEIVE-COPY-END.

       0500-BRANCH-AVAIL-BEGIN.
           DISPLAY "Enter book's id : ".
               EXIT PARAGRAPH
           END-IF.

           MOVE "B" TO WS-TRANSIT-REASON.
           CALL "wrttrnst" USING
               WS-COPY-ID
               WS-SUGGEST-BRANCH
               WS-TRANSIT-REASON
               WS-TRANSIT-HOLD-ID
               WS-TRN-RETURN-VALUE
           END-CALL.

           IF NOT WS-TRN-RETURN-OK
               DISPLAY "Transit booking error."
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE books
           SET copies_available = copies_available - 1
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0700-CONFIRM-SUGGESTION-END.

      *    branches sharing a group code float their stock between
      *    them ; a blank code takes the branch out of floating
       0800-SET-FLOAT-GROUP-BEGIN.
           DISPLAY "Enter branch id : ".
           ACCEPT WS-BRANCH-ID.

       EXEC SQL
           SELECT code, name, float_group
           INTO :WS-BRANCH-CODE, :WS-BRANCH-NAME, :WS-FLOAT-GROUP
           FROM branches
           WHERE id = :WS-BRANCH-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such branch."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY WS-BRANCH-CODE " " FUNCTION TRIM(WS-BRANCH-NAME)
                   " is in float group '" WS-FLOAT-GROUP "'.".
           DISPLAY "Enter float group (4 chars, blank for none) : ".
           MOVE SPACES TO WS-FLOAT-GROUP.
           ACCEPT WS-FLOAT-GROUP.

       EXEC SQL
           UPDATE branches
           SET float_group = :WS-FLOAT-GROUP
           WHERE id = :WS-BRANCH-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Float group set."
           ELSE
               DISPLAY "Float group error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0800-SET-FLOAT-GROUP-END.

      *    one rule per type and group : the type floats between
      *    the group's branches, and the floor and capacity are
      *    what each of them should hold of it (0 for no limit) ;
      *    answering N stops the type floating in that group
       0900-SET-FLOAT-RULE-BEGIN.
           DISPLAY "Enter type id : ".
           ACCEPT WS-TYPE-ID.

       EXEC SQL
           SELECT name
           INTO :WS-TYPE-NAME
           FROM types
           WHERE id = :WS-TYPE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such type."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter float group : ".
           MOVE SPACES TO WS-FLOAT-GROUP.
           ACCEPT WS-FLOAT-GROUP.

           IF WS-FLOAT-GROUP = SPACES
               DISPLAY "A float group is required."
               EXIT PARAGRAPH
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           UPDATE float_rules
           SET deleted_date = :WS-TODAY
           WHERE type_id = :WS-TYPE-ID
             AND float_group = :WS-FLOAT-GROUP
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY "Float rule error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Should " FUNCTION TRIM(WS-TYPE-NAME)
                   " float in group " WS-FLOAT-GROUP "? (Y/n) ".
           ACCEPT WS-CHOICE.

           IF WS-CHOICE NOT = "Y"
       EXEC SQL COMMIT END-EXEC
               DISPLAY "The type no longer floats in this group."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Floor per branch (0 for none) : ".
           MOVE 0 TO WS-MIN-COPIES.
           ACCEPT WS-MIN-COPIES.
           DISPLAY "Capacity per branch (0 for none) : ".
           MOVE 0 TO WS-MAX-COPIES.
           ACCEPT WS-MAX-COPIES.

           IF WS-MAX-COPIES > 0 AND WS-MIN-COPIES > WS-MAX-COPIES
               DISPLAY "The floor cannot be above the capacity."
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO float_rules (type_id, float_group,
               min_copies, max_copies, set_date)
           VALUES (:WS-TYPE-ID, :WS-FLOAT-GROUP, :WS-MIN-COPIES,
               :WS-MAX-COPIES, :WS-TODAY)
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Floating rule set."
           ELSE
               DISPLAY "Float rule insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0900-SET-FLOAT-RULE-END.

      *    branches on the same route are served by one van run and
      *    share a manifest ; a blank route prints on its own
       1000-SET-COURIER-ROUTE-BEGIN.
           DISPLAY "Enter branch id : ".
           ACCEPT WS-BRANCH-ID.

       EXEC SQL
           SELECT code, name, courier_route
           INTO :WS-BRANCH-CODE, :WS-BRANCH-NAME, :WS-COURIER-ROUTE
           FROM branches
           WHERE id = :WS-BRANCH-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such branch."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY WS-BRANCH-CODE " " FUNCTION TRIM(WS-BRANCH-NAME)
                   " is on courier route '" WS-COURIER-ROUTE "'.".
           DISPLAY "Enter courier route (4 chars) : ".
           MOVE SPACES TO WS-COURIER-ROUTE.
           ACCEPT WS-COURIER-ROUTE.

       EXEC SQL
           UPDATE branches
           SET courier_route = :WS-COURIER-ROUTE
           WHERE id = :WS-BRANCH-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Courier route set."
           ELSE
               DISPLAY "Courier route error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       1000-SET-COURIER-ROUTE-END.

      *    the receiving branch empties the crate across the
      *    scanner : each barcode is received against its transit
      *    row, and whatever the manifest sent this way that did
      *    not turn up is listed at the end for the driver
       1100-SCAN-CRATE-BEGIN.
           DISPLAY "Enter receiving branch id : ".
           ACCEPT WS-RECEIVING-BRANCH.

       EXEC SQL
           SELECT id
           INTO :WS-RECEIVING-BRANCH
           FROM branches
           WHERE id = :WS-RECEIVING-BRANCH
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such branch."
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-RECEIVED-COUNT.
           MOVE 0 TO WS-REFUSED-COUNT.
           MOVE "N" TO WS-CRATE-DONE.

           PERFORM UNTIL WS-CRATE-DONE-Y
               DISPLAY "Scan barcode (blank to finish) : "
               MOVE SPACES TO WS-BARCODE
               ACCEPT WS-BARCODE
               IF WS-BARCODE = SPACES
                   SET WS-CRATE-DONE-Y TO TRUE
               ELSE
                   PERFORM 1150-SCAN-ONE-BEGIN
                      THRU 1150-SCAN-ONE-END
               END-IF
           END-PERFORM.

           DISPLAY WS-RECEIVED-COUNT " copy(ies) received, "
                   WS-REFUSED-COUNT " refused.".

           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN crate_missing_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Manifest check error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH crate_missing_cursor
           INTO :WS-COPY-ID, :WS-BARCODE, :WS-BOOK-NAME,
               :WS-SENT-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY "On the manifest, not in the crate : "
                           "copy " WS-COPY-ID " "
                           FUNCTION TRIM(WS-BARCODE) " "
                           FUNCTION TRIM(WS-BOOK-NAME)
                           " sent " WS-SENT-DATE
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE crate_missing_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "Everything on the manifest is accounted for."
           END-IF.
       1100-SCAN-CRATE-END.

       1150-SCAN-ONE-BEGIN.
       EXEC SQL
           SELECT id
           INTO :WS-COPY-ID
           FROM copies
           WHERE barcode = :WS-BARCODE
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unknown barcode " FUNCTION TRIM(WS-BARCODE)
                       ", set it aside."
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0450-RECEIVE-COPY-BEGIN
              THRU 0450-RECEIVE-COPY-END.
       1150-SCAN-ONE-END.
