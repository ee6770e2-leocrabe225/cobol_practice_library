       01 WS-COPY-STATUS      PIC X(01).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-SHELF-LOCATION   PIC X(10).
       01 WS-CLASS-NUMBER     PIC X(12).
       01 WS-CUTTER           PIC X(10).
       01 WS-SCAN-SEQ         PIC 9(08).
       01 WS-AVAIL-CHECK      PIC 9(05).
       01 WS-BRANCH-FILTER    PIC 9(10).
       01 WS-COPY-BRANCH      PIC 9(10).
       01 WS-CLAIM-LOAN-ID    PIC 9(10).
       01 WS-CLAIM-DATE       PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-UNKNOWN-COUNT    PIC 9(08) VALUE 0.
       01 WS-ONLOAN-COUNT     PIC 9(08) VALUE 0.
       01 WS-MISPLACED-COUNT  PIC 9(08) VALUE 0.
       01 WS-SEQUENCE-COUNT   PIC 9(08) VALUE 0.
       01 WS-MISSING-COUNT    PIC 9(08) VALUE 0.
       01 WS-CLAIM-FOUND-COUNT PIC 9(08) VALUE 0.
       01 WS-CLAIM-OPEN-COUNT PIC 9(08) VALUE 0.

       01 WS-PREV-SHELF       PIC X(10) VALUE SPACE.

       01 WS-CALL-KEY.
           05 WS-CALL-KEY-CLASS  PIC X(12).
           05 WS-CALL-KEY-CUTTER PIC X(10).
       01 WS-PREV-CALL-KEY    PIC X(22) VALUE SPACE.

       01 WS-OUT-LINE         PIC X(100).

       01 WS-DIGIT-COUNT      PIC 9(02).
               ORDER BY books.shelf_location, books.id
       END-EXEC.

      *    the search list : copies of loans the patron swears
      *    came back, still open under a claimed-returned dispute,
      *    that no scan in this pass turned up
       EXEC SQL
           DECLARE claim_search_cursor CURSOR FOR
               SELECT borrowings.id, copies.barcode, books.name,
                   borrowings.claim_date
               FROM borrowings
               INNER JOIN copies ON borrowings.copy_id = copies.id
               INNER JOIN books ON borrowings.book_id = books.id
               WHERE borrowings.claim_status = 'C'
                 AND borrowings.returned_date = '00000000'
                 AND (:WS-BRANCH-FILTER = 0
                   OR copies.branch_id = :WS-BRANCH-FILTER)
                 AND NOT EXISTS (
                     SELECT 1 FROM stocktake_scan
                     WHERE stocktake_scan.copy_id = copies.id
                 )
               ORDER BY borrowings.claim_date
       END-EXEC.

       LINKAGE SECTION.
       01 LK-FILE-NAME        PIC X(20).

           MOVE "Stocktake exception report" TO WS-OUT-LINE.
           WRITE F-REPORT-RCD FROM WS-OUT-LINE.

           MOVE "Section 1 : scan pass (on-loan / misplaced / out of "
               TO WS-OUT-LINE.
           WRITE F-REPORT-RCD FROM WS-OUT-LINE.
           MOVE "            sequence / unknown)"
               TO WS-OUT-LINE.
           WRITE F-REPORT-RCD FROM WS-OUT-LINE.

           PERFORM 0600-MARK-MISSING-BEGIN
              THRU 0600-MARK-MISSING-END.

           PERFORM 0700-REPORT-CLAIM-SEARCH-BEGIN
              THRU 0700-REPORT-CLAIM-SEARCH-END.

           MOVE SPACES TO WS-OUT-LINE.
           STRING "Totals : scanned " DELIMITED BY SIZE
                  WS-SCAN-COUNT DELIMITED BY SIZE
                  WS-ONLOAN-COUNT DELIMITED BY SIZE
                  "  misplaced " DELIMITED BY SIZE
                  WS-MISPLACED-COUNT DELIMITED BY SIZE
                  "  out of seq " DELIMITED BY SIZE
                  WS-SEQUENCE-COUNT DELIMITED BY SIZE
                  "  missing " DELIMITED BY SIZE
                  WS-MISSING-COUNT DELIMITED BY SIZE
                  "  claims found " DELIMITED BY SIZE
                  WS-CLAIM-FOUND-COUNT DELIMITED BY SIZE
           INTO WS-OUT-LINE.
           WRITE F-REPORT-RCD FROM WS-OUT-LINE.

           DISPLAY "Unknown " WS-UNKNOWN-COUNT
                   ", on-loan " WS-ONLOAN-COUNT
                   ", misplaced " WS-MISPLACED-COUNT
                   ", out of sequence " WS-SEQUENCE-COUNT
                   ", missing " WS-MISSING-COUNT ".".
           IF WS-CLAIM-FOUND-COUNT > 0
               DISPLAY WS-CLAIM-FOUND-COUNT " claimed-returned "
                       "item(s) found on the shelf : resolve them "
                       "from the CLAIM screen."
           END-IF.

           EXIT PROGRAM.


       EXEC SQL
           SELECT copies.id, copies.book_id, copies.status,
               books.name, books.shelf_location, copies.branch_id,
               books.class_number, books.cutter
           INTO :WS-COPY-ID, :WS-BOOK-ID, :WS-COPY-STATUS,
               :WS-BOOK-NAME, :WS-SHELF-LOCATION, :WS-COPY-BRANCH,
               :WS-CLASS-NUMBER, :WS-CUTTER
           FROM copies
           INNER JOIN books ON copies.book_id = books.id
           WHERE copies.barcode = :WS-BARCODE
                      FUNCTION TRIM(WS-BOOK-NAME) DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WRITE F-REPORT-RCD FROM WS-OUT-LINE
               IF WS-COPY-ID > 0
                   PERFORM 0300-CHECK-CLAIM-LIST-BEGIN
                      THRU 0300-CHECK-CLAIM-LIST-END
               END-IF
           END-IF.

      *    scanning walks the stacks in shelf order, so a shelf
                   INTO WS-OUT-LINE
                   WRITE F-REPORT-RCD FROM WS-OUT-LINE
               END-IF
               IF WS-SHELF-LOCATION NOT = WS-PREV-SHELF
                   MOVE SPACES TO WS-PREV-CALL-KEY
               END-IF
               MOVE WS-SHELF-LOCATION TO WS-PREV-SHELF
           END-IF.

           PERFORM 0280-CHECK-CALL-SEQUENCE-BEGIN
              THRU 0280-CHECK-CALL-SEQUENCE-END.
       0200-CHECK-ONE-SCAN-END.

      *    inside one bay the stacks run in call-number order, the
      *    order of the shelf-list (rptshelf) : a call number lower
      *    than the one scanned just before it is out of sequence.
      *    Unclassified items have no place in the run and are
      *    passed over
       0280-CHECK-CALL-SEQUENCE-BEGIN.
           IF WS-CLASS-NUMBER = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CLASS-NUMBER TO WS-CALL-KEY-CLASS.
           MOVE WS-CUTTER TO WS-CALL-KEY-CUTTER.

           IF WS-PREV-CALL-KEY NOT = SPACES
               AND WS-CALL-KEY < WS-PREV-CALL-KEY
               ADD 1 TO WS-SEQUENCE-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  out of sequence : " DELIMITED BY SIZE
                      WS-BARCODE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CLASS-NUMBER) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CUTTER) DELIMITED BY SIZE
                      " after " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PREV-CALL-KEY(1:12))
                      DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PREV-CALL-KEY(13:10))
                      DELIMITED BY SIZE
                      " in " DELIMITED BY SIZE
                      WS-SHELF-LOCATION DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WRITE F-REPORT-RCD FROM WS-OUT-LINE
           END-IF.

           MOVE WS-CALL-KEY TO WS-PREV-CALL-KEY.
       0280-CHECK-CALL-SEQUENCE-END.

       0250-RESOLVE-BY-BOOK-ID-BEGIN.
           MOVE 0 TO WS-DIGIT-COUNT.
           INSPECT WS-BARCODE TALLYING WS-DIGIT-COUNT
           MOVE 0 TO WS-COPY-ID.
           MOVE "A" TO WS-COPY-STATUS.
       EXEC SQL
           SELECT id, name, shelf_location, class_number, cutter
           INTO :WS-BOOK-ID, :WS-BOOK-NAME, :WS-SHELF-LOCATION,
               :WS-CLASS-NUMBER, :WS-CUTTER
           FROM books
           WHERE id = :WS-BOOK-ID
             AND deleted_date = '00000000'
           END-IF.
       0250-RESOLVE-BY-BOOK-ID-END.

      *    a copy on the search list turned up on the shelf : the
      *    patron was right, the desk resolves the claim as found
       0300-CHECK-CLAIM-LIST-BEGIN.
       EXEC SQL
           SELECT id, claim_date
           INTO :WS-CLAIM-LOAN-ID, :WS-CLAIM-DATE
           FROM borrowings
           WHERE copy_id = :WS-COPY-ID
             AND returned_date = '00000000'
             AND claim_status = 'C'
       END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-CLAIM-FOUND-COUNT.
           MOVE SPACES TO WS-OUT-LINE.
           STRING "    ** claimed returned " DELIMITED BY SIZE
                  WS-CLAIM-DATE DELIMITED BY SIZE
                  ", loan " DELIMITED BY SIZE
                  WS-CLAIM-LOAN-ID DELIMITED BY SIZE
                  " : FOUND ON SHELF **" DELIMITED BY SIZE
           INTO WS-OUT-LINE.
           WRITE F-REPORT-RCD FROM WS-OUT-LINE.
       0300-CHECK-CLAIM-LIST-END.

       0500-REPORT-MISSING-BEGIN.
           MOVE "Section 2 : on catalog but not scanned (missing)"
               TO WS-OUT-LINE.
           DISPLAY WS-MARKED-COUNT " shelf cop(y/ies) marked "
                   "missing.".
       0600-MARK-MISSING-END.

       0700-REPORT-CLAIM-SEARCH-BEGIN.
           MOVE "Section 3 : claimed returned, still not found"
               TO WS-OUT-LINE.
           WRITE F-REPORT-RCD FROM WS-OUT-LINE.

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN claim_search_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Claim search cursor error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH claim_search_cursor
           INTO :WS-CLAIM-LOAN-ID, :WS-BARCODE, :WS-BOOK-NAME,
               :WS-CLAIM-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-CLAIM-OPEN-COUNT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  still searching : " DELIMITED BY SIZE
                          WS-BARCODE DELIMITED BY SPACE
                          " loan " DELIMITED BY SIZE
                          WS-CLAIM-LOAN-ID DELIMITED BY SIZE
                          " claimed " DELIMITED BY SIZE
                          WS-CLAIM-DATE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-BOOK-NAME)
                          DELIMITED BY SIZE
                   INTO WS-OUT-LINE
                   WRITE F-REPORT-RCD FROM WS-OUT-LINE
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE claim_search_cursor END-EXEC.
       0700-REPORT-CLAIM-SEARCH-END.
