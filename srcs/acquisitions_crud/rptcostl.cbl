       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptcostl.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-FROM-DATE        PIC X(08).
       01 WS-TO-DATE          PIC X(08).
       01 WS-SECTION          PIC X(01).
       01 WS-SORT-SEQ         PIC 9(01).
       01 WS-LABEL            PIC X(40).
       01 WS-COPY-COUNT       PIC 9(07).
       01 WS-SPEND            PIC 9(09)V99.
       01 WS-LOAN-COUNT       PIC 9(09).
       01 WS-IDLE-COUNT       PIC 9(07).
       01 WS-ACCESSION-NO     PIC 9(10).
       01 WS-TITLE            PIC X(50).
       01 WS-BRANCH-CODE      PIC X(04).
       01 WS-FUND-CODE        PIC X(04).
       01 WS-COST             PIC 9(05)V99.
       01 WS-ACCESSIONED-DATE PIC X(08).
       01 WS-WITHDRAWN-DATE   PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-TODAY            PIC X(08).
       01 WS-DATE-NUM         PIC 9(08).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.
       01 WS-IDLE-LISTED      PIC 9(05) VALUE 0.
       01 WS-LAST-SECTION     PIC X(01) VALUE SPACE.
       01 WS-COST-PER-LOAN    PIC 9(07)V99.
       01 WS-COST-EDIT        PIC ZZZZ9.99.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "cost-per-loan".

       01 WS-OUT-HDR.
           05 FILLER          PIC X(40) VALUE SPACES.
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(07) VALUE "copies".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(13) VALUE "spend".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(09) VALUE "loans".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(10) VALUE "per loan".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(10) VALUE "never lent".

       01 WS-OUT-LINE.
           05 WS-OUT-LABEL    PIC X(40).
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-COPIES   PIC ZZZZZZ9.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-SPEND    PIC ZZZZZZZZZ9.99.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-LOANS    PIC ZZZZZZZZ9.
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-PER-LOAN PIC X(10).
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-IDLE     PIC ZZZZZZ9.

      *    each copy accessioned in the range with what it cost
      *    and the loans it has made since.  The accession row
      *    does not name its order line : receiving accessions a
      *    delivery on the day it marks the line received, so the
      *    line is the received order for that ISBN on that day
      *    (the first, should two arrive together).  Donations and
      *    copies catalogued directly have no fund and no supplier
      *    and are shown as such ; a purged copy keeps its cost
      *    but has no branch left to report under
       EXEC SQL
           DECLARE cost_per_loan_cursor CURSOR FOR
               WITH acc AS (
                   SELECT accessions.cost,
                       COALESCE(books.type_id, 0) AS type_id,
                       COALESCE(copies.branch_id, 0) AS branch_id,
                       (SELECT COUNT(*) FROM borrowings
                        WHERE borrowings.copy_id = accessions.copy_id
                          AND accessions.copy_id <> 0
                          AND borrowings.start_date >=
                              accessions.accessioned_date) AS loans,
                       (SELECT orders.id FROM orders
                        WHERE accessions.source = 'O'
                          AND orders.isbn = accessions.isbn
                          AND orders.status = 'R'
                          AND orders.received_date =
                              accessions.accessioned_date
                        ORDER BY orders.id
                        LIMIT 1) AS order_id
                   FROM accessions
                   LEFT JOIN books
                       ON books.id = accessions.book_id
                   LEFT JOIN copies
                       ON copies.id = accessions.copy_id
                   WHERE accessions.accessioned_date >= :WS-FROM-DATE
                     AND accessions.accessioned_date <= :WS-TO-DATE
               ),
               placed AS (
                   SELECT acc.*,
                       COALESCE(orders.fund_id, 0) AS fund_id,
                       COALESCE(orders.supplier_id, 0)
                           AS supplier_id
                   FROM acc
                   LEFT JOIN orders ON orders.id = acc.order_id
               )
               SELECT 'F', 1,
                   COALESCE(funds.code || ' ' || funds.name,
                       'No fund'),
                   COUNT(*), SUM(cost), SUM(loans),
                   COUNT(*) FILTER (WHERE loans = 0)
               FROM placed
               LEFT JOIN funds ON funds.id = placed.fund_id
               GROUP BY funds.code, funds.name
               UNION ALL
               SELECT 'T', 2, COALESCE(types.name, 'No type'),
                   COUNT(*), SUM(cost), SUM(loans),
                   COUNT(*) FILTER (WHERE loans = 0)
               FROM placed
               LEFT JOIN types ON types.id = placed.type_id
               GROUP BY types.name
               UNION ALL
               SELECT 'S', 3, COALESCE(suppliers.name,
                       'Not bought on order'),
                   COUNT(*), SUM(cost), SUM(loans),
                   COUNT(*) FILTER (WHERE loans = 0)
               FROM placed
               LEFT JOIN suppliers
                   ON suppliers.id = placed.supplier_id
               GROUP BY suppliers.name
               UNION ALL
               SELECT 'B', 4, COALESCE(branches.code, 'Purged'),
                   COUNT(*), SUM(cost), SUM(loans),
                   COUNT(*) FILTER (WHERE loans = 0)
               FROM placed
               LEFT JOIN branches
                   ON branches.id = placed.branch_id
               GROUP BY branches.code
               ORDER BY 2, 3
       END-EXEC.

      *    the copies in the range that have never gone out, dearest
      *    first : the warning list for the next round of selection
       EXEC SQL
           DECLARE never_lent_cursor CURSOR FOR
               SELECT accessions.accession_no,
                   COALESCE(books.name, ' '),
                   COALESCE(branches.code, ' '),
                   COALESCE((SELECT funds.code
                       FROM funds
                       WHERE funds.id = (
                           SELECT orders.fund_id FROM orders
                           WHERE accessions.source = 'O'
                             AND orders.isbn = accessions.isbn
                             AND orders.status = 'R'
                             AND orders.received_date =
                                 accessions.accessioned_date
                           ORDER BY orders.id
                           LIMIT 1)), ' '),
                   accessions.cost, accessions.accessioned_date,
                   accessions.withdrawn_date
               FROM accessions
               LEFT JOIN books ON books.id = accessions.book_id
               LEFT JOIN copies ON copies.id = accessions.copy_id
               LEFT JOIN branches ON branches.id = copies.branch_id
               WHERE accessions.accessioned_date >= :WS-FROM-DATE
                 AND accessions.accessioned_date <= :WS-TO-DATE
                 AND NOT EXISTS (
                     SELECT 1 FROM borrowings
                     WHERE borrowings.copy_id = accessions.copy_id
                       AND accessions.copy_id <> 0
                       AND borrowings.start_date >=
                           accessions.accessioned_date)
               ORDER BY accessions.cost DESC,
                   accessions.accession_no
       END-EXEC.

       LINKAGE SECTION.
       01 LK-FROM-DATE        PIC X(08).
       01 LK-TO-DATE          PIC X(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    what each fund's money bought in loans : for the copies
      *    accessioned in the range, the spend, the loans since
      *    and the cost per loan by fund, type, supplier and
      *    branch, then the copies never lent.  A blank
      *    LK-FROM-DATE means the twelve months to the business
      *    date, as for rptsuppl
       PROCEDURE DIVISION USING LK-FROM-DATE,
                                LK-TO-DATE,
                                LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE LK-FROM-DATE TO WS-FROM-DATE.
           MOVE LK-TO-DATE TO WS-TO-DATE.

           IF WS-TO-DATE = SPACES
               MOVE WS-TODAY TO WS-TO-DATE
           END-IF.

           IF WS-FROM-DATE = SPACES AND WS-TO-DATE NUMERIC
               MOVE WS-TO-DATE TO WS-DATE-NUM
               SUBTRACT 10000 FROM WS-DATE-NUM
               ADD 1 TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-FROM-DATE
           END-IF.

           IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
               DISPLAY "Not a date, report abandoned."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           SET LK-RETURN-OK TO TRUE.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Cost per loan, copies accessioned "
                  DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           PERFORM 0100-SPEND-AND-LOANS-BEGIN
              THRU 0100-SPEND-AND-LOANS-END.

           PERFORM 0400-NEVER-LENT-BEGIN
              THRU 0400-NEVER-LENT-END.

           MOVE "CLOS" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           EXIT PROGRAM.

       0100-SPEND-AND-LOANS-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN cost_per_loan_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Cost per loan error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH cost_per_loan_cursor
           INTO :WS-SECTION, :WS-SORT-SEQ, :WS-LABEL,
               :WS-COPY-COUNT, :WS-SPEND, :WS-LOAN-COUNT,
               :WS-IDLE-COUNT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   PERFORM 0200-SPOOL-ONE-ROW-BEGIN
                      THRU 0200-SPOOL-ONE-ROW-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE cost_per_loan_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "No copies accessioned in that period."
           END-IF.
       0100-SPEND-AND-LOANS-END.

       0200-SPOOL-ONE-ROW-BEGIN.
           IF WS-SECTION NOT = WS-LAST-SECTION
               PERFORM 0300-SPOOL-SECTION-BEGIN
                  THRU 0300-SPOOL-SECTION-END
           END-IF.

           IF WS-LOAN-COUNT > 0
               COMPUTE WS-COST-PER-LOAN ROUNDED =
                   WS-SPEND / WS-LOAN-COUNT
               MOVE WS-COST-PER-LOAN TO WS-COST-EDIT
               MOVE WS-COST-EDIT TO WS-OUT-PER-LOAN
           ELSE
               MOVE "no loans" TO WS-OUT-PER-LOAN
           END-IF.

           MOVE WS-LABEL          TO WS-OUT-LABEL.
           MOVE WS-COPY-COUNT     TO WS-OUT-COPIES.
           MOVE WS-SPEND          TO WS-OUT-SPEND.
           MOVE WS-LOAN-COUNT     TO WS-OUT-LOANS.
           MOVE WS-IDLE-COUNT     TO WS-OUT-IDLE.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE WS-OUT-LINE TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY WS-OUT-LINE.
       0200-SPOOL-ONE-ROW-END.

       0300-SPOOL-SECTION-BEGIN.
           MOVE WS-SECTION TO WS-LAST-SECTION.

           MOVE SPACES TO WS-SPOOL-TEXT.
           EVALUATE WS-SECTION
               WHEN "F"
                   MOVE "By fund" TO WS-SPOOL-TEXT
               WHEN "T"
                   MOVE "By type" TO WS-SPOOL-TEXT
               WHEN "S"
                   MOVE "By supplier" TO WS-SPOOL-TEXT
               WHEN "B"
                   MOVE "By branch" TO WS-SPOOL-TEXT
           END-EVALUATE.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE WS-OUT-HDR TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY WS-OUT-HDR.
       0300-SPOOL-SECTION-END.

       0400-NEVER-LENT-BEGIN.
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE "Never lent since accession - review before buying "
               TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN never_lent_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Never-lent list error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH never_lent_cursor
           INTO :WS-ACCESSION-NO, :WS-TITLE, :WS-BRANCH-CODE,
               :WS-FUND-CODE, :WS-COST, :WS-ACCESSIONED-DATE,
               :WS-WITHDRAWN-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-IDLE-LISTED
                   MOVE WS-COST TO WS-COST-EDIT
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "Acc " DELIMITED BY SIZE
                          WS-ACCESSION-NO DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-TITLE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-BRANCH-CODE DELIMITED BY SIZE
                          " fund " DELIMITED BY SIZE
                          WS-FUND-CODE DELIMITED BY SIZE
                          " cost " DELIMITED BY SIZE
                          WS-COST-EDIT DELIMITED BY SIZE
                          " since " DELIMITED BY SIZE
                          WS-ACCESSIONED-DATE DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   IF WS-WITHDRAWN-DATE NOT = "00000000"
                       MOVE "(withdrawn)" TO WS-SPOOL-TEXT(111:11)
                   END-IF
                   MOVE "LINE" TO WS-SPOOL-REQUEST
                   CALL "prtspool" USING
                       WS-SPOOL-REQUEST
                       WS-SPOOL-TEXT
                   END-CALL
                   DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE never_lent_cursor END-EXEC.

           IF WS-IDLE-LISTED = 0
               DISPLAY "Every copy in the period has been lent."
           END-IF.
       0400-NEVER-LENT-END.
