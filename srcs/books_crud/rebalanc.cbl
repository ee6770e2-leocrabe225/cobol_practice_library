       01 WS-BOOK-NAME        PIC X(50).
       01 WS-FROM-BRANCH      PIC 9(10).
       01 WS-TO-BRANCH        PIC 9(10).
       01 WS-MIN-COPIES       PIC 9(05).
       01 WS-MAX-COPIES       PIC 9(05).
       01 WS-FROM-HELD        PIC 9(05).
       01 WS-TO-HELD          PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

           88 WS-EOF-Y             VALUE "Y".

       01 WS-SUGGEST-COUNT    PIC 9(05) VALUE 0.
       01 WS-FLOAT-SKIP-COUNT PIC 9(05) VALUE 0.
       01 WS-LOOKBACK-DAYS    PIC 9(03) VALUE 90.
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.

           DISPLAY WS-SUGGEST-COUNT " transfer(s) proposed, "
                   "confirm them from the BRANCHES menu.".
           DISPLAY WS-FLOAT-SKIP-COUNT " floating move(s) passed "
                   "over, every branch within capacity.".

           MOVE WS-SUGGEST-COUNT TO WS-RUN-COUNT.
           MOVE "OK" TO WS-RUN-STATUS.

           EXIT PROGRAM.

      *    inside a float group the stock moves with the patrons,
      *    so demand alone is no reason to drive it about : a
      *    floating type is only proposed when the source branch
      *    holds more of it than its capacity or the demanding one
      *    fewer than its floor
       0200-SUGGEST-ONE-BEGIN.
       EXEC SQL
           SELECT float_rules.min_copies, float_rules.max_copies
           INTO :WS-MIN-COPIES, :WS-MAX-COPIES
           FROM books
           INNER JOIN float_rules
               ON float_rules.type_id = books.type_id
              AND float_rules.deleted_date = '00000000'
           INNER JOIN branches src ON src.id = :WS-FROM-BRANCH
           INNER JOIN branches dst ON dst.id = :WS-TO-BRANCH
           WHERE books.id = :WS-BOOK-ID
             AND src.float_group <> ' '
             AND float_rules.float_group = src.float_group
             AND dst.float_group = src.float_group
           LIMIT 1
       END-EXEC.

           IF SQLCODE = 0
               PERFORM 0250-COUNT-HELD-BEGIN
                  THRU 0250-COUNT-HELD-END
               IF NOT ((WS-MAX-COPIES > 0
                        AND WS-FROM-HELD > WS-MAX-COPIES)
                    OR (WS-MIN-COPIES > 0
                        AND WS-TO-HELD < WS-MIN-COPIES))
                   ADD 1 TO WS-FLOAT-SKIP-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       EXEC SQL
           UPDATE copies
           SET suggest_branch = :WS-TO-BRANCH
               WS-SPOOL-TEXT
           END-CALL.
       0200-SUGGEST-ONE-END.

      *    what each branch answers for in the title's type : its
      *    own copies on the shelf, out on loan, waiting for
      *    pickup or out of service, less those already proposed
      *    to go elsewhere, plus those already proposed to come
       0250-COUNT-HELD-BEGIN.
       EXEC SQL
           SELECT COALESCE(SUM(CASE
                   WHEN c.branch_id = :WS-FROM-BRANCH
                    AND c.suggest_branch = 0 THEN 1
                   WHEN c.suggest_branch = :WS-FROM-BRANCH THEN 1
                   ELSE 0 END), 0),
               COALESCE(SUM(CASE
                   WHEN c.branch_id = :WS-TO-BRANCH
                    AND c.suggest_branch = 0 THEN 1
                   WHEN c.suggest_branch = :WS-TO-BRANCH THEN 1
                   ELSE 0 END), 0)
           INTO :WS-FROM-HELD, :WS-TO-HELD
           FROM copies c
           INNER JOIN books b ON c.book_id = b.id
           WHERE b.type_id = (SELECT type_id FROM books
                              WHERE id = :WS-BOOK-ID)
             AND c.status IN ('A', 'L', 'H', 'O')
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-FROM-HELD
               MOVE 0 TO WS-TO-HELD
           END-IF.
       0250-COUNT-HELD-END.
