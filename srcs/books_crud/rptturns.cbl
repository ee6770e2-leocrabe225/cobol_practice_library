       01 WS-COPIES-HELD      PIC 9(07).
       01 WS-AVG-YEAR         PIC 9(04).
       01 WS-LOAN-COUNT       PIC 9(07).
       01 WS-INLIB-COUNT      PIC 9(07).
       01 WS-ACQUIRED-COUNT   PIC 9(07).
       01 WS-WITHDRAWN-COUNT  PIC 9(07).

           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(07) VALUE "loans".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(07) VALUE "in-lib".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(08) VALUE "per copy".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(08) VALUE "avg year".
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-LOANS    PIC 9(07).
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-INLIB    PIC 9(07).
           05 FILLER          PIC X(03) VALUE " | ".
           05 WS-OUT-PER-COPY PIC 9999.99.
           05 FILLER          PIC X(04) VALUE " | ".
           05 WS-OUT-AVG-YEAR PIC 9(04).

      *    the collection health profile management keeps asking
      *    for : which shelves work hardest, how old they are,
      *    and whether buying keeps up with weeding ; reference
      *    stock never lends, so its in-library uses are shown
      *    next to the loans
       EXEC SQL
           DECLARE turnover_cursor CURSOR FOR
               SELECT t.name, br.code,
                      AND c2.branch_id = br.id
                      AND bw.start_date >= :WS-FROM-DATE
                      AND bw.start_date <= :WS-TO-DATE),
                   (SELECT COUNT(*)
                    FROM in_library_uses iu
                    INNER JOIN copies c5 ON iu.copy_id = c5.id
                    INNER JOIN books b5 ON c5.book_id = b5.id
                    WHERE b5.type_id = t.id
                      AND c5.branch_id = br.id
                      AND iu.use_date >= :WS-FROM-DATE
                      AND iu.use_date <= :WS-TO-DATE),
                   (SELECT COUNT(*)
                    FROM copies c3
                    INNER JOIN books b3 ON c3.book_id = b3.id
       EXEC SQL
           FETCH turnover_cursor
           INTO :WS-TYPE-NAME, :WS-BRANCH-CODE, :WS-COPIES-HELD,
               :WS-AVG-YEAR, :WS-LOAN-COUNT, :WS-INLIB-COUNT,
               :WS-ACQUIRED-COUNT,
               :WS-WITHDRAWN-COUNT
       END-EXEC

           MOVE WS-BRANCH-CODE     TO WS-OUT-BRANCH.
           MOVE WS-COPIES-HELD     TO WS-OUT-COPIES.
           MOVE WS-LOAN-COUNT      TO WS-OUT-LOANS.
           MOVE WS-INLIB-COUNT     TO WS-OUT-INLIB.
           MOVE WS-LOANS-PER-COPY  TO WS-OUT-PER-COPY.
           MOVE WS-AVG-YEAR        TO WS-OUT-AVG-YEAR.
           MOVE WS-ACQUIRED-COUNT  TO WS-OUT-ACQUIRED.
