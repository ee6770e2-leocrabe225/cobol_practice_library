       01 WS-CONDITION-CODE   PIC X(02).
       01 WS-STATUS           PIC X(01).
       01 WS-BRANCH-CODE      PIC X(04).
       01 WS-LOAN-POLICY      PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

           05 FILLER          PIC X(06) VALUE "status".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(04) VALUE "brch".
           05 FILLER          PIC X(03) VALUE " | ".
           05 FILLER          PIC X(06) VALUE "policy".

       01 WS-OUT-SEPARATION-LINE.
           05 FILLER          PIC X(10) VALUE ALL "-".
           05 FILLER          PIC X(06) VALUE ALL "-".
           05 FILLER          PIC X(03) VALUE "-*-".
           05 FILLER          PIC X(04) VALUE ALL "-".
           05 FILLER          PIC X(03) VALUE "-*-".
           05 FILLER          PIC X(06) VALUE ALL "-".

       01 WS-OUT-LINE.
           05 WS-OUT-ID          PIC X(10).
           05 WS-OUT-STATUS      PIC X(06).
           05 FILLER             PIC X(03) VALUE " | ".
           05 WS-OUT-BRANCH      PIC X(04).
           05 FILLER             PIC X(03) VALUE " | ".
           05 WS-OUT-POLICY      PIC X(06).

       EXEC SQL
           DECLARE copy_list_cursor CURSOR FOR
               SELECT copies.id, copies.barcode,
                   copies.acquired_date, copies.condition_code,
                   copies.status, branches.code,
                   copies.loan_policy
               FROM copies
               INNER JOIN branches
                   ON copies.branch_id = branches.id
       EXEC SQL
           FETCH copy_list_cursor
           INTO :WS-ID, :WS-BARCODE, :WS-ACQUIRED-DATE,
               :WS-CONDITION-CODE, :WS-STATUS, :WS-BRANCH-CODE,
               :WS-LOAN-POLICY
       END-EXEC

               IF SQLCODE = +100
                   MOVE WS-CONDITION-CODE TO WS-OUT-CONDITION
                   MOVE WS-STATUS         TO WS-OUT-STATUS
                   MOVE WS-BRANCH-CODE    TO WS-OUT-BRANCH
                   MOVE WS-LOAN-POLICY    TO WS-OUT-POLICY
                   DISPLAY WS-OUT-LINE
               END-IF

