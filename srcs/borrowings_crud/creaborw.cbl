       01 WS-EXPIRY-DATE      PIC X(08).
       01 WS-AUDIENCE         PIC X(01).
       01 WS-CATEGORY-CODE    PIC X(02).
       01 WS-HOUSEHOLD-ID     PIC 9(10).
       01 WS-HOUSEHOLD-MAX-LOANS PIC 9(05).
       01 WS-LOAN-POLICY      PIC X(01).
       01 WS-DUE-TIME         PIC X(04).
       01 WS-SHELF-COUNT      PIC 9(05).
       01 WS-HOME-PARTNER-ID  PIC 9(10).
       01 WS-HOME-CARD        PIC X(20).
       01 WS-NETWORK-AMOUNT   PIC 9(07)V99.

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "PERSON".
       01 WS-AUDIT-ACTION     PIC X(10) VALUE "FINEOVRD".
       01 WS-AGE-AUDIT-ACTION PIC X(10) VALUE "AGEOVRD".
       01 WS-NET-AUDIT-ACTION PIC X(10) VALUE "NETOVRD".

       01 WS-EVENT-TYPE       PIC X(01).
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-DATE-DAYS        PIC S9(05).
       01 WS-SHORT-LOAN-HOURS PIC 9(03) VALUE 3.
       01 WS-DUE-MINUTES      PIC 9(05).
       01 WS-NOW-TIME.
           05 WS-NOW-HH       PIC 9(02).
           05 WS-NOW-MM       PIC 9(02).
           05 FILLER          PIC X(04).
       01 WS-SUSP-UNTIL       PIC X(08).
       01 WS-DUE-HHMM.
           05 WS-DUE-HH       PIC 9(02).
           05 WS-DUE-MM       PIC 9(02).

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

           PERFORM 0100-EXIT-IF-NO-PEOPLE-BEGIN
              THRU 0100-EXIT-IF-NO-PEOPLE-END.

           PERFORM 0105-EXIT-IF-SUSPENDED-BEGIN
              THRU 0105-EXIT-IF-SUSPENDED-END.

           PERFORM 0150-EXIT-IF-NO-BOOK-BEGIN
              THRU 0150-EXIT-IF-NO-BOOK-END.

           PERFORM 0165-EXIT-IF-FINES-BLOCKED-BEGIN
              THRU 0165-EXIT-IF-FINES-BLOCKED-END.

           PERFORM 0167-EXIT-IF-NETWORK-BLOCKED-BEGIN
              THRU 0167-EXIT-IF-NETWORK-BLOCKED-END.

           PERFORM 0170-FIND-READY-HOLD-BEGIN
              THRU 0170-FIND-READY-HOLD-END.

                  THRU 0175-EXIT-IF-NO-COPIES-END
           END-IF.

           PERFORM 0178-EXIT-IF-REFERENCE-ONLY-BEGIN
              THRU 0178-EXIT-IF-REFERENCE-ONLY-END.

           PERFORM 0180-COMPUTE-DUE-DATE-BEGIN
              THRU 0180-COMPUTE-DUE-DATE-END.

           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-FINE-BLOCK-LIMIT
           END-IF.
           MOVE "SHORT-LOAN-HOURS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-SHORT-LOAN-HOURS
           END-IF.
       0090-READ-PARAMETERS-END.

       0100-EXIT-IF-NO-PEOPLE-BEGIN.
           END-IF.
       0100-EXIT-IF-NO-PEOPLE-END.

      *    a suspension or ban is a hard stop : no override
       0105-EXIT-IF-SUSPENDED-BEGIN.
           CALL "chksusp" USING
               WS-PEOPLE-ID
               LK-START-DATE
               WS-SUSP-UNTIL
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-SUSPENDED
               SET LK-RETURN-SUSPENDED TO TRUE
               EXIT PROGRAM
           END-IF.
       0105-EXIT-IF-SUSPENDED-END.

       0150-EXIT-IF-NO-BOOK-BEGIN.
           MOVE LK-BOOK-ID TO WS-BOOK-ID.
       EXEC SQL
               SET LK-RETURN-LIMIT-REACHED TO TRUE
               EXIT PROGRAM
           END-IF.

      *    a household can carry a ceiling of its own across all
      *    its members' cards ; 0 leaves each category to decide
       EXEC SQL
           SELECT households.id, households.max_loans
           INTO :WS-HOUSEHOLD-ID, :WS-HOUSEHOLD-MAX-LOANS
           FROM people
           INNER JOIN households
               ON households.id = people.household_id
           WHERE people.id = :WS-PEOPLE-ID
             AND households.deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0 OR WS-HOUSEHOLD-MAX-LOANS = 0
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT
               (SELECT COUNT(*) FROM borrowings
                INNER JOIN people
                    ON people.id = borrowings.people_id
                WHERE people.household_id = :WS-HOUSEHOLD-ID
                  AND borrowings.returned_date = '00000000')
             + (SELECT COUNT(*) FROM equipment_loans
                INNER JOIN people
                    ON people.id = equipment_loans.people_id
                WHERE people.household_id = :WS-HOUSEHOLD-ID
                  AND equipment_loans.returned_date = '00000000')
           INTO :WS-ACTIVE-LOAN-COUNT
       END-EXEC.

           IF WS-ACTIVE-LOAN-COUNT >= WS-HOUSEHOLD-MAX-LOANS
               SET LK-RETURN-LIMIT-REACHED TO TRUE
               EXIT PROGRAM
           END-IF.
       0160-EXIT-IF-OVER-LOAN-LIMIT-END.

      *    a patron owing more than the house threshold cannot
      *    take another loan ; the blocked amount goes back to the
      *    caller so the clerk can say why, and an explicit ADMIN
      *    override is honoured and written to the audit trail ;
      *    a loan under a claimed-returned dispute does not count
       0165-EXIT-IF-FINES-BLOCKED-BEGIN.
       EXEC SQL
           SELECT COALESCE(SUM(fines.amount_due - COALESCE((
           WHERE COALESCE(NULLIF(fines.people_id, 0),
                     borrowings.people_id) = :WS-PEOPLE-ID
             AND fines.paid_date = '00000000'
             AND COALESCE(borrowings.claim_status, ' ') <> 'C'
       END-EXEC.

           IF WS-UNPAID-BALANCE < WS-FINE-BLOCK-LIMIT
           EXIT PROGRAM.
       0165-EXIT-IF-FINES-BLOCKED-END.

      *    a reciprocal patron whose home library has them on its
      *    blocked list is refused as if the debt were ours ; the
      *    amount their home library reported goes back (zero for
      *    a suspension there) and the same ADMIN override stands
       0167-EXIT-IF-NETWORK-BLOCKED-BEGIN.
       EXEC SQL
           SELECT home_partner_id, home_card_number
           INTO :WS-HOME-PARTNER-ID, :WS-HOME-CARD
           FROM people
           WHERE id = :WS-PEOPLE-ID
       END-EXEC.

           IF SQLCODE NOT = 0 OR WS-HOME-PARTNER-ID = 0
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT MAX(amount)
           INTO :WS-NETWORK-AMOUNT
           FROM network_blocks
           WHERE partner_id = :WS-HOME-PARTNER-ID
             AND card_number = :WS-HOME-CARD
           HAVING COUNT(*) > 0
       END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           IF LK-OVERRIDE-Y
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-PEOPLE-ID
                   WS-NET-AUDIT-ACTION
               END-CALL
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NETWORK-AMOUNT TO LK-BLOCKED-AMOUNT.
           SET LK-RETURN-BLOCKED TO TRUE.
           EXIT PROGRAM.
       0167-EXIT-IF-NETWORK-BLOCKED-END.

      *    a copy kept at the desk for this patron's fulfilled hold
      *    is already withheld from copies_available (retnborw), so
      *    collecting it bypasses the availability check and the
           END-IF.
       0175-EXIT-IF-NO-COPIES-END.

      *    the copy decides the loan rule before the genre does :
      *    a reference-only copy never leaves the building, and
      *    the copy that will go out (the one scanned, else the
      *    one 0250 will pick) carries the short-loan flag
       0178-EXIT-IF-REFERENCE-ONLY-BEGIN.
           MOVE "N" TO WS-LOAN-POLICY.
           MOVE SPACES TO WS-DUE-TIME.

           IF WS-READY-HOLD-FOUND
               MOVE "H" TO WS-COPY-STATUS
           ELSE
               MOVE "A" TO WS-COPY-STATUS
           END-IF.

           IF LK-COPY-ID > 0
               MOVE LK-COPY-ID TO WS-SCANNED-COPY-ID
       EXEC SQL
           SELECT loan_policy
           INTO :WS-LOAN-POLICY
           FROM copies
           WHERE id = :WS-SCANNED-COPY-ID
             AND book_id = :WS-BOOK-ID
       END-EXEC
               IF SQLCODE NOT = 0
                   MOVE "N" TO WS-LOAN-POLICY
               END-IF
           ELSE
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-SHELF-COUNT
           FROM copies
           WHERE book_id = :WS-BOOK-ID
             AND status = :WS-COPY-STATUS
       END-EXEC
       EXEC SQL
           SELECT loan_policy
           INTO :WS-LOAN-POLICY
           FROM copies
           WHERE book_id = :WS-BOOK-ID
             AND status = :WS-COPY-STATUS
             AND loan_policy <> 'R'
           ORDER BY id
           LIMIT 1
       END-EXEC
               IF SQLCODE NOT = 0
                   IF WS-SHELF-COUNT > 0
                       MOVE "R" TO WS-LOAN-POLICY
                   ELSE
                       MOVE "N" TO WS-LOAN-POLICY
                   END-IF
               END-IF
           END-IF.

           MOVE 0 TO SQLCODE.

           IF WS-LOAN-POLICY = "R"
               SET LK-RETURN-NOT-LENDABLE TO TRUE
               EXIT PROGRAM
           END-IF.
       0178-EXIT-IF-REFERENCE-ONLY-END.

       0180-COMPUTE-DUE-DATE-BEGIN.
       EXEC SQL
           SELECT loan_period_days
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-LOAN-POLICY = "S"
               PERFORM 0182-COMPUTE-DUE-TIME-BEGIN
                  THRU 0182-COMPUTE-DUE-TIME-END
           END-IF.
       0180-COMPUTE-DUE-DATE-END.

      *    a course text on short loan is due back the same day,
      *    SHORT-LOAN-HOURS from now ; a loan made late in the
      *    evening runs over into the next open day
       0182-COMPUTE-DUE-TIME-BEGIN.
           ACCEPT WS-NOW-TIME FROM TIME.

           COMPUTE WS-DUE-MINUTES = WS-NOW-HH * 60 + WS-NOW-MM
               + WS-SHORT-LOAN-HOURS * 60.

           MOVE WS-START-DATE TO WS-END-DATE.

           IF WS-DUE-MINUTES >= 1440
               SUBTRACT 1440 FROM WS-DUE-MINUTES
               MOVE "ADDD" TO WS-DATE-REQUEST
               MOVE 1 TO WS-DATE-DAYS
               CALL "datesrvc" USING
                   WS-DATE-REQUEST
                   WS-START-DATE
                   WS-END-DATE
                   WS-DATE-DAYS
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

           DIVIDE WS-DUE-MINUTES BY 60
               GIVING WS-DUE-HH REMAINDER WS-DUE-MM.
           MOVE WS-DUE-HHMM TO WS-DUE-TIME.
       0182-COMPUTE-DUE-TIME-END.

      *    a copy promised to someone's booking may not walk out
      *    of the door inside the reserved window -- unless the
      *    patron at the desk IS the one who booked it, in which
       0200-CREATE-BEGIN.
       EXEC SQL
           INSERT INTO borrowings (people_id, book_id, start_date,
               end_date, loan_policy, due_time)
           VALUES (:WS-PEOPLE-ID, :WS-BOOK-ID, :WS-START-DATE,
               :WS-END-DATE, :WS-LOAN-POLICY, :WS-DUE-TIME)
           RETURNING id
           INTO :WS-ID
       END-EXEC.
      *    before item-level copy records have no copy rows and
      *    keep copy_id 0
       0250-ASSIGN-COPY-BEGIN.
           MOVE 0 TO WS-COPY-ID.

           IF LK-COPY-ID > 0
           FROM copies
           WHERE book_id = :WS-BOOK-ID
             AND status = :WS-COPY-STATUS
             AND loan_policy <> 'R'
           ORDER BY id
           LIMIT 1
       END-EXEC
