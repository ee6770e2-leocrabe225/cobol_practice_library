       IDENTIFICATION DIVISION.
       PROGRAM-ID. netblexp.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-BLOCKLIST
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the network's agreed layout, the same both ways : card
      *    number, names, reason F fines over the limit, S
      *    suspended, L lost items not paid for, what is owed and
      *    the date the list was drawn ; a T trailer closes it
       FD F-BLOCKLIST
           VALUE OF FILE-ID IS WS-BLOCKLIST-FILE-NAME.
       01 F-BLOCKLIST-RCD.
           05 F-NB-REC-TYPE      PIC X(01).
           05 F-NB-CARD          PIC X(20).
           05 F-NB-LAST-NAME     PIC X(25).
           05 F-NB-FIRST-NAME    PIC X(25).
           05 F-NB-REASON        PIC X(01).
           05 F-NB-AMOUNT        PIC 9(07)V99.
           05 F-NB-LIST-DATE     PIC X(08).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-CARD             PIC X(10).
       01 WS-LNAME            PIC X(25).
       01 WS-FNAME            PIC X(25).
       01 WS-REASON           PIC X(01).
       01 WS-UNPAID-BALANCE   PIC 9(07)V99.
       01 WS-FINE-BLOCK-LIMIT PIC 9(05)V99 VALUE 10.00.

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "netblexp".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).
       01 WS-OVERRIDE-ANSWER  PIC X(01).

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.

       01 WS-BLOCKLIST-FILE-NAME PIC X(40).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-FAILED-SWITCH    PIC X(01) VALUE "N".
           88 WS-FAILED               VALUE "Y".

       01 WS-TRAILER-RCD.
           05 WS-TRL-REC-TYPE    PIC X(01) VALUE "T".
           05 WS-TRL-COUNT       PIC 9(06) VALUE 0.
           05 WS-TRL-LIST-DATE   PIC X(08).

      *    our own patrons only -- a reciprocal borrower is on
      *    their home library's list, not ours ; one line each,
      *    the suspension named first, then a lost item, then
      *    plain fines, and the balance worked out the same way
      *    the loan desk does it
       EXEC SQL
           DECLARE network_block_cursor CURSOR FOR
               SELECT blk.card_number, blk.last_name,
                   blk.first_name,
                   CASE WHEN blk.suspended THEN 'S'
                        WHEN blk.lost THEN 'L'
                        ELSE 'F' END,
                   blk.balance
               FROM (SELECT people.card_number,
                       people.last_name, people.first_name,
                       EXISTS (SELECT 1
                           FROM patron_suspensions ps
                           WHERE ps.people_id = people.id
                             AND ps.lifted_date = '00000000'
                             AND ps.from_date <= :WS-TODAY
                             AND ps.to_date >= :WS-TODAY)
                           AS suspended,
                       EXISTS (SELECT 1
                           FROM fines fl
                           INNER JOIN borrowings bl
                               ON fl.borrowing_id = bl.id
                           INNER JOIN copies cl
                               ON bl.copy_id = cl.id
                           WHERE bl.people_id = people.id
                             AND fl.paid_date = '00000000'
                             AND cl.condition_code = 'LS')
                           AS lost,
                       COALESCE((SELECT SUM(fines.amount_due
                           - COALESCE((SELECT SUM(fp.amount)
                               FROM fine_payments fp
                               WHERE fp.fine_id = fines.id), 0))
                        FROM fines
                        LEFT JOIN borrowings b2
                            ON fines.borrowing_id = b2.id
                        WHERE COALESCE(NULLIF(fines.people_id, 0),
                                  b2.people_id) = people.id
                          AND fines.paid_date = '00000000'
                          AND COALESCE(b2.claim_status, ' ')
                              <> 'C'), 0) AS balance
                   FROM people
                   WHERE people.home_partner_id = 0
                     AND people.card_number <> ' ') AS blk
               WHERE blk.suspended
                  OR blk.lost
                  OR blk.balance >= :WS-FINE-BLOCK-LIMIT
               ORDER BY blk.card_number
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the periodic list of our blocked patrons for the network
      *    partners, so a card we have stopped does not simply
      *    walk across town and borrow there instead
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "FINE-BLOCK-LIMIT" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-FINE-BLOCK-LIMIT
           END-IF.

           MOVE "START" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-ALREADY-HERE
               DISPLAY "This batch already ran OK for business "
                       "date " WS-TODAY ". Run again? (Y/n) "
                       WITH NO ADVANCING
               MOVE SPACE TO WS-OVERRIDE-ANSWER
               ACCEPT WS-OVERRIDE-ANSWER
               IF WS-OVERRIDE-ANSWER NOT = "Y"
                   DISPLAY "Refused, nothing done."
                   SET LK-RETURN-CONFLICT TO TRUE
                   EXIT PROGRAM
               END-IF
               MOVE "FORCE" TO WS-RUN-REQUEST
               CALL "wrtbrun" USING
                   WS-RUN-REQUEST
                   WS-RUN-PROGRAM
                   WS-TODAY
                   WS-RUN-ID
                   WS-RUN-COUNT
                   WS-RUN-STATUS
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

           MOVE SPACES TO WS-BLOCKLIST-FILE-NAME.
           STRING "output/blocked-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-BLOCKLIST-FILE-NAME.

           OPEN OUTPUT F-BLOCKLIST.

           IF NOT WS-F-STATUS-OK
               DISPLAY "Cannot open blocked list file "
                       FUNCTION TRIM(WS-BLOCKLIST-FILE-NAME)
               SET WS-FAILED TO TRUE
               PERFORM 0900-END-RUN-BEGIN
                  THRU 0900-END-RUN-END
               EXIT PROGRAM
           END-IF.

       EXEC SQL OPEN network_block_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Blocked list error SQLCODE: " SQLCODE
               SET WS-FAILED TO TRUE
           END-IF.

           PERFORM UNTIL WS-EOF-Y OR WS-FAILED

       EXEC SQL
           FETCH network_block_cursor
           INTO :WS-CARD, :WS-LNAME, :WS-FNAME, :WS-REASON,
               :WS-UNPAID-BALANCE
       END-EXEC

               EVALUATE SQLCODE
                   WHEN 0
                       PERFORM 0100-WRITE-ONE-BEGIN
                          THRU 0100-WRITE-ONE-END
                   WHEN +100
                       SET WS-EOF-Y TO TRUE
                   WHEN OTHER
                       DISPLAY "Blocked list fetch error SQLCODE: "
                               SQLCODE
                       SET WS-FAILED TO TRUE
               END-EVALUATE

           END-PERFORM.

       EXEC SQL CLOSE network_block_cursor END-EXEC.

           MOVE WS-TODAY TO WS-TRL-LIST-DATE.
           WRITE F-BLOCKLIST-RCD FROM WS-TRAILER-RCD.
           CLOSE F-BLOCKLIST.

           DISPLAY WS-TRL-COUNT " blocked patron(s) in "
                   FUNCTION TRIM(WS-BLOCKLIST-FILE-NAME).

           PERFORM 0900-END-RUN-BEGIN
              THRU 0900-END-RUN-END.

           EXIT PROGRAM.

       0100-WRITE-ONE-BEGIN.
           MOVE SPACES TO F-BLOCKLIST-RCD.
           MOVE "D" TO F-NB-REC-TYPE.
           MOVE WS-CARD TO F-NB-CARD.
           MOVE WS-LNAME TO F-NB-LAST-NAME.
           MOVE WS-FNAME TO F-NB-FIRST-NAME.
           MOVE WS-REASON TO F-NB-REASON.
           MOVE WS-UNPAID-BALANCE TO F-NB-AMOUNT.
           MOVE WS-TODAY TO F-NB-LIST-DATE.
           WRITE F-BLOCKLIST-RCD.

           ADD 1 TO WS-TRL-COUNT.
           ADD 1 TO WS-RUN-COUNT.
       0100-WRITE-ONE-END.

       0900-END-RUN-BEGIN.
           IF WS-FAILED
               MOVE "FAILED" TO WS-RUN-STATUS
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               MOVE "OK" TO WS-RUN-STATUS
               SET LK-RETURN-OK TO TRUE
           END-IF.

           MOVE "END" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.
       0900-END-RUN-END.
