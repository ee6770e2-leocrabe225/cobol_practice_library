       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-CUTOFF-DATE      PIC X(08).
       01 WS-AUDIT-CUTOFF-DATE PIC X(08).
       01 WS-TODAY            PIC X(08).
       01 WS-ARC-LOANS        PIC 9(08).
       01 WS-ARC-FINES        PIC 9(08).
       01 WS-ARC-PAYMENTS     PIC 9(08).
       01 WS-ARC-AUDIT        PIC 9(08).
       01 WS-BORROWING-ID     PIC 9(10).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-BOOK-ID          PIC 9(10).
       01 WS-ACTION           PIC X(10).
       01 WS-CHANGED-DATE     PIC X(08).
       01 WS-OPERATOR-ID      PIC X(10).
       01 WS-CKPT-ID          PIC 9(10).
       01 WS-CKPT-SEQ         PIC 9(10).
       01 WS-CKPT-HASH        PIC X(32).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-DATE-REQUEST     PIC X(04) VALUE "ADDD".
       01 WS-KEEP-DAYS        PIC S9(05).
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.
       01 WS-CHAIN-REQUEST    PIC X(04) VALUE "CKPT".

       01 WS-BORW-STATUS      PIC X(2).
           88 WS-BORW-STATUS-OK        VALUE '00'.
       01 WS-FINE-STATUS      PIC X(2).
               SELECT id, entity_name, entity_id, action,
                   changed_date, operator_id
               FROM audit_log
               WHERE changed_date < :WS-AUDIT-CUTOFF-DATE
               ORDER BY id
       END-EXEC.

       PROCEDURE DIVISION.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           DISPLAY "Enter the retention cutoff date (YYYYMMDD), "
                   "blank to keep ARC-LOAN-KEEP-DAYS / "
                   "ARC-AUDIT-KEEP-DAYS : ".
           DISPLAY "Returned loans, their settled fines and audit "
                   "rows older than this are archived.".
           MOVE SPACES TO WS-CUTOFF-DATE.
           ACCEPT WS-CUTOFF-DATE.

           IF WS-CUTOFF-DATE = SPACES
               PERFORM 0050-CUTOFFS-FROM-PARAMS-BEGIN
                  THRU 0050-CUTOFFS-FROM-PARAMS-END
           ELSE
               MOVE WS-CUTOFF-DATE TO WS-AUDIT-CUTOFF-DATE
           END-IF.

           IF WS-CUTOFF-DATE NOT NUMERIC
               OR WS-AUDIT-CUTOFF-DATE NOT NUMERIC
               DISPLAY "Not a date, nothing archived."
               EXIT PROGRAM
           END-IF.

           DISPLAY "Loans returned before " WS-CUTOFF-DATE
                   ", audit rows before " WS-AUDIT-CUTOFF-DATE ".".

           PERFORM 0100-OPEN-ARCHIVE-FILES-BEGIN
              THRU 0100-OPEN-ARCHIVE-FILES-END.


           EXIT PROGRAM.

      *    the retention parameters count back from the business
      *    date ; the table growth report says which to tighten.
      *    A zero would archive everything returned up to today,
      *    so it falls back to two years like a missing one
       0050-CUTOFFS-FROM-PARAMS-BEGIN.
           MOVE "ARC-LOAN-KEEP-DAYS" TO WS-PARAM-NAME.
           MOVE 730 TO WS-PARAM-VALUE.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-PARAM-VALUE = 0
               MOVE 730 TO WS-PARAM-VALUE
           END-IF.
           COMPUTE WS-KEEP-DAYS = 0 - WS-PARAM-VALUE.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-TODAY
               WS-CUTOFF-DATE
               WS-KEEP-DAYS
               WS-RETURN-VALUE
           END-CALL.

           MOVE "ARC-AUDIT-KEEP-DAYS" TO WS-PARAM-NAME.
           MOVE 730 TO WS-PARAM-VALUE.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-PARAM-VALUE = 0
               MOVE 730 TO WS-PARAM-VALUE
           END-IF.
           COMPUTE WS-KEEP-DAYS = 0 - WS-PARAM-VALUE.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-TODAY
               WS-AUDIT-CUTOFF-DATE
               WS-KEEP-DAYS
               WS-RETURN-VALUE
           END-CALL.
       0050-CUTOFFS-FROM-PARAMS-END.

       0100-OPEN-ARCHIVE-FILES-BEGIN.
           MOVE SPACES TO WS-BORW-FILE-NAME.
           STRING "output/archive-borrowings-" DELIMITED BY SIZE

           MOVE SPACES TO WS-AUDT-FILE-NAME.
           STRING "output/archive-audit_log-" DELIMITED BY SIZE
                  WS-AUDIT-CUTOFF-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-AUDT-FILE-NAME.

               EXIT PARAGRAPH
           END-IF.

      *    the audit rows leaving take the start of the checksum
      *    chain with them : the last one's place and checksum are
      *    kept as a signed checkpoint the verification starts from
       EXEC SQL
           SELECT COALESCE(MAX(chain_seq), 0)
           INTO :WS-CKPT-SEQ
           FROM audit_log
           WHERE changed_date < :WS-AUDIT-CUTOFF-DATE
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Audit checkpoint error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           IF WS-CKPT-SEQ > 0
               PERFORM 0650-CHAIN-CHECKPOINT-BEGIN
                  THRU 0650-CHAIN-CHECKPOINT-END
               IF NOT WS-RETURN-OK
                   DISPLAY "Audit checkpoint failed, NOTHING was "
                           "deleted."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       EXEC SQL
           DELETE FROM audit_log
           WHERE changed_date < :WS-AUDIT-CUTOFF-DATE
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               EXIT PARAGRAPH
           END-IF.

      *    the ledger goes in with the deletes, so the archived
      *    counts the growth snapshot adds up never disagree with
      *    what actually left the tables
           MOVE WS-BORW-COUNT TO WS-ARC-LOANS.
           MOVE WS-FINE-COUNT TO WS-ARC-FINES.
           MOVE WS-PAYM-COUNT TO WS-ARC-PAYMENTS.
           MOVE WS-AUDT-COUNT TO WS-ARC-AUDIT.

       EXEC SQL
           INSERT INTO archive_runs (run_date, loan_cutoff,
               audit_cutoff, loans, fines, payments, audit_rows)
           VALUES (:WS-TODAY, :WS-CUTOFF-DATE, :WS-AUDIT-CUTOFF-DATE,
               :WS-ARC-LOANS, :WS-ARC-FINES, :WS-ARC-PAYMENTS,
               :WS-ARC-AUDIT)
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Archive ledger error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.
       0600-PURGE-LIVE-ROWS-END.

       0650-CHAIN-CHECKPOINT-BEGIN.
           SET WS-RETURN-ERROR TO TRUE.

       EXEC SQL
           SELECT chain_hash
           INTO :WS-CKPT-HASH
           FROM audit_log
           WHERE chain_seq = :WS-CKPT-SEQ
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Audit checkpoint error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-AUDT-COUNT TO WS-ARC-AUDIT.

       EXEC SQL
           INSERT INTO audit_checkpoints (checkpoint_date,
               cutoff_date, last_seq, last_hash, rows_archived)
           VALUES (:WS-TODAY, :WS-AUDIT-CUTOFF-DATE, :WS-CKPT-SEQ,
               :WS-CKPT-HASH, :WS-ARC-AUDIT)
           RETURNING id
           INTO :WS-CKPT-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Audit checkpoint error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           CALL "audchain" USING
               WS-CHAIN-REQUEST
               WS-CKPT-ID
               WS-RETURN-VALUE
           END-CALL.
       0650-CHAIN-CHECKPOINT-END.
