       IDENTIFICATION DIVISION.
       PROGRAM-ID. audverfy.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-CHAIN-KEY        PIC X(32).
       01 WS-ZERO-HASH        PIC X(32) VALUE ALL "0".
       01 WS-START-SEQ        PIC 9(10) VALUE 0.
       01 WS-START-HASH       PIC X(32).
       01 WS-AUDIT-ID         PIC 9(10).
       01 WS-CHAIN-SEQ        PIC 9(10).
       01 WS-CHAIN-HASH       PIC X(32).
       01 WS-EXPECTED-HASH    PIC X(32).
       01 WS-CKPT-ID          PIC 9(10).
       01 WS-CKPT-SEQ         PIC 9(10).
       01 WS-FIRST-CHAINED-ID PIC 9(10).
       01 WS-LEGACY-COUNT     PIC 9(10).
       01 WS-HEAD-SEQ         PIC 9(10).
       01 WS-HEAD-HASH        PIC X(32).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-TODAY            PIC X(08).

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "audverfy".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-EXPECT-SEQ       PIC 9(10).
       01 WS-PREV-CKPT-SEQ    PIC 9(10).
       01 WS-LAST-SEEN-SEQ    PIC 9(10).
       01 WS-LAST-SEEN-HASH   PIC X(32).
       01 WS-GAP-END-SEQ      PIC 9(10).

       01 WS-ROW-COUNT        PIC 9(08) VALUE 0.
       01 WS-BREAK-COUNT      PIC 9(05) VALUE 0.
       01 WS-WARNING-COUNT    PIC 9(05) VALUE 0.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "audit-chain".

      *    every checkpoint arcpurge signed, with the signature it
      *    should carry -- the same md5 audchain CKPT computes
       EXEC SQL
           DECLARE v_checkpoint_cursor CURSOR FOR
               SELECT id, last_seq, signature,
                   md5(RTRIM(COALESCE(LAG(signature)
                           OVER (ORDER BY id), :WS-ZERO-HASH))
                       || '|' || CAST(last_seq AS TEXT)
                       || '|' || RTRIM(last_hash)
                       || '|' || CAST(rows_archived AS TEXT)
                       || '|' || cutoff_date
                       || '|' || checkpoint_date
                       || '|' || RTRIM(:WS-CHAIN-KEY))
               FROM audit_checkpoints
               ORDER BY id
       END-EXEC.

      *    the live chain from the latest checkpoint on, each row
      *    with the checksum it should carry given the row before
      *    it -- the same md5 audchain SEAL computes
       EXEC SQL
           DECLARE v_chain_cursor CURSOR FOR
               SELECT id, chain_seq, chain_hash,
                   md5(RTRIM(COALESCE(LAG(chain_hash)
                           OVER (ORDER BY chain_seq, id),
                           :WS-START-HASH))
                       || '|' || CAST(chain_seq AS TEXT)
                       || '|' || CAST(id AS TEXT)
                       || '|' || RTRIM(entity_name)
                       || '|' || CAST(entity_id AS TEXT)
                       || '|' || RTRIM(action)
                       || '|' || changed_date
                       || '|' || RTRIM(operator_id)
                       || '|' || RTRIM(detail)
                       || '|' || RTRIM(:WS-CHAIN-KEY))
               FROM audit_log
               WHERE chain_seq > :WS-START-SEQ
               ORDER BY chain_seq, id
       END-EXEC.

      *    rows that went in after the chain began without being
      *    sealed : someone wrote to audit_log behind wrtaudit
       EXEC SQL
           DECLARE v_unchained_cursor CURSOR FOR
               SELECT id
               FROM audit_log
               WHERE chain_seq = 0
                 AND id > :WS-FIRST-CHAINED-ID
               ORDER BY id
       END-EXEC.

       LINKAGE SECTION.
       01 LK-BREAK-COUNT      PIC 9(05).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    walks the audit_log checksum chain and says where it is
      *    broken : a row altered since it was written, rows
      *    deleted from the middle or the end, rows slipped in
      *    unsealed, and checkpoints that were tampered with.
      *    Verification starts from the newest checkpoint arcpurge
      *    left, so archived years do not break it.  LK-BREAK-COUNT
      *    is the number of breaks (dbverify adds them to its
      *    errors) ; ERROR is returned when there is any
       PROCEDURE DIVISION USING LK-BREAK-COUNT,
                                LK-RETURN-VALUE.

           MOVE 0 TO WS-BREAK-COUNT.
           MOVE 0 TO WS-WARNING-COUNT.
           MOVE 0 TO WS-ROW-COUNT.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "FORCE" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE "Audit trail checksum verification" TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE "LINE" TO WS-SPOOL-REQUEST.

           CALL "rdaudkey" USING
               WS-CHAIN-KEY
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-NOT-FOUND
               ADD 1 TO WS-WARNING-COUNT
               MOVE "W no config/audit.key : the built-in key is in use"
                   TO WS-SPOOL-TEXT
               PERFORM 0900-PUT-LINE-BEGIN
                  THRU 0900-PUT-LINE-END
               MOVE "  and the checksums only stop casual edits"
                   TO WS-SPOOL-TEXT
               PERFORM 0900-PUT-LINE-BEGIN
                  THRU 0900-PUT-LINE-END
           END-IF.

           PERFORM 0100-CHECK-CHECKPOINTS-BEGIN
              THRU 0100-CHECK-CHECKPOINTS-END.

           PERFORM 0200-CHECK-CHAIN-BEGIN
              THRU 0200-CHECK-CHAIN-END.

           PERFORM 0300-CHECK-UNCHAINED-BEGIN
              THRU 0300-CHECK-UNCHAINED-END.

           PERFORM 0400-CHECK-HEAD-BEGIN
              THRU 0400-CHECK-HEAD-END.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Rows checked after chain place " DELIMITED BY SIZE
                  WS-START-SEQ DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  WS-ROW-COUNT DELIMITED BY SIZE
                  ", breaks [E] : " DELIMITED BY SIZE
                  WS-BREAK-COUNT DELIMITED BY SIZE
                  ", warnings [W] : " DELIMITED BY SIZE
                  WS-WARNING-COUNT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE "CLOS" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE WS-BREAK-COUNT TO LK-BREAK-COUNT.
           MOVE WS-ROW-COUNT TO WS-RUN-COUNT.
           MOVE "OK" TO WS-RUN-STATUS.
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

           IF WS-BREAK-COUNT = 0
               SET LK-RETURN-OK TO TRUE
           ELSE
               SET LK-RETURN-ERROR TO TRUE
           END-IF.

           EXIT PROGRAM.

      *    each checkpoint folds in the one before it, so one that
      *    was edited or removed shows up ; the newest one is where
      *    the chain walk starts
       0100-CHECK-CHECKPOINTS-BEGIN.
           MOVE 0 TO WS-START-SEQ.
           MOVE WS-ZERO-HASH TO WS-START-HASH.
           MOVE 0 TO WS-PREV-CKPT-SEQ.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN v_checkpoint_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Checkpoint list error SQLCODE: " SQLCODE
               ADD 1 TO WS-BREAK-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH v_checkpoint_cursor
           INTO :WS-CKPT-ID, :WS-CKPT-SEQ, :WS-CHAIN-HASH,
               :WS-EXPECTED-HASH
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   IF WS-CHAIN-HASH NOT = WS-EXPECTED-HASH
                       ADD 1 TO WS-BREAK-COUNT
                       MOVE SPACES TO WS-SPOOL-TEXT
                       STRING "E checkpoint " DELIMITED BY SIZE
                              WS-CKPT-ID DELIMITED BY SIZE
                              " signature does not match, it or "
                              DELIMITED BY SIZE
                              "the one before it was altered"
                              DELIMITED BY SIZE
                       INTO WS-SPOOL-TEXT
                       PERFORM 0900-PUT-LINE-BEGIN
                          THRU 0900-PUT-LINE-END
                   END-IF
                   IF WS-CKPT-SEQ < WS-PREV-CKPT-SEQ
                       ADD 1 TO WS-BREAK-COUNT
                       MOVE SPACES TO WS-SPOOL-TEXT
                       STRING "E checkpoint " DELIMITED BY SIZE
                              WS-CKPT-ID DELIMITED BY SIZE
                              " goes back along the chain"
                              DELIMITED BY SIZE
                       INTO WS-SPOOL-TEXT
                       PERFORM 0900-PUT-LINE-BEGIN
                          THRU 0900-PUT-LINE-END
                   END-IF
                   MOVE WS-CKPT-SEQ TO WS-PREV-CKPT-SEQ
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE v_checkpoint_cursor END-EXEC.

       EXEC SQL
           SELECT last_seq, last_hash
           INTO :WS-START-SEQ, :WS-START-HASH
           FROM audit_checkpoints
           ORDER BY id DESC
           LIMIT 1
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-START-SEQ
               MOVE WS-ZERO-HASH TO WS-START-HASH
           END-IF.
       0100-CHECK-CHECKPOINTS-END.

      *    a gap in chain_seq is a deletion ; the row after a gap
      *    cannot match either, so only the gap is reported for it
       0200-CHECK-CHAIN-BEGIN.
           COMPUTE WS-EXPECT-SEQ = WS-START-SEQ + 1.
           MOVE WS-START-SEQ TO WS-LAST-SEEN-SEQ.
           MOVE WS-START-HASH TO WS-LAST-SEEN-HASH.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN v_chain_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Audit chain error SQLCODE: " SQLCODE
               ADD 1 TO WS-BREAK-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH v_chain_cursor
           INTO :WS-AUDIT-ID, :WS-CHAIN-SEQ, :WS-CHAIN-HASH,
               :WS-EXPECTED-HASH
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-ROW-COUNT
                   PERFORM 0250-CHECK-ONE-ROW-BEGIN
                      THRU 0250-CHECK-ONE-ROW-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE v_chain_cursor END-EXEC.
       0200-CHECK-CHAIN-END.

       0250-CHECK-ONE-ROW-BEGIN.
           EVALUATE TRUE
               WHEN WS-CHAIN-SEQ > WS-EXPECT-SEQ
                   ADD 1 TO WS-BREAK-COUNT
                   COMPUTE WS-GAP-END-SEQ = WS-CHAIN-SEQ - 1
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "E chain places " DELIMITED BY SIZE
                          WS-EXPECT-SEQ DELIMITED BY SIZE
                          " to " DELIMITED BY SIZE
                          WS-GAP-END-SEQ DELIMITED BY SIZE
                          " missing (deleted) before audit row "
                          DELIMITED BY SIZE
                          WS-AUDIT-ID DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   PERFORM 0900-PUT-LINE-BEGIN
                      THRU 0900-PUT-LINE-END
               WHEN WS-CHAIN-SEQ < WS-EXPECT-SEQ
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "E audit row " DELIMITED BY SIZE
                          WS-AUDIT-ID DELIMITED BY SIZE
                          " repeats chain place " DELIMITED BY SIZE
                          WS-CHAIN-SEQ DELIMITED BY SIZE
                          " (inserted or copied)" DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   PERFORM 0900-PUT-LINE-BEGIN
                      THRU 0900-PUT-LINE-END
               WHEN WS-CHAIN-HASH NOT = WS-EXPECTED-HASH
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "E audit row " DELIMITED BY SIZE
                          WS-AUDIT-ID DELIMITED BY SIZE
                          " at chain place " DELIMITED BY SIZE
                          WS-CHAIN-SEQ DELIMITED BY SIZE
                          " altered, checksum does not match"
                          DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   PERFORM 0900-PUT-LINE-BEGIN
                      THRU 0900-PUT-LINE-END
           END-EVALUATE.

           COMPUTE WS-EXPECT-SEQ = WS-CHAIN-SEQ + 1.
           MOVE WS-CHAIN-SEQ TO WS-LAST-SEEN-SEQ.
           MOVE WS-CHAIN-HASH TO WS-LAST-SEEN-HASH.
       0250-CHECK-ONE-ROW-END.

      *    unsealed rows older than the first sealed one predate
      *    the chain and are only counted
       0300-CHECK-UNCHAINED-BEGIN.
       EXEC SQL
           SELECT COALESCE(MIN(id), 0)
           INTO :WS-FIRST-CHAINED-ID
           FROM audit_log
           WHERE chain_seq > 0
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-FIRST-CHAINED-ID
           END-IF.

           IF WS-FIRST-CHAINED-ID = 0
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-LEGACY-COUNT
           FROM audit_log
           WHERE chain_seq = 0
       END-EXEC
           ELSE
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-LEGACY-COUNT
           FROM audit_log
           WHERE chain_seq = 0
             AND id < :WS-FIRST-CHAINED-ID
       END-EXEC
           END-IF.

           IF SQLCODE = 0 AND WS-LEGACY-COUNT > 0
               ADD 1 TO WS-WARNING-COUNT
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "W " DELIMITED BY SIZE
                      WS-LEGACY-COUNT DELIMITED BY SIZE
                      " row(s) written before the chain began, "
                      DELIMITED BY SIZE
                      "not covered" DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               PERFORM 0900-PUT-LINE-BEGIN
                  THRU 0900-PUT-LINE-END
           END-IF.

           IF WS-FIRST-CHAINED-ID = 0
               EXIT PARAGRAPH
           END-IF.

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN v_unchained_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Unsealed row error SQLCODE: " SQLCODE
               ADD 1 TO WS-BREAK-COUNT
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH v_unchained_cursor
           INTO :WS-AUDIT-ID
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "E audit row " DELIMITED BY SIZE
                          WS-AUDIT-ID DELIMITED BY SIZE
                          " carries no checksum, it was not "
                          DELIMITED BY SIZE
                          "written through wrtaudit"
                          DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   PERFORM 0900-PUT-LINE-BEGIN
                      THRU 0900-PUT-LINE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE v_unchained_cursor END-EXEC.
       0300-CHECK-UNCHAINED-END.

      *    the head row remembers the newest seal, so rows deleted
      *    off the end of the chain are caught too
       0400-CHECK-HEAD-BEGIN.
       EXEC SQL
           SELECT last_seq, last_hash
           INTO :WS-HEAD-SEQ, :WS-HEAD-HASH
           FROM audit_chain
           WHERE id = 1
       END-EXEC.

           IF SQLCODE NOT = 0
               ADD 1 TO WS-WARNING-COUNT
               MOVE "W no chain head row, nothing has been sealed yet"
                   TO WS-SPOOL-TEXT
               PERFORM 0900-PUT-LINE-BEGIN
                  THRU 0900-PUT-LINE-END
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
               WHEN WS-HEAD-SEQ > WS-LAST-SEEN-SEQ
                   ADD 1 TO WS-BREAK-COUNT
                   COMPUTE WS-GAP-END-SEQ = WS-LAST-SEEN-SEQ + 1
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "E chain places " DELIMITED BY SIZE
                          WS-GAP-END-SEQ DELIMITED BY SIZE
                          " to " DELIMITED BY SIZE
                          WS-HEAD-SEQ DELIMITED BY SIZE
                          " missing (deleted) from the end"
                          DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   PERFORM 0900-PUT-LINE-BEGIN
                      THRU 0900-PUT-LINE-END
               WHEN WS-HEAD-SEQ < WS-LAST-SEEN-SEQ
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "E rows past the chain head (place "
                          DELIMITED BY SIZE
                          WS-HEAD-SEQ DELIMITED BY SIZE
                          "), up to place " DELIMITED BY SIZE
                          WS-LAST-SEEN-SEQ DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   PERFORM 0900-PUT-LINE-BEGIN
                      THRU 0900-PUT-LINE-END
               WHEN WS-HEAD-HASH NOT = WS-LAST-SEEN-HASH
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE SPACES TO WS-SPOOL-TEXT
                   STRING "E chain head does not match the row at "
                          DELIMITED BY SIZE
                          "place " DELIMITED BY SIZE
                          WS-HEAD-SEQ DELIMITED BY SIZE
                   INTO WS-SPOOL-TEXT
                   PERFORM 0900-PUT-LINE-BEGIN
                      THRU 0900-PUT-LINE-END
           END-EVALUATE.
       0400-CHECK-HEAD-END.

       0900-PUT-LINE-BEGIN.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0900-PUT-LINE-END.
