       IDENTIFICATION DIVISION.
       PROGRAM-ID. audchain.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-ROW-ID           PIC 9(10).
       01 WS-LAST-SEQ         PIC 9(10).
       01 WS-LAST-HASH        PIC X(32).
       01 WS-NEW-SEQ          PIC 9(10).
       01 WS-NEW-HASH         PIC X(32).
       01 WS-PREV-SIGNATURE   PIC X(32).
       01 WS-CHAIN-KEY        PIC X(32).
       01 WS-ZERO-HASH        PIC X(32) VALUE ALL "0".

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-ERR-PROGRAM      PIC X(10) VALUE "audchain".
       01 WS-ERR-PARAGRAPH    PIC X(30).
       01 WS-ERR-SQLCODE      PIC S9(09).

       LINKAGE SECTION.
       01 LK-REQUEST          PIC X(04).
       01 LK-ROW-ID           PIC 9(10).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the audit trail checksums, in one place :
      *      SEAL  links audit_log row LK-ROW-ID onto the chain -- it
      *            takes the next chain_seq and an md5 over the
      *            previous row's checksum, its own columns and the
      *            key from rdaudkey
      *      CKPT  signs audit_checkpoints row LK-ROW-ID, the mark
      *            arcpurge leaves where it cut the chain, over its
      *            columns and the previous checkpoint's signature
      *    the head row of audit_chain is locked FOR UPDATE, so two
      *    desks auditing at once queue instead of forking the
      *    chain.  Nothing is committed here : the caller commits
      *    with its own row, and a database error goes through
      *    sqlerrh, which rolls both back.  audverfy repeats both
      *    md5 expressions and must be kept in step with them
       PROCEDURE DIVISION USING LK-REQUEST,
                                LK-ROW-ID,
                                LK-RETURN-VALUE.

           MOVE LK-ROW-ID TO WS-ROW-ID.

           CALL "rdaudkey" USING
               WS-CHAIN-KEY
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE LK-REQUEST
               WHEN "SEAL"
                   PERFORM 0100-SEAL-ROW-BEGIN
                      THRU 0100-SEAL-ROW-END
               WHEN "CKPT"
                   PERFORM 0200-SIGN-CHECKPOINT-BEGIN
                      THRU 0200-SIGN-CHECKPOINT-END
               WHEN OTHER
                   SET LK-RETURN-ERROR TO TRUE
           END-EVALUATE.

           EXIT PROGRAM.

       0100-SEAL-ROW-BEGIN.
       EXEC SQL
           SELECT last_seq, last_hash
           INTO :WS-LAST-SEQ, :WS-LAST-HASH
           FROM audit_chain
           WHERE id = 1
           FOR UPDATE
       END-EXEC.

           IF SQLCODE = +100
               MOVE 0 TO WS-LAST-SEQ
               MOVE WS-ZERO-HASH TO WS-LAST-HASH
       EXEC SQL
           INSERT INTO audit_chain (id, last_seq, last_hash)
           VALUES (1, 0, :WS-ZERO-HASH)
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               PERFORM 0900-SQL-ERROR-BEGIN
                  THRU 0900-SQL-ERROR-END
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NEW-SEQ = WS-LAST-SEQ + 1.

       EXEC SQL
           UPDATE audit_log
           SET chain_seq = :WS-NEW-SEQ
           WHERE id = :WS-ROW-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 0900-SQL-ERROR-BEGIN
                  THRU 0900-SQL-ERROR-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE audit_log
           SET chain_hash = md5(RTRIM(:WS-LAST-HASH)
               || '|' || CAST(chain_seq AS TEXT)
               || '|' || CAST(id AS TEXT)
               || '|' || RTRIM(entity_name)
               || '|' || CAST(entity_id AS TEXT)
               || '|' || RTRIM(action)
               || '|' || changed_date
               || '|' || RTRIM(operator_id)
               || '|' || RTRIM(detail)
               || '|' || RTRIM(:WS-CHAIN-KEY))
           WHERE id = :WS-ROW-ID
           RETURNING chain_hash
           INTO :WS-NEW-HASH
       END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 0900-SQL-ERROR-BEGIN
                  THRU 0900-SQL-ERROR-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE audit_chain
           SET last_seq = :WS-NEW-SEQ,
               last_hash = :WS-NEW-HASH
           WHERE id = 1
       END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 0900-SQL-ERROR-BEGIN
                  THRU 0900-SQL-ERROR-END
               EXIT PARAGRAPH
           END-IF.

           SET LK-RETURN-OK TO TRUE.
       0100-SEAL-ROW-END.

       0200-SIGN-CHECKPOINT-BEGIN.
           MOVE WS-ZERO-HASH TO WS-PREV-SIGNATURE.

       EXEC SQL
           SELECT signature
           INTO :WS-PREV-SIGNATURE
           FROM audit_checkpoints
           WHERE id < :WS-ROW-ID
           ORDER BY id DESC
           LIMIT 1
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               PERFORM 0900-SQL-ERROR-BEGIN
                  THRU 0900-SQL-ERROR-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE audit_checkpoints
           SET signature = md5(RTRIM(:WS-PREV-SIGNATURE)
               || '|' || CAST(last_seq AS TEXT)
               || '|' || RTRIM(last_hash)
               || '|' || CAST(rows_archived AS TEXT)
               || '|' || cutoff_date
               || '|' || checkpoint_date
               || '|' || RTRIM(:WS-CHAIN-KEY))
           WHERE id = :WS-ROW-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 0900-SQL-ERROR-BEGIN
                  THRU 0900-SQL-ERROR-END
               EXIT PARAGRAPH
           END-IF.

           SET LK-RETURN-OK TO TRUE.
       0200-SIGN-CHECKPOINT-END.

       0900-SQL-ERROR-BEGIN.
           MOVE SQLCODE TO WS-ERR-SQLCODE.
           IF LK-REQUEST = "SEAL"
               MOVE "AUDIT-CHAIN-SEAL" TO WS-ERR-PARAGRAPH
           ELSE
               MOVE "AUDIT-CHAIN-CHECKPOINT" TO WS-ERR-PARAGRAPH
           END-IF.
           CALL "sqlerrh" USING
               WS-ERR-PROGRAM
               WS-ERR-PARAGRAPH
               WS-ERR-SQLCODE
           END-CALL.
           SET LK-RETURN-ERROR TO TRUE.
       0900-SQL-ERROR-END.
