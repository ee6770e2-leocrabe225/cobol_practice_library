       IDENTIFICATION DIVISION.
       PROGRAM-ID. netblimp.
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
      *    the same agreed layout netblexp writes for the network
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

       01 WS-PARTNER-ID       PIC 9(10).
       01 WS-TODAY            PIC X(08).
       01 WS-CARD             PIC X(20).
       01 WS-LNAME            PIC X(25).
       01 WS-FNAME            PIC X(25).
       01 WS-REASON           PIC X(01).
       01 WS-AMOUNT           PIC 9(07)V99.
       01 WS-LIST-DATE        PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.
           88 WS-F-STATUS-OPEN-ERROR   VALUE '05'.
           88 WS-F-STATUS-EOF          VALUE '10'.

       01 WS-BLOCKLIST-FILE-NAME PIC X(50).
       01 WS-RECORD-COUNT     PIC 9(07) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(07) VALUE 0.

       01 WS-FAILED-SWITCH    PIC X(01) VALUE "N".
           88 WS-FAILED               VALUE "Y".

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "ILL".
       01 WS-AUDIT-ACTION     PIC X(10) VALUE "BLOCKLIST".

       LINKAGE SECTION.
       01 LK-PARTNER-ID       PIC 9(10).
       01 LK-FILE-NAME        PIC X(40).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    loads one partner's blocked-borrower list, replacing the
      *    one they sent last time -- a card they have cleared
      *    simply drops off ; the whole list goes in or none of it,
      *    so a failed load leaves yesterday's list standing
       PROCEDURE DIVISION USING LK-PARTNER-ID,
                                LK-FILE-NAME,
                                LK-RETURN-VALUE.

           MOVE LK-PARTNER-ID TO WS-PARTNER-ID.

       EXEC SQL
           SELECT id
           INTO :WS-PARTNER-ID
           FROM ill_partners
           WHERE id = :WS-PARTNER-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE LK-FILE-NAME TO WS-BLOCKLIST-FILE-NAME.
           OPEN INPUT F-BLOCKLIST.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No such file "
                       FUNCTION TRIM(WS-BLOCKLIST-FILE-NAME) "."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL
           DELETE FROM network_blocks
           WHERE partner_id = :WS-PARTNER-ID
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               DISPLAY "Blocked list clear error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               CLOSE F-BLOCKLIST
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-F-STATUS-EOF OR WS-FAILED
               READ F-BLOCKLIST
                   NOT AT END
                       IF F-NB-REC-TYPE NOT = "T"
                           PERFORM 0100-LOAD-ONE-BEGIN
                              THRU 0100-LOAD-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-BLOCKLIST.

           IF WS-FAILED
       EXEC SQL ROLLBACK END-EXEC
               DISPLAY "Blocked list not loaded, the previous list "
                       "for partner " WS-PARTNER-ID " stands."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           DISPLAY WS-RECORD-COUNT " blocked card(s) loaded for "
                   "partner " WS-PARTNER-ID ", "
                   WS-REJECT-COUNT " line(s) rejected.".

           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-PARTNER-ID
               WS-AUDIT-ACTION
           END-CALL.

           SET LK-RETURN-OK TO TRUE.

           EXIT PROGRAM.

      *    a line without a card number or with a reason outside
      *    the agreed three cannot be matched to anyone and is
      *    passed over
       0100-LOAD-ONE-BEGIN.
           IF F-NB-CARD = SPACES
               OR (F-NB-REASON NOT = "F" AND NOT = "S"
                   AND NOT = "L")
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "Rejected line : " F-BLOCKLIST-RCD
               EXIT PARAGRAPH
           END-IF.

           MOVE F-NB-CARD TO WS-CARD.
           MOVE F-NB-LAST-NAME TO WS-LNAME.
           MOVE F-NB-FIRST-NAME TO WS-FNAME.
           MOVE F-NB-REASON TO WS-REASON.

           IF F-NB-AMOUNT NUMERIC
               MOVE F-NB-AMOUNT TO WS-AMOUNT
           ELSE
               MOVE 0 TO WS-AMOUNT
           END-IF.

           IF F-NB-LIST-DATE NUMERIC
               MOVE F-NB-LIST-DATE TO WS-LIST-DATE
           ELSE
               MOVE WS-TODAY TO WS-LIST-DATE
           END-IF.

       EXEC SQL
           INSERT INTO network_blocks (partner_id, card_number,
               last_name, first_name, reason, amount, list_date,
               loaded_date)
           VALUES (:WS-PARTNER-ID, :WS-CARD, :WS-LNAME, :WS-FNAME,
               :WS-REASON, :WS-AMOUNT, :WS-LIST-DATE, :WS-TODAY)
       END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-RECORD-COUNT
           ELSE
               DISPLAY "Blocked list insert error SQLCODE: " SQLCODE
               SET WS-FAILED TO TRUE
           END-IF.
       0100-LOAD-ONE-END.
