       IDENTIFICATION DIVISION.
       PROGRAM-ID. sip2srv.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-SIP-REQUEST
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.
           SELECT F-SIP-RESPONSE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-R-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    what the SIP2 gateway drops for us : the id the machine
      *    logged in with, then the message exactly as it sent it
       FD F-SIP-REQUEST
           VALUE OF FILE-ID IS WS-REQUEST-FILE-NAME.
       01 F-SIP-REQUEST-RCD.
           05 F-REQ-TERMINAL    PIC X(10).
           05 F-REQ-MESSAGE     PIC X(500).

      *    and what it picks up : the same machine id, then the
      *    reply to send back on that machine's connection
       FD F-SIP-RESPONSE
           VALUE OF FILE-ID IS WS-RESPONSE-FILE-NAME.
       01 F-SIP-RESPONSE-RCD.
           05 F-RSP-TERMINAL    PIC X(10).
           05 F-RSP-MESSAGE     PIC X(500).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TERMINAL-ID      PIC X(10).
       01 WS-TERM-PASSWORD    PIC X(10).
       01 WS-TERM-BRANCH      PIC 9(10).
       01 WS-TERM-PIN-FLAG    PIC X(01).
       01 WS-TERM-ACTIVE      PIC X(01).
       01 WS-BRANCH-CODE      PIC X(04).
       01 WS-BRANCH-NAME      PIC X(30).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-DB-PIN           PIC X(04).
       01 WS-PEOPLE-LNAME     PIC X(25).
       01 WS-PEOPLE-FNAME     PIC X(25).
       01 WS-EXPIRY-DATE      PIC X(08).
       01 WS-BLOCK-COUNT      PIC 9(05).
       01 WS-ACTIVE-COUNT     PIC 9(05).
       01 WS-MAX-LOANS        PIC 9(05).
       01 WS-UNPAID-BALANCE   PIC 9(07)V99.
       01 WS-SCAN             PIC X(20).
       01 WS-SCAN-COPY-ID     PIC 9(10).
       01 WS-BOOK-ID          PIC 9(10).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-PIECE-COUNT      PIC 9(03).
       01 WS-BORROWING-ID     PIC 9(10).
       01 WS-LOAN-PEOPLE-ID   PIC 9(10).
       01 WS-DUE-DATE         PIC X(08).
       01 WS-RECALL-FLAG      PIC X(01).
       01 WS-COPY-STATUS      PIC X(01).
       01 WS-COPY-BRANCH      PIC 9(10).
       01 WS-COPY-BRANCH-CODE PIC X(04).
       01 WS-PICKUP-BRANCH    PIC 9(10).
       01 WS-RETURN-DATE      PIC X(08).
       01 WS-BOOKING-LNAME    PIC X(25).
       01 WS-BOOKING-FNAME    PIC X(25).
       01 WS-FINE-ID          PIC 9(10).
       01 WS-FINE-BORROWING   PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY curropr.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-KIT-COUNTED      PIC X(01) VALUE "N".

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.
           88 WS-F-STATUS-OPEN-ERROR   VALUE '05'.
           88 WS-F-STATUS-EOF          VALUE '10'.

       01 WS-R-STATUS         PIC X(2).

       01 WS-REQUEST-FILE-NAME  PIC X(50).
       01 WS-RESPONSE-FILE-NAME PIC X(50).

       01 WS-SAVED-OPERATOR   PIC X(10).
       01 WS-SAVED-ROLE       PIC X(05).
       01 WS-SAVED-STATION    PIC X(10).

       01 WS-TODAY            PIC X(08).
       01 WS-TXN-DATE         PIC X(18).
       01 WS-NOW              PIC X(21).

       01 WS-READ-COUNT       PIC 9(05) VALUE 0.
       01 WS-ANSWERED-COUNT   PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(05) VALUE 0.

      *    the message as received and the pieces cut out of it
       01 WS-MSG              PIC X(500).
       01 WS-MSG-LEN          PIC 9(04).
       01 WS-BODY-LEN         PIC 9(04).
       01 WS-FIXED-LEN        PIC 9(04).
       01 WS-COMMAND          PIC X(02).
       01 WS-SEQ-NUMBER       PIC X(01).
       01 WS-SENT-CHECKSUM    PIC X(04).

       01 WS-TRAILER-SWITCH   PIC X(01).
           88 WS-HAS-SEQUENCE         VALUE "S".
           88 WS-HAS-CHECKSUM         VALUE "C".
           88 WS-HAS-NO-TRAILER       VALUE "N".

       01 WS-PARSE-PTR        PIC 9(04).
       01 WS-FIELD            PIC X(200).
       01 WS-FIELD-CODE       PIC X(02).

       01 WS-FLD-AA           PIC X(20).
       01 WS-FLD-AB           PIC X(20).
       01 WS-FLD-AD           PIC X(10).
       01 WS-FLD-BK           PIC X(40).
       01 WS-FLD-BV           PIC X(12).
       01 WS-FLD-CG           PIC X(12).
       01 WS-FLD-CN           PIC X(20).
       01 WS-FLD-CO           PIC X(20).

      *    the reply under construction
       01 WS-RSP              PIC X(500).
       01 WS-RSP-PTR          PIC 9(04).
       01 WS-RSP-CODE         PIC X(02).
       01 WS-RSP-VALUE        PIC X(100).
       01 WS-SCREEN-MSG       PIC X(100).
       01 WS-SORT-BIN         PIC X(10).
       01 WS-AMOUNT-EDIT      PIC Z(6)9.99.

      *    the trailer checksum : the byte sum of everything up to
      *    and including "AZ", negated in sixteen bits, in hex
       01 WS-CHK-LEN          PIC 9(04).
       01 WS-CHK-IDX          PIC 9(04).
       01 WS-CHK-SUM          PIC 9(09).
       01 WS-CHK-VALUE        PIC 9(05).
       01 WS-CHK-DIGIT        PIC 9(02).
       01 WS-CHK-HEX          PIC X(04).
       01 WS-HEX-DIGITS       PIC X(16) VALUE "0123456789ABCDEF".

       01 WS-TERMINAL-SWITCH  PIC X(01).
           88 WS-TERMINAL-OK          VALUE "Y".
           88 WS-TERMINAL-UNKNOWN     VALUE "N".

       01 WS-PATRON-SWITCH    PIC X(01).
           88 WS-PATRON-VALID         VALUE "Y".
           88 WS-PATRON-INVALID       VALUE "N".

       01 WS-PIN-SWITCH       PIC X(01).
           88 WS-PIN-OK               VALUE "Y".
           88 WS-PIN-BAD              VALUE "N".

       01 WS-PATRON-STATUS    PIC X(14).
       01 WS-OK-FLAG          PIC X(01).
       01 WS-RENEWED-FLAG     PIC X(01).
       01 WS-ALERT-FLAG       PIC X(01).

       01 WS-CARD-REQUEST     PIC X(04).
       01 WS-CARD-INPUT       PIC X(10).
       01 WS-SUSP-UNTIL       PIC X(08).
       01 WS-START-DATE       PIC X(08).
       01 WS-END-DATE         PIC X(08).
       01 WS-LOAN-ID          PIC 9(10).
       01 WS-OVERRIDE-SWITCH  PIC X(01).
       01 WS-BLOCKED-AMOUNT   PIC 9(07)V99.
       01 WS-PAY-AMOUNT       PIC 9(05)V99.
       01 WS-PAY-BALANCE      PIC 9(07)V99.
       01 WS-EVENT-TYPE       PIC X(01).
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.
       01 WS-FINE-BLOCK-LIMIT PIC 9(05)V99 VALUE 10.00.
       01 WS-MAX-ACTIVE-LOANS PIC 9(05) VALUE 5.

       LINKAGE SECTION.
       01 LK-FILE-NAME        PIC X(40).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the SIP2 side of the self-check machines and the returns
      *    sorter.  Each message is answered in SIP2 form on the
      *    response file (the request file name plus .rsp) ; the
      *    lending itself is creaborw, retnborw, rnwlborw and
      *    payfine, called exactly as the desk calls them and never
      *    with an override, so a machine can refuse what the desk
      *    would refuse and nothing more.  While a message is being
      *    handled the machine id is the signed-on operator and the
      *    station, so the audit trail and every desk event it
      *    causes carry it.  Handled : 93 login, 99 status,
      *    23 patron status, 11 checkout, 09 checkin, 29 renew and
      *    37 fee paid
       PROCEDURE DIVISION USING LK-FILE-NAME,
                                LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           PERFORM 0090-READ-PARAMETERS-BEGIN
              THRU 0090-READ-PARAMETERS-END.

           MOVE LK-FILE-NAME TO WS-REQUEST-FILE-NAME.
           OPEN INPUT F-SIP-REQUEST.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No such file "
                       FUNCTION TRIM(WS-REQUEST-FILE-NAME) "."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE SPACES TO WS-RESPONSE-FILE-NAME.
           STRING FUNCTION TRIM(WS-REQUEST-FILE-NAME)
                      DELIMITED BY SIZE
                  ".rsp" DELIMITED BY SIZE
               INTO WS-RESPONSE-FILE-NAME
           END-STRING.
           OPEN OUTPUT F-SIP-RESPONSE.

           MOVE WS-CURRENT-OPERATOR TO WS-SAVED-OPERATOR.
           MOVE WS-CURRENT-OPERATOR-ROLE TO WS-SAVED-ROLE.
           MOVE WS-CURRENT-STATION TO WS-SAVED-STATION.

           PERFORM UNTIL WS-F-STATUS-EOF
               READ F-SIP-REQUEST
                   NOT AT END
                       IF F-SIP-REQUEST-RCD NOT = SPACES
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 0100-HANDLE-ONE-BEGIN
                              THRU 0100-HANDLE-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-SIP-REQUEST.
           CLOSE F-SIP-RESPONSE.

           MOVE WS-SAVED-OPERATOR TO WS-CURRENT-OPERATOR.
           MOVE WS-SAVED-ROLE TO WS-CURRENT-OPERATOR-ROLE.
           MOVE WS-SAVED-STATION TO WS-CURRENT-STATION.

           DISPLAY WS-READ-COUNT " SIP2 message(s) read, "
                   WS-ANSWERED-COUNT " answered, "
                   WS-REJECT-COUNT " refused as malformed or "
                   "from an unknown machine.".

           IF WS-REJECT-COUNT > 0
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               SET LK-RETURN-OK TO TRUE
           END-IF.

           EXIT PROGRAM.

      *    only needed for the patron status flags : the lending
      *    programs read their own
       0090-READ-PARAMETERS-BEGIN.
           MOVE "FINE-BLOCK-LIMIT" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-FINE-BLOCK-LIMIT
           END-IF.
           MOVE "MAX-ACTIVE-LOANS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-MAX-ACTIVE-LOANS
           END-IF.
       0090-READ-PARAMETERS-END.

       0100-HANDLE-ONE-BEGIN.
           MOVE F-REQ-TERMINAL TO WS-TERMINAL-ID.
           MOVE F-REQ-MESSAGE TO WS-MSG.
           INSPECT WS-MSG REPLACING ALL X"0D" BY SPACE.
           MOVE SPACES TO WS-RSP.
           MOVE 1 TO WS-RSP-PTR.
           SET WS-HAS-NO-TRAILER TO TRUE.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE SPACES TO WS-TXN-DATE.
           MOVE WS-NOW(1:8) TO WS-TXN-DATE(1:8).
           MOVE WS-NOW(9:6) TO WS-TXN-DATE(13:6).

           IF WS-MSG = SPACES
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MSG TRAILING))
               TO WS-MSG-LEN.
           MOVE WS-MSG(1:2) TO WS-COMMAND.

           PERFORM 0150-CHECK-TRAILER-BEGIN
              THRU 0150-CHECK-TRAILER-END.

           IF WS-RSP-PTR > 1
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 0900-WRITE-RESPONSE-BEGIN
                  THRU 0900-WRITE-RESPONSE-END
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0170-READ-TERMINAL-BEGIN
              THRU 0170-READ-TERMINAL-END.

      *    a machine nobody registered, or one switched off at the
      *    desk, is told its login failed whatever it asked
           IF WS-TERMINAL-UNKNOWN
               DISPLAY "SIP2 message from unknown or inactive "
                       "machine " WS-TERMINAL-ID " refused."
               ADD 1 TO WS-REJECT-COUNT
               STRING "940" DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
               PERFORM 0900-WRITE-RESPONSE-BEGIN
                  THRU 0900-WRITE-RESPONSE-END
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TERMINAL-ID TO WS-CURRENT-OPERATOR.
           MOVE SPACES TO WS-CURRENT-OPERATOR-ROLE.
           MOVE WS-TERMINAL-ID TO WS-CURRENT-STATION.

           PERFORM 0200-PARSE-FIELDS-BEGIN
              THRU 0200-PARSE-FIELDS-END.

           EVALUATE WS-COMMAND
               WHEN "93"
                   PERFORM 0300-LOGIN-BEGIN
                      THRU 0300-LOGIN-END
               WHEN "99"
                   PERFORM 0350-SC-STATUS-BEGIN
                      THRU 0350-SC-STATUS-END
               WHEN "23"
                   PERFORM 0400-PATRON-STATUS-BEGIN
                      THRU 0400-PATRON-STATUS-END
               WHEN "11"
                   PERFORM 0500-CHECKOUT-BEGIN
                      THRU 0500-CHECKOUT-END
               WHEN "09"
                   PERFORM 0600-CHECKIN-BEGIN
                      THRU 0600-CHECKIN-END
               WHEN "29"
                   PERFORM 0700-RENEW-BEGIN
                      THRU 0700-RENEW-END
               WHEN "37"
                   PERFORM 0800-FEE-PAID-BEGIN
                      THRU 0800-FEE-PAID-END
           END-EVALUATE.

           PERFORM 0900-WRITE-RESPONSE-BEGIN
              THRU 0900-WRITE-RESPONSE-END.
       0100-HANDLE-ONE-END.

      *    a message carrying AY / AZ must add up, or the machine is
      *    asked to send it again (96) ; an unknown command or one
      *    shorter than its fixed part gets the same answer
       0150-CHECK-TRAILER-BEGIN.
           MOVE WS-MSG-LEN TO WS-BODY-LEN.

           IF WS-MSG-LEN >= 9
               AND WS-MSG(WS-MSG-LEN - 5:2) = "AZ"
               SET WS-HAS-CHECKSUM TO TRUE
               MOVE WS-MSG(WS-MSG-LEN - 3:4) TO WS-SENT-CHECKSUM
               INSPECT WS-SENT-CHECKSUM
                   CONVERTING "abcdef" TO "ABCDEF"
               COMPUTE WS-BODY-LEN = WS-MSG-LEN - 6
               IF WS-MSG(WS-MSG-LEN - 8:2) = "AY"
                   SET WS-HAS-SEQUENCE TO TRUE
                   MOVE WS-MSG(WS-MSG-LEN - 6:1) TO WS-SEQ-NUMBER
                   COMPUTE WS-BODY-LEN = WS-MSG-LEN - 9
               END-IF
               MOVE WS-MSG TO WS-RSP
               COMPUTE WS-CHK-LEN = WS-MSG-LEN - 4
               PERFORM 0950-COMPUTE-CHECKSUM-BEGIN
                  THRU 0950-COMPUTE-CHECKSUM-END
               MOVE SPACES TO WS-RSP
               IF WS-CHK-HEX NOT = WS-SENT-CHECKSUM
                   SET WS-HAS-NO-TRAILER TO TRUE
                   STRING "96" DELIMITED BY SIZE
                       INTO WS-RSP WITH POINTER WS-RSP-PTR
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EVALUATE WS-COMMAND
               WHEN "93"
                   MOVE 4 TO WS-FIXED-LEN
               WHEN "99"
                   MOVE 10 TO WS-FIXED-LEN
               WHEN "23"
                   MOVE 23 TO WS-FIXED-LEN
               WHEN "11"
                   MOVE 40 TO WS-FIXED-LEN
               WHEN "09"
                   MOVE 39 TO WS-FIXED-LEN
               WHEN "29"
                   MOVE 40 TO WS-FIXED-LEN
               WHEN "37"
                   MOVE 27 TO WS-FIXED-LEN
               WHEN OTHER
                   MOVE 9999 TO WS-FIXED-LEN
           END-EVALUATE.

           IF WS-BODY-LEN < WS-FIXED-LEN
               DISPLAY "SIP2 message not understood from "
                       WS-TERMINAL-ID " : " WS-MSG(1:40)
               SET WS-HAS-NO-TRAILER TO TRUE
               STRING "96" DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
           END-IF.
       0150-CHECK-TRAILER-END.

       0170-READ-TERMINAL-BEGIN.
           SET WS-TERMINAL-UNKNOWN TO TRUE.

       EXEC SQL
           SELECT sip_terminals.password, sip_terminals.branch_id,
               sip_terminals.pin_required, sip_terminals.active,
               COALESCE(branches.code, ' '),
               COALESCE(branches.name, ' ')
           INTO :WS-TERM-PASSWORD, :WS-TERM-BRANCH,
               :WS-TERM-PIN-FLAG, :WS-TERM-ACTIVE,
               :WS-BRANCH-CODE, :WS-BRANCH-NAME
           FROM sip_terminals
           LEFT JOIN branches
               ON branches.id = sip_terminals.branch_id
           WHERE sip_terminals.terminal_id = :WS-TERMINAL-ID
       END-EXEC.

           IF SQLCODE = 0 AND WS-TERM-ACTIVE = "Y"
               SET WS-TERMINAL-OK TO TRUE
           END-IF.
       0170-READ-TERMINAL-END.

      *    the variable fields after the fixed part, "|" ended ;
      *    only the ones this side acts on are kept
       0200-PARSE-FIELDS-BEGIN.
           MOVE SPACES TO WS-FLD-AA WS-FLD-AB WS-FLD-AD WS-FLD-BK
                          WS-FLD-BV WS-FLD-CG WS-FLD-CN WS-FLD-CO.
           COMPUTE WS-PARSE-PTR = WS-FIXED-LEN + 1.

           PERFORM UNTIL WS-PARSE-PTR > WS-BODY-LEN
               MOVE SPACES TO WS-FIELD
               UNSTRING WS-MSG(1:WS-BODY-LEN)
                   DELIMITED BY "|"
                   INTO WS-FIELD
                   WITH POINTER WS-PARSE-PTR
               END-UNSTRING
               MOVE WS-FIELD(1:2) TO WS-FIELD-CODE
               EVALUATE WS-FIELD-CODE
                   WHEN "AA"
                       MOVE WS-FIELD(3:) TO WS-FLD-AA
                   WHEN "AB"
                       MOVE WS-FIELD(3:) TO WS-FLD-AB
                   WHEN "AD"
                       MOVE WS-FIELD(3:) TO WS-FLD-AD
                   WHEN "BK"
                       MOVE WS-FIELD(3:) TO WS-FLD-BK
                   WHEN "BV"
                       MOVE WS-FIELD(3:) TO WS-FLD-BV
                   WHEN "CG"
                       MOVE WS-FIELD(3:) TO WS-FLD-CG
                   WHEN "CN"
                       MOVE WS-FIELD(3:) TO WS-FLD-CN
                   WHEN "CO"
                       MOVE WS-FIELD(3:) TO WS-FLD-CO
               END-EVALUATE
           END-PERFORM.
       0200-PARSE-FIELDS-END.

      *    a machine may only use full 10-digit cards : cardsrvc
      *    checks the check digit and that the card is the one on
      *    file, so a lost card's old number is refused here too.
      *    The PIN is asked for when the machine is set up to ask
      *    for it, and compared as the kiosk compares it
       0250-RESOLVE-PATRON-BEGIN.
           SET WS-PATRON-INVALID TO TRUE.
           SET WS-PIN-BAD TO TRUE.
           MOVE 0 TO WS-BLOCK-COUNT.
           MOVE SPACES TO WS-SCREEN-MSG.

           IF WS-FLD-AA(11:) NOT = SPACES
               OR WS-FLD-AA(10:1) = SPACE
               MOVE "Card not recognized - please see the desk."
                   TO WS-SCREEN-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE "RSLV" TO WS-CARD-REQUEST.
           MOVE WS-FLD-AA(1:10) TO WS-CARD-INPUT.
           CALL "cardsrvc" USING
               WS-CARD-REQUEST
               WS-PEOPLE-ID
               WS-CARD-INPUT
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               MOVE "Card not recognized - please see the desk."
                   TO WS-SCREEN-MSG
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT pin, last_name, first_name, expiry_date
           INTO :WS-DB-PIN, :WS-PEOPLE-LNAME, :WS-PEOPLE-FNAME,
               :WS-EXPIRY-DATE
           FROM people
           WHERE id = :WS-PEOPLE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "Card not recognized - please see the desk."
                   TO WS-SCREEN-MSG
               EXIT PARAGRAPH
           END-IF.

           SET WS-PATRON-VALID TO TRUE.

           IF WS-DB-PIN NOT = SPACES
               AND WS-FLD-AD(1:4) = WS-DB-PIN
               AND WS-FLD-AD(5:) = SPACES
               SET WS-PIN-OK TO TRUE
           END-IF.

           IF WS-TERM-PIN-FLAG NOT = "Y"
               SET WS-PIN-OK TO TRUE
           END-IF.

           IF WS-PIN-BAD
               MOVE "That PIN does not match - please see the desk."
                   TO WS-SCREEN-MSG
               EXIT PARAGRAPH
           END-IF.

      *    a severity-3 desk alert keeps the machines out of
      *    lending, as it keeps the kiosk out ; a payment is
      *    still taken
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-BLOCK-COUNT
           FROM patron_alerts
           WHERE people_id = :WS-PEOPLE-ID
             AND cleared_date = '00000000'
             AND severity >= 3
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-BLOCK-COUNT
           END-IF.

       0250-RESOLVE-PATRON-END.

      *    the machine logs in with its own id and password, as
      *    registered in sip_terminals
       0300-LOGIN-BEGIN.
           IF WS-FLD-CN = WS-TERMINAL-ID
               AND WS-FLD-CO = WS-TERM-PASSWORD
               STRING "941" DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
           ELSE
               DISPLAY "SIP2 login refused for machine "
                       WS-TERMINAL-ID "."
               STRING "940" DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
           END-IF.
       0300-LOGIN-END.

      *    on line, checkin and checkout allowed, renewals by the
      *    machine allowed, no status updates or offline ; the BX
      *    list says which messages we answer, in SIP2 order
       0350-SC-STATUS-BEGIN.
           STRING "98YYYYNN030003" DELIMITED BY SIZE
                  WS-TXN-DATE DELIMITED BY SIZE
                  "2.00" DELIMITED BY SIZE
               INTO WS-RSP WITH POINTER WS-RSP-PTR
           END-STRING.

           MOVE "AO" TO WS-RSP-CODE.
           MOVE WS-BRANCH-CODE TO WS-RSP-VALUE.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.
           MOVE "AM" TO WS-RSP-CODE.
           MOVE WS-BRANCH-NAME TO WS-RSP-VALUE.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.
           MOVE "BX" TO WS-RSP-CODE.
           MOVE "YYYNYNYNNYNNNNYN" TO WS-RSP-VALUE.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.
           MOVE "AN" TO WS-RSP-CODE.
           MOVE WS-TERMINAL-ID TO WS-RSP-VALUE.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.
       0350-SC-STATUS-END.

      *    a status request is not a transaction and is not
      *    stamped ; the flags are read the way creaborw reads
      *    them, so the machine can warn before the first scan
       0400-PATRON-STATUS-BEGIN.
           MOVE ALL "Y" TO WS-PATRON-STATUS.
           MOVE 0 TO WS-UNPAID-BALANCE.

           PERFORM 0250-RESOLVE-PATRON-BEGIN
              THRU 0250-RESOLVE-PATRON-END.

           IF WS-PATRON-VALID
               PERFORM 0450-PATRON-FLAGS-BEGIN
                  THRU 0450-PATRON-FLAGS-END
           END-IF.

           STRING "24" DELIMITED BY SIZE
                  WS-PATRON-STATUS DELIMITED BY SIZE
                  WS-MSG(3:3) DELIMITED BY SIZE
                  WS-TXN-DATE DELIMITED BY SIZE
               INTO WS-RSP WITH POINTER WS-RSP-PTR
           END-STRING.

           PERFORM 0910-ADD-AO-AA-BEGIN
              THRU 0910-ADD-AO-AA-END.

           MOVE "AE" TO WS-RSP-CODE.
           MOVE SPACES TO WS-RSP-VALUE.
           IF WS-PATRON-VALID
               STRING FUNCTION TRIM(WS-PEOPLE-FNAME)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PEOPLE-LNAME)
                          DELIMITED BY SIZE
                   INTO WS-RSP-VALUE
               END-STRING
           END-IF.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.

           MOVE "BL" TO WS-RSP-CODE.
           IF WS-PATRON-VALID
               MOVE "Y" TO WS-RSP-VALUE
           ELSE
               MOVE "N" TO WS-RSP-VALUE
           END-IF.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.

           MOVE "CQ" TO WS-RSP-CODE.
           IF WS-PATRON-VALID AND WS-PIN-OK
               MOVE "Y" TO WS-RSP-VALUE
           ELSE
               MOVE "N" TO WS-RSP-VALUE
           END-IF.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.

           MOVE "BV" TO WS-RSP-CODE.
           MOVE WS-UNPAID-BALANCE TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-RSP-VALUE.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.

           IF WS-SCREEN-MSG NOT = SPACES
               MOVE "AF" TO WS-RSP-CODE
               MOVE WS-SCREEN-MSG TO WS-RSP-VALUE
               PERFORM 0920-ADD-FIELD-BEGIN
                  THRU 0920-ADD-FIELD-END
           END-IF.
       0400-PATRON-STATUS-END.

      *    positions 1-4 are charge, renewal, recall and hold
      *    privileges denied, 6 too many items charged, 11
      *    excessive outstanding fines
       0450-PATRON-FLAGS-BEGIN.
           MOVE ALL " " TO WS-PATRON-STATUS.

           IF WS-BLOCK-COUNT > 0
               MOVE "YYYY" TO WS-PATRON-STATUS(1:4)
               MOVE "Please see the desk before borrowing."
                   TO WS-SCREEN-MSG
           END-IF.

           IF WS-EXPIRY-DATE < WS-TODAY
               MOVE "YY" TO WS-PATRON-STATUS(1:2)
               MOVE "Membership needs renewing - see the desk."
                   TO WS-SCREEN-MSG
           END-IF.

           CALL "chksusp" USING
               WS-PEOPLE-ID
               WS-TODAY
               WS-SUSP-UNTIL
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-SUSPENDED
               MOVE "YYYY" TO WS-PATRON-STATUS(1:4)
               MOVE "No loans on this card - please see the desk."
                   TO WS-SCREEN-MSG
           END-IF.

       EXEC SQL
           SELECT COALESCE(SUM(fines.amount_due - COALESCE((
                   SELECT SUM(fine_payments.amount)
                   FROM fine_payments
                   WHERE fine_payments.fine_id = fines.id
               ), 0)), 0)
           INTO :WS-UNPAID-BALANCE
           FROM fines
           LEFT JOIN borrowings
               ON fines.borrowing_id = borrowings.id
           WHERE COALESCE(NULLIF(fines.people_id, 0),
                     borrowings.people_id) = :WS-PEOPLE-ID
             AND fines.paid_date = '00000000'
             AND COALESCE(borrowings.claim_status, ' ') <> 'C'
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 0 TO WS-UNPAID-BALANCE
           END-IF.

           IF WS-UNPAID-BALANCE >= WS-FINE-BLOCK-LIMIT
               MOVE "YY" TO WS-PATRON-STATUS(1:2)
               MOVE "Y" TO WS-PATRON-STATUS(11:1)
           END-IF.

           MOVE WS-MAX-ACTIVE-LOANS TO WS-MAX-LOANS.

       EXEC SQL
           SELECT categories.max_loans
           INTO :WS-MAX-LOANS
           FROM people
           INNER JOIN categories
               ON people.category_code = categories.code
           WHERE people.id = :WS-PEOPLE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE WS-MAX-ACTIVE-LOANS TO WS-MAX-LOANS
           END-IF.

       EXEC SQL
           SELECT
               (SELECT COUNT(*) FROM borrowings
                WHERE people_id = :WS-PEOPLE-ID
                  AND returned_date = '00000000')
             + (SELECT COUNT(*) FROM equipment_loans
                WHERE people_id = :WS-PEOPLE-ID
                  AND returned_date = '00000000')
           INTO :WS-ACTIVE-COUNT
       END-EXEC.

           IF SQLCODE = 0 AND WS-ACTIVE-COUNT >= WS-MAX-LOANS
               MOVE "Y" TO WS-PATRON-STATUS(1:1)
               MOVE "Y" TO WS-PATRON-STATUS(6:1)
           END-IF.
       0450-PATRON-FLAGS-END.

      *    checkout through creaborw, with the kiosk's wording ; an
      *    item already on this patron's card is renewed instead
      *    when the machine's renewal policy allows it
       0500-CHECKOUT-BEGIN.
           MOVE "0" TO WS-OK-FLAG.
           MOVE "N" TO WS-RENEWED-FLAG.
           MOVE SPACES TO WS-BOOK-NAME WS-DUE-DATE.

           PERFORM 0250-RESOLVE-PATRON-BEGIN
              THRU 0250-RESOLVE-PATRON-END.

           IF WS-SCREEN-MSG = SPACES AND WS-BLOCK-COUNT > 0
               MOVE "Please see the desk before borrowing."
                   TO WS-SCREEN-MSG
           END-IF.

           IF WS-SCREEN-MSG = SPACES
               PERFORM 0550-LEND-ITEM-BEGIN
                  THRU 0550-LEND-ITEM-END
           END-IF.

           STRING "12" DELIMITED BY SIZE
                  WS-OK-FLAG DELIMITED BY SIZE
                  WS-RENEWED-FLAG DELIMITED BY SIZE
                  "U" DELIMITED BY SIZE
               INTO WS-RSP WITH POINTER WS-RSP-PTR
           END-STRING.
           IF WS-OK-FLAG = "1"
               STRING "Y" DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
           ELSE
               STRING "N" DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
           END-IF.
           STRING WS-TXN-DATE DELIMITED BY SIZE
               INTO WS-RSP WITH POINTER WS-RSP-PTR
           END-STRING.

           PERFORM 0910-ADD-AO-AA-BEGIN
              THRU 0910-ADD-AO-AA-END.
           PERFORM 0930-ADD-ITEM-FIELDS-BEGIN
              THRU 0930-ADD-ITEM-FIELDS-END.
       0500-CHECKOUT-END.

       0550-LEND-ITEM-BEGIN.
           MOVE WS-FLD-AB TO WS-SCAN.

       EXEC SQL
           SELECT copies.id, copies.book_id, books.name
           INTO :WS-SCAN-COPY-ID, :WS-BOOK-ID, :WS-BOOK-NAME
           FROM copies
           INNER JOIN books ON copies.book_id = books.id
           WHERE copies.barcode = :WS-SCAN
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "Barcode not recognized - please see the desk."
                   TO WS-SCREEN-MSG
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT id, people_id
           INTO :WS-BORROWING-ID, :WS-LOAN-PEOPLE-ID
           FROM borrowings
           WHERE copy_id = :WS-SCAN-COPY-ID
             AND returned_date = '00000000'
           ORDER BY id DESC
           LIMIT 1
       END-EXEC.

           IF SQLCODE = 0
               IF WS-LOAN-PEOPLE-ID NOT = WS-PEOPLE-ID
                   MOVE "Item is on another card - see the desk."
                       TO WS-SCREEN-MSG
                   EXIT PARAGRAPH
               END-IF
               IF WS-MSG(3:1) NOT = "Y"
                   MOVE "This item is already on your card."
                       TO WS-SCREEN-MSG
                   EXIT PARAGRAPH
               END-IF
               PERFORM 0750-RENEW-LOAN-BEGIN
                  THRU 0750-RENEW-LOAN-END
               IF WS-OK-FLAG = "1"
                   MOVE "Y" TO WS-RENEWED-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TODAY TO WS-START-DATE.
           MOVE "N" TO WS-OVERRIDE-SWITCH.

           CALL "creaborw" USING
               WS-PEOPLE-ID
               WS-BOOK-ID
               WS-SCAN-COPY-ID
               WS-START-DATE
               WS-END-DATE
               WS-LOAN-ID
               WS-OVERRIDE-SWITCH
               WS-BLOCKED-AMOUNT
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-OK
                   MOVE "1" TO WS-OK-FLAG
                   MOVE WS-END-DATE TO WS-DUE-DATE
               WHEN WS-RETURN-NOT-FOUND
                   MOVE "Cannot lend this here - please see the desk."
                       TO WS-SCREEN-MSG
               WHEN WS-RETURN-LIMIT-REACHED
                   MOVE "Loan limit reached - please see the desk."
                       TO WS-SCREEN-MSG
               WHEN WS-RETURN-EXPIRED
                   MOVE "Membership needs renewing - see the desk."
                       TO WS-SCREEN-MSG
               WHEN WS-RETURN-SUSPENDED
                   MOVE "No loans on this card - please see the desk."
                       TO WS-SCREEN-MSG
               WHEN WS-RETURN-BLOCKED
                   MOVE "Balance owing - please see the desk."
                       TO WS-SCREEN-MSG
               WHEN WS-RETURN-RESTRICTED
                   MOVE "Not for a child's card - please see the desk."
                       TO WS-SCREEN-MSG
               WHEN WS-RETURN-NOT-LENDABLE
                   MOVE "Library use only - leave it with the desk."
                       TO WS-SCREEN-MSG
               WHEN OTHER
                   MOVE "Could not lend this - please see the desk."
                       TO WS-SCREEN-MSG
           END-EVALUATE.
       0550-LEND-ITEM-END.

      *    checkin through retnborw, then the sort bin for the
      *    sorter.  A kit is counted back piece by piece, which a
      *    machine cannot do : it goes to the desk unreturned.  A
      *    held-back return (no block = Y) keeps the date the
      *    machine took it in, so no fine is charged for the time
      *    it sat in the machine
       0600-CHECKIN-BEGIN.
           MOVE "0" TO WS-OK-FLAG.
           MOVE "Y" TO WS-ALERT-FLAG.
           MOVE "DESK" TO WS-SORT-BIN.
           MOVE SPACES TO WS-SCREEN-MSG WS-BOOK-NAME
                          WS-COPY-BRANCH-CODE.
           MOVE WS-FLD-AB TO WS-SCAN.

           MOVE WS-TODAY TO WS-RETURN-DATE.
           IF WS-MSG(3:1) = "Y"
               AND WS-MSG(22:8) IS NUMERIC
               AND WS-MSG(22:8) < WS-TODAY
               MOVE WS-MSG(22:8) TO WS-RETURN-DATE
           END-IF.

       EXEC SQL
           SELECT borrowings.id, books.name, copies.piece_count
           INTO :WS-BORROWING-ID, :WS-BOOK-NAME, :WS-PIECE-COUNT
           FROM borrowings
           INNER JOIN copies ON borrowings.copy_id = copies.id
           INNER JOIN books ON copies.book_id = books.id
           WHERE copies.barcode = :WS-SCAN
             AND borrowings.returned_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "Not on loan - please take it to the desk."
                   TO WS-SCREEN-MSG
           ELSE
               IF WS-PIECE-COUNT >= 2
                   MOVE "Kits are returned at the desk."
                       TO WS-SCREEN-MSG
               ELSE
                   PERFORM 0620-RETURN-ITEM-BEGIN
                      THRU 0620-RETURN-ITEM-END
               END-IF
           END-IF.

           STRING "10" DELIMITED BY SIZE
                  WS-OK-FLAG DELIMITED BY SIZE
               INTO WS-RSP WITH POINTER WS-RSP-PTR
           END-STRING.
           IF WS-OK-FLAG = "1"
               STRING "Y" DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
           ELSE
               STRING "N" DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
           END-IF.
           STRING "U" DELIMITED BY SIZE
                  WS-ALERT-FLAG DELIMITED BY SIZE
                  WS-TXN-DATE DELIMITED BY SIZE
               INTO WS-RSP WITH POINTER WS-RSP-PTR
           END-STRING.

           MOVE "AO" TO WS-RSP-CODE.
           MOVE WS-BRANCH-CODE TO WS-RSP-VALUE.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.
           MOVE "AB" TO WS-RSP-CODE.
           MOVE WS-FLD-AB TO WS-RSP-VALUE.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.
           MOVE "AQ" TO WS-RSP-CODE.
           MOVE WS-COPY-BRANCH-CODE TO WS-RSP-VALUE.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.
           MOVE "AJ" TO WS-RSP-CODE.
           MOVE WS-BOOK-NAME TO WS-RSP-VALUE.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.
           MOVE "CL" TO WS-RSP-CODE.
           MOVE WS-SORT-BIN TO WS-RSP-VALUE.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.
           IF WS-SCREEN-MSG NOT = SPACES
               MOVE "AF" TO WS-RSP-CODE
               MOVE WS-SCREEN-MSG TO WS-RSP-VALUE
               PERFORM 0920-ADD-FIELD-BEGIN
                  THRU 0920-ADD-FIELD-END
           END-IF.
       0600-CHECKIN-END.

       0620-RETURN-ITEM-BEGIN.
           CALL "retnborw" USING
               WS-BORROWING-ID
               WS-RETURN-DATE
               WS-KIT-COUNTED
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               MOVE "Not returned - please take it to the desk."
                   TO WS-SCREEN-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE "1" TO WS-OK-FLAG.

           PERFORM 0650-SORT-BIN-BEGIN
              THRU 0650-SORT-BIN-END.
       0620-RETURN-ITEM-END.

      *    where the sorter drops it, in the order the desk would
      *    deal with it : a hold retnborw just filled (HOLDS, or
      *    TRANSIT when it is to be collected at another branch),
      *    a recalled loan (RECALL, for the booking or the staff
      *    member who asked, as deskmode says), a copy that belongs
      *    to another branch (TRANSIT), or back to the shelf
       0650-SORT-BIN-BEGIN.
           MOVE "SHELF" TO WS-SORT-BIN.
           MOVE "N" TO WS-ALERT-FLAG.

       EXEC SQL
           SELECT borrowings.recall_flag, borrowings.book_id,
               copies.status, copies.branch_id,
               COALESCE(branches.code, ' ')
           INTO :WS-RECALL-FLAG, :WS-BOOK-ID, :WS-COPY-STATUS,
               :WS-COPY-BRANCH, :WS-COPY-BRANCH-CODE
           FROM borrowings
           INNER JOIN copies ON borrowings.copy_id = copies.id
           LEFT JOIN branches ON branches.id = copies.branch_id
           WHERE borrowings.id = :WS-BORROWING-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-COPY-STATUS = "H"
               MOVE "Y" TO WS-ALERT-FLAG
               MOVE "HOLDS" TO WS-SORT-BIN
               MOVE WS-TERM-BRANCH TO WS-PICKUP-BRANCH
       EXEC SQL
           SELECT pickup_branch
           INTO :WS-PICKUP-BRANCH
           FROM holds
           WHERE book_id = :WS-BOOK-ID
             AND fulfilled_date = :WS-RETURN-DATE
             AND closed_date = '00000000'
           ORDER BY id DESC
           LIMIT 1
       END-EXEC
               IF WS-PICKUP-BRANCH NOT = WS-TERM-BRANCH
                   MOVE "TRANSIT" TO WS-SORT-BIN
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-RECALL-FLAG = "Y"
               MOVE "Y" TO WS-ALERT-FLAG
               MOVE "RECALL" TO WS-SORT-BIN
       EXEC SQL
           SELECT people.last_name, people.first_name
           INTO :WS-BOOKING-LNAME, :WS-BOOKING-FNAME
           FROM bookings
           INNER JOIN people ON bookings.people_id = people.id
           WHERE bookings.book_id = :WS-BOOK-ID
             AND bookings.status = 'B'
           ORDER BY bookings.from_date
           LIMIT 1
       END-EXEC
               IF SQLCODE = 0
                   STRING "Recalled : route to the booking for "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-BOOKING-FNAME)
                              DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-BOOKING-LNAME)
                              DELIMITED BY SIZE
                       INTO WS-SCREEN-MSG
                   END-STRING
               ELSE
                   MOVE "Recalled : hand to the staff who asked."
                       TO WS-SCREEN-MSG
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF WS-COPY-BRANCH NOT = WS-TERM-BRANCH
               MOVE "Y" TO WS-ALERT-FLAG
               MOVE "TRANSIT" TO WS-SORT-BIN
           END-IF.
       0650-SORT-BIN-END.

      *    renew through rnwlborw ; the item must be on the
      *    patron's own card
       0700-RENEW-BEGIN.
           MOVE "0" TO WS-OK-FLAG.
           MOVE SPACES TO WS-BOOK-NAME WS-DUE-DATE.

           PERFORM 0250-RESOLVE-PATRON-BEGIN
              THRU 0250-RESOLVE-PATRON-END.

           IF WS-SCREEN-MSG = SPACES AND WS-BLOCK-COUNT > 0
               MOVE "Please see the desk before borrowing."
                   TO WS-SCREEN-MSG
           END-IF.

           IF WS-SCREEN-MSG = SPACES
               MOVE WS-FLD-AB TO WS-SCAN
       EXEC SQL
           SELECT borrowings.id, borrowings.people_id, books.name
           INTO :WS-BORROWING-ID, :WS-LOAN-PEOPLE-ID,
               :WS-BOOK-NAME
           FROM borrowings
           INNER JOIN copies ON borrowings.copy_id = copies.id
           INNER JOIN books ON copies.book_id = books.id
           WHERE copies.barcode = :WS-SCAN
             AND borrowings.returned_date = '00000000'
       END-EXEC
               IF SQLCODE NOT = 0
                   OR WS-LOAN-PEOPLE-ID NOT = WS-PEOPLE-ID
                   MOVE "This item is not on your card."
                       TO WS-SCREEN-MSG
               ELSE
                   PERFORM 0750-RENEW-LOAN-BEGIN
                      THRU 0750-RENEW-LOAN-END
               END-IF
           END-IF.

           STRING "30" DELIMITED BY SIZE
                  WS-OK-FLAG DELIMITED BY SIZE
               INTO WS-RSP WITH POINTER WS-RSP-PTR
           END-STRING.
           IF WS-OK-FLAG = "1"
               STRING "Y" DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
           ELSE
               STRING "N" DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
           END-IF.
           STRING "UN" DELIMITED BY SIZE
                  WS-TXN-DATE DELIMITED BY SIZE
               INTO WS-RSP WITH POINTER WS-RSP-PTR
           END-STRING.

           PERFORM 0910-ADD-AO-AA-BEGIN
              THRU 0910-ADD-AO-AA-END.
           PERFORM 0930-ADD-ITEM-FIELDS-BEGIN
              THRU 0930-ADD-ITEM-FIELDS-END.
       0700-RENEW-END.

       0750-RENEW-LOAN-BEGIN.
           MOVE "N" TO WS-OVERRIDE-SWITCH.

           CALL "rnwlborw" USING
               WS-BORROWING-ID
               WS-OVERRIDE-SWITCH
               WS-BLOCKED-AMOUNT
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-OK
                   MOVE "1" TO WS-OK-FLAG
       EXEC SQL
           SELECT end_date
           INTO :WS-DUE-DATE
           FROM borrowings
           WHERE id = :WS-BORROWING-ID
       END-EXEC
               WHEN WS-RETURN-NOT-LENDABLE
                   MOVE "Short loans cannot be renewed."
                       TO WS-SCREEN-MSG
               WHEN WS-RETURN-RESTRICTED
                   MOVE "Recalled - please return this item."
                       TO WS-SCREEN-MSG
               WHEN WS-RETURN-LIMIT-REACHED
                   MOVE "This item cannot be renewed again."
                       TO WS-SCREEN-MSG
               WHEN WS-RETURN-CONFLICT
                   MOVE "Another reader is waiting for this item."
                       TO WS-SCREEN-MSG
               WHEN WS-RETURN-BLOCKED
                   MOVE "Balance owing - please see the desk."
                       TO WS-SCREEN-MSG
               WHEN OTHER
                   MOVE "Could not renew - please see the desk."
                       TO WS-SCREEN-MSG
           END-EVALUATE.
       0750-RENEW-LOAN-END.

      *    a payment at the machine goes on the charge it names
      *    (CG, which must be one of the patron's), else on the
      *    oldest one still open ; payfine takes it exactly as at
      *    the desk, and the payment is stamped as an F desk event
      *    against the charge's loan
       0800-FEE-PAID-BEGIN.
           MOVE "N" TO WS-OK-FLAG.

           PERFORM 0250-RESOLVE-PATRON-BEGIN
              THRU 0250-RESOLVE-PATRON-END.

           IF WS-SCREEN-MSG = SPACES
               PERFORM 0850-PAY-CHARGE-BEGIN
                  THRU 0850-PAY-CHARGE-END
           END-IF.

           STRING "38" DELIMITED BY SIZE
                  WS-OK-FLAG DELIMITED BY SIZE
                  WS-TXN-DATE DELIMITED BY SIZE
               INTO WS-RSP WITH POINTER WS-RSP-PTR
           END-STRING.

           PERFORM 0910-ADD-AO-AA-BEGIN
              THRU 0910-ADD-AO-AA-END.

           IF WS-FLD-BK NOT = SPACES
               MOVE "BK" TO WS-RSP-CODE
               MOVE WS-FLD-BK TO WS-RSP-VALUE
               PERFORM 0920-ADD-FIELD-BEGIN
                  THRU 0920-ADD-FIELD-END
           END-IF.
           IF WS-SCREEN-MSG NOT = SPACES
               MOVE "AF" TO WS-RSP-CODE
               MOVE WS-SCREEN-MSG TO WS-RSP-VALUE
               PERFORM 0920-ADD-FIELD-BEGIN
                  THRU 0920-ADD-FIELD-END
           END-IF.
       0800-FEE-PAID-END.

       0850-PAY-CHARGE-BEGIN.
           MOVE 0 TO WS-PAY-AMOUNT.
           IF WS-FLD-BV NOT = SPACES
               COMPUTE WS-PAY-AMOUNT = FUNCTION NUMVAL(WS-FLD-BV)
           END-IF.

           IF WS-PAY-AMOUNT = 0
               MOVE "No amount was paid." TO WS-SCREEN-MSG
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-FINE-ID.
           IF WS-FLD-CG NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-FLD-CG) NOT = 0
                   MOVE "There is no such charge on this card."
                       TO WS-SCREEN-MSG
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-FINE-ID = FUNCTION NUMVAL(WS-FLD-CG)
           END-IF.

       EXEC SQL
           SELECT fines.id, COALESCE(fines.borrowing_id, 0)
           INTO :WS-FINE-ID, :WS-FINE-BORROWING
           FROM fines
           LEFT JOIN borrowings
               ON fines.borrowing_id = borrowings.id
           WHERE COALESCE(NULLIF(fines.people_id, 0),
                     borrowings.people_id) = :WS-PEOPLE-ID
             AND fines.paid_date = '00000000'
             AND (fines.id = :WS-FINE-ID OR :WS-FINE-ID = 0)
           ORDER BY fines.assessed_date, fines.id
           LIMIT 1
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "There is no charge to pay on this card."
                   TO WS-SCREEN-MSG
               EXIT PARAGRAPH
           END-IF.

           CALL "payfine" USING
               WS-FINE-ID
               WS-TODAY
               WS-PAY-AMOUNT
               WS-PAY-BALANCE
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-OK
                   MOVE "Y" TO WS-OK-FLAG
                   MOVE "F" TO WS-EVENT-TYPE
                   CALL "wrtdevnt" USING
                       WS-EVENT-TYPE
                       WS-TODAY
                       WS-FINE-BORROWING
                   END-CALL
                   MOVE "Payment accepted, thank you."
                       TO WS-SCREEN-MSG
               WHEN WS-RETURN-CONFLICT
                   MOVE WS-PAY-BALANCE TO WS-AMOUNT-EDIT
                   STRING "That is more than is owed on this "
                              DELIMITED BY SIZE
                          "charge : " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-AMOUNT-EDIT)
                              DELIMITED BY SIZE
                       INTO WS-SCREEN-MSG
                   END-STRING
               WHEN OTHER
                   MOVE "Cannot take this payment - see the desk."
                       TO WS-SCREEN-MSG
           END-EVALUATE.
       0850-PAY-CHARGE-END.

      *    the reply goes back with the sequence number and a
      *    checksum of its own when the request carried them
       0900-WRITE-RESPONSE-BEGIN.
           IF WS-HAS-SEQUENCE
               STRING "AY" DELIMITED BY SIZE
                      WS-SEQ-NUMBER DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
           END-IF.

           IF WS-HAS-SEQUENCE OR WS-HAS-CHECKSUM
               STRING "AZ" DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
               COMPUTE WS-CHK-LEN = WS-RSP-PTR - 1
               PERFORM 0950-COMPUTE-CHECKSUM-BEGIN
                  THRU 0950-COMPUTE-CHECKSUM-END
               STRING WS-CHK-HEX DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
           END-IF.

           MOVE WS-TERMINAL-ID TO F-RSP-TERMINAL.
           MOVE WS-RSP TO F-RSP-MESSAGE.
           WRITE F-SIP-RESPONSE-RCD.
           ADD 1 TO WS-ANSWERED-COUNT.
       0900-WRITE-RESPONSE-END.

       0910-ADD-AO-AA-BEGIN.
           MOVE "AO" TO WS-RSP-CODE.
           MOVE WS-BRANCH-CODE TO WS-RSP-VALUE.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.
           MOVE "AA" TO WS-RSP-CODE.
           MOVE WS-FLD-AA TO WS-RSP-VALUE.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.
       0910-ADD-AO-AA-END.

      *    one variable field : code, value without its padding,
      *    and the "|" that ends it ; a "|" inside a title would
      *    end the field early at the machine, so it goes
       0920-ADD-FIELD-BEGIN.
           INSPECT WS-RSP-VALUE REPLACING ALL "|" BY "/".
           IF WS-RSP-VALUE = SPACES
               STRING WS-RSP-CODE DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
           ELSE
               STRING WS-RSP-CODE DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RSP-VALUE) DELIMITED BY SIZE
                      "|" DELIMITED BY SIZE
                   INTO WS-RSP WITH POINTER WS-RSP-PTR
               END-STRING
           END-IF.
       0920-ADD-FIELD-END.

       0930-ADD-ITEM-FIELDS-BEGIN.
           MOVE "AB" TO WS-RSP-CODE.
           MOVE WS-FLD-AB TO WS-RSP-VALUE.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.
           MOVE "AJ" TO WS-RSP-CODE.
           MOVE WS-BOOK-NAME TO WS-RSP-VALUE.
           PERFORM 0920-ADD-FIELD-BEGIN
              THRU 0920-ADD-FIELD-END.
           IF WS-OK-FLAG = "1"
               MOVE "AH" TO WS-RSP-CODE
               MOVE WS-DUE-DATE TO WS-RSP-VALUE
               PERFORM 0920-ADD-FIELD-BEGIN
                  THRU 0920-ADD-FIELD-END
           END-IF.
           IF WS-SCREEN-MSG NOT = SPACES
               MOVE "AF" TO WS-RSP-CODE
               MOVE WS-SCREEN-MSG TO WS-RSP-VALUE
               PERFORM 0920-ADD-FIELD-BEGIN
                  THRU 0920-ADD-FIELD-END
           END-IF.
       0930-ADD-ITEM-FIELDS-END.

      *    WS-RSP(1:WS-CHK-LEN) is summed byte by byte
       0950-COMPUTE-CHECKSUM-BEGIN.
           MOVE 0 TO WS-CHK-SUM.

           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-LEN
               COMPUTE WS-CHK-SUM = WS-CHK-SUM
                   + FUNCTION ORD(WS-RSP(WS-CHK-IDX:1)) - 1
           END-PERFORM.

           COMPUTE WS-CHK-VALUE =
               FUNCTION MOD(65536 - FUNCTION MOD(WS-CHK-SUM, 65536),
                            65536).

           MOVE SPACES TO WS-CHK-HEX.
           PERFORM VARYING WS-CHK-IDX FROM 4 BY -1
                   UNTIL WS-CHK-IDX < 1
               COMPUTE WS-CHK-DIGIT = FUNCTION MOD(WS-CHK-VALUE, 16)
               MOVE WS-HEX-DIGITS(WS-CHK-DIGIT + 1:1)
                   TO WS-CHK-HEX(WS-CHK-IDX:1)
               COMPUTE WS-CHK-VALUE = WS-CHK-VALUE / 16
           END-PERFORM.
       0950-COMPUTE-CHECKSUM-END.
