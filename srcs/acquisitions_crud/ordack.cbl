       FILE SECTION.
      *    the supplier's acknowledgment : order id, code
      *    (A available, B back-ordered, X cancelled), their
      *    expected delivery date.  An N line is their notice of
      *    a new volume under one of our standing orders : the
      *    standing order's id in place of the order id, then the
      *    new volume's isbn and number
       FD F-ACK
           VALUE OF FILE-ID IS WS-ACK-FILE-NAME.
       01 F-ACK-RCD.
           05 F-ACK-ORDER-ID  PIC 9(10).
           05 F-ACK-CODE      PIC X(01).
           05 F-ACK-EXPECTED  PIC X(08).
           05 F-ACK-ISBN      PIC X(13).
           05 F-ACK-VOLUME    PIC X(04).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 WS-ACK-FILE-NAME    PIC X(50).
       01 WS-APPLIED-COUNT    PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(05) VALUE 0.
       01 WS-DRAFT-COUNT      PIC 9(05) VALUE 0.

       01 WS-STANDING-ID      PIC 9(10).
       01 WS-SERIES-NAME      PIC X(50).
       01 WS-VOLUME           PIC 9(04).
       01 WS-ISBN             PIC X(13).
       01 WS-DRAFT-ORDER-ID   PIC 9(10).

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "ORDER".
       01 WS-AUDIT-ACTION     PIC X(10) VALUE "ACK".
           PERFORM UNTIL WS-F-STATUS-EOF
               READ F-ACK
                   NOT AT END
                       EVALUATE TRUE
                           WHEN F-ACK-RCD(1:1) = "T"
                               CONTINUE
                           WHEN F-ACK-CODE = "N"
                               PERFORM 0200-NEW-VOLUME-BEGIN
                                  THRU 0200-NEW-VOLUME-END
                           WHEN OTHER
                               PERFORM 0100-APPLY-ONE-BEGIN
                                  THRU 0100-APPLY-ONE-END
                       END-EVALUATE
               END-READ
           END-PERFORM.


           DISPLAY WS-APPLIED-COUNT " acknowledgment(s) applied, "
                   WS-REJECT-COUNT " rejected.".
           IF WS-DRAFT-COUNT > 0
               DISPLAY WS-DRAFT-COUNT " new volume(s) drafted for "
                       "standing orders."
           END-IF.

           IF WS-REJECT-COUNT > 0
               SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0100-APPLY-ONE-END.

      *    a new volume notice becomes a draft order line against
      *    the standing order; one we already hold or have on
      *    order is simply noted
       0200-NEW-VOLUME-BEGIN.
           IF F-ACK-ORDER-ID NOT NUMERIC
               OR F-ACK-ISBN = SPACES
               DISPLAY "Bad new volume line : " F-ACK-RCD
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE F-ACK-ORDER-ID TO WS-STANDING-ID.
           MOVE SPACES TO WS-SERIES-NAME.
           MOVE F-ACK-ISBN TO WS-ISBN.
           IF F-ACK-VOLUME IS NUMERIC
               MOVE F-ACK-VOLUME TO WS-VOLUME
           ELSE
               MOVE 0 TO WS-VOLUME
           END-IF.

           CALL "stndraft" USING
               WS-STANDING-ID
               WS-SERIES-NAME
               WS-VOLUME
               WS-ISBN
               WS-DRAFT-ORDER-ID
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-OK
                   ADD 1 TO WS-DRAFT-COUNT
                   DISPLAY "Draft order " WS-DRAFT-ORDER-ID " raised"
                           " for " WS-ISBN " under standing order "
                           WS-STANDING-ID "."
               WHEN WS-RETURN-ALREADY-HERE
                   DISPLAY WS-ISBN " is already held or on order."
               WHEN WS-RETURN-NOT-FOUND
                   DISPLAY "No live standing order " WS-STANDING-ID
                           " for " WS-ISBN "."
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   DISPLAY "Could not draft " WS-ISBN "."
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.
       0200-NEW-VOLUME-END.
