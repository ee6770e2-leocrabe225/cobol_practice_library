       IDENTIFICATION DIVISION.
       PROGRAM-ID. mntrevw.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-REVIEW-ID        PIC 9(10).
       01 WS-BOOK-ID          PIC 9(10).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-RATING           PIC 9(01).
       01 WS-REVIEW-TEXT      PIC X(120).
       01 WS-SUBMITTED-DATE   PIC X(08).
       01 WS-REVIEW-STATUS    PIC X(01).
       01 WS-OPERATOR-ID      PIC X(10).
       01 WS-TODAY            PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY sepline.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
       COPY curropr.

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-STOP-SWITCH   PIC X(01) VALUE "N".
           88 WS-STOP-REVIEWING       VALUE "Y".

       01 WS-USER-RESPONSE    PIC X(01).
       01 WS-MATCH-COUNT      PIC 9(05) VALUE 0.
       01 WS-DONE-COUNT       PIC 9(05) VALUE 0.

       01 WS-AUDIT-ENTITY    PIC X(10) VALUE "REVIEW".
       01 WS-AUDIT-ACTION    PIC X(10).

      *    oldest first, so nobody waits longer than they must
       EXEC SQL
           DECLARE pending_review_cursor CURSOR FOR
               SELECT reviews.id, reviews.book_id, books.name,
                   reviews.people_id, reviews.rating,
                   reviews.review_text, reviews.submitted_date
               FROM reviews
               INNER JOIN books ON reviews.book_id = books.id
               WHERE reviews.status = 'P'
               ORDER BY reviews.submitted_date, reviews.id
       END-EXEC.

      *    the moderation queue : every patron review waits here
      *    until an operator approves it for the OPAC or rejects
      *    it.  A rejected review takes its rating with it
       PROCEDURE DIVISION.

           DISPLAY WS-SEPARATION-LINE.
           DISPLAY "Patron review moderation".
           DISPLAY WS-SEPARATION-LINE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.
           MOVE WS-CURRENT-OPERATOR TO WS-OPERATOR-ID.

           SET WS-EOF-N TO TRUE.
           MOVE "N" TO WS-STOP-SWITCH.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 0 TO WS-DONE-COUNT.

       EXEC SQL OPEN pending_review_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Review queue error SQLCODE: " SQLCODE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-EOF-Y OR WS-STOP-REVIEWING

       EXEC SQL
           FETCH pending_review_cursor
           INTO :WS-REVIEW-ID, :WS-BOOK-ID, :WS-BOOK-NAME,
               :WS-PEOPLE-ID, :WS-RATING, :WS-REVIEW-TEXT,
               :WS-SUBMITTED-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   PERFORM 0100-REVIEW-ONE-BEGIN
                      THRU 0100-REVIEW-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE pending_review_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "No reviews waiting."
           ELSE
               DISPLAY WS-DONE-COUNT " review(s) moderated."
           END-IF.

           EXIT PROGRAM.

       0100-REVIEW-ONE-BEGIN.
           DISPLAY "Review " WS-REVIEW-ID " of " WS-SUBMITTED-DATE
                   " by patron " WS-PEOPLE-ID " :".
           DISPLAY "  " WS-BOOK-ID " " FUNCTION TRIM(WS-BOOK-NAME)
                   " - " WS-RATING "/5".
           DISPLAY "  " FUNCTION TRIM(WS-REVIEW-TEXT).
           DISPLAY "Approve, Reject, Skip or Quit ? (A/R/S/Q) "
                   WITH NO ADVANCING.
           MOVE SPACE TO WS-USER-RESPONSE.
           ACCEPT WS-USER-RESPONSE.

           EVALUATE WS-USER-RESPONSE
               WHEN "A"
                   MOVE "A" TO WS-REVIEW-STATUS
                   MOVE "APPROVE" TO WS-AUDIT-ACTION
               WHEN "R"
                   MOVE "R" TO WS-REVIEW-STATUS
                   MOVE "REJECT" TO WS-AUDIT-ACTION
               WHEN "Q"
                   SET WS-STOP-REVIEWING TO TRUE
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.

       EXEC SQL
           UPDATE reviews
           SET status = :WS-REVIEW-STATUS,
               moderated_by = :WS-OPERATOR-ID,
               moderated_date = :WS-TODAY
           WHERE id = :WS-REVIEW-ID
             AND status = 'P'
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Review update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "Already moderated from another terminal."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-DONE-COUNT
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-REVIEW-ID
                       WS-AUDIT-ACTION
                   END-CALL
           END-EVALUATE.
       0100-REVIEW-ONE-END.
