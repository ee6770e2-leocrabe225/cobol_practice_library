       IDENTIFICATION DIVISION.
       PROGRAM-ID. elnimprt.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-ELOANS
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the platform's daily loan file : the card as the patron
      *    typed it into the app, the title and ISBN as the
      *    platform catalogues them, EBOOK or EAUDIO, the day the
      *    loan started and the day the licence runs out
       FD F-ELOANS
           VALUE OF FILE-ID IS WS-ELOANS-FILE-NAME.
       01 F-ELOANS-RCD.
           05 F-EL-CARD         PIC X(10).
           05 F-EL-TITLE        PIC X(50).
           05 F-EL-ISBN         PIC X(17).
           05 F-EL-FORMAT       PIC X(06).
           05 F-EL-LOAN-DATE    PIC X(08).
           05 F-EL-EXPIRY       PIC X(08).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-CARD-NUMBER      PIC X(10).
       01 WS-TITLE            PIC X(50).
       01 WS-ISBN             PIC X(13).
       01 WS-FORMAT           PIC X(06).
       01 WS-LOAN-DATE        PIC X(08).
       01 WS-EXPIRY-DATE      PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.
           88 WS-F-STATUS-OPEN-ERROR   VALUE '05'.
           88 WS-F-STATUS-EOF          VALUE '10'.

       01 WS-ELOANS-FILE-NAME PIC X(50).

       01 WS-CARD-REQUEST     PIC X(04).
       01 WS-ISBN-IN          PIC X(17).

       01 WS-LOADED-COUNT     PIC 9(05) VALUE 0.
       01 WS-UNMATCHED-COUNT  PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(05) VALUE 0.
       01 WS-REJECT-REASON    PIC X(30).

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).

       LINKAGE SECTION.
       01 LK-FILE-NAME        PIC X(40).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    loads a day of e-lending platform loans into
      *    electronic_loans.  The card goes through cardsrvc like
      *    any card at the desk ; one that does not resolve is
      *    still loaded, unowned, so the figures stay whole, and
      *    is listed on the exceptions report for the desk to chase
      *    with the patron.  A line that cannot be trusted at all
      *    (dates, no title) is listed and not loaded.  The days
      *    touched then have their e-loans refreshed in
      *    stats_history, as ftfimprt does for visits
       PROCEDURE DIVISION USING LK-FILE-NAME,
                                LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE LK-FILE-NAME TO WS-ELOANS-FILE-NAME.
           OPEN INPUT F-ELOANS.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No such file "
                       FUNCTION TRIM(WS-ELOANS-FILE-NAME) "."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0500-OPEN-EXCEPTIONS-BEGIN
              THRU 0500-OPEN-EXCEPTIONS-END.

           PERFORM UNTIL WS-F-STATUS-EOF
               READ F-ELOANS
                   NOT AT END
                       IF F-ELOANS-RCD NOT = SPACES
                           PERFORM 0100-LOAD-ONE-BEGIN
                              THRU 0100-LOAD-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-ELOANS.

           PERFORM 0300-REFRESH-STATS-BEGIN
              THRU 0300-REFRESH-STATS-END.

           PERFORM 0700-CLOSE-EXCEPTIONS-BEGIN
              THRU 0700-CLOSE-EXCEPTIONS-END.

           DISPLAY WS-LOADED-COUNT " e-loan(s) loaded, "
                   WS-UNMATCHED-COUNT " of them on unmatched cards, "
                   WS-REJECT-COUNT " line(s) rejected.".

           IF WS-REJECT-COUNT > 0
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               SET LK-RETURN-OK TO TRUE
           END-IF.

           EXIT PROGRAM.

       0100-LOAD-ONE-BEGIN.
           IF F-EL-TITLE = SPACES OR F-EL-FORMAT = SPACES
               MOVE "No title or format" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE F-EL-LOAN-DATE TO WS-LOAN-DATE.
           CALL "valdate" USING
               WS-LOAN-DATE
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK OR WS-LOAN-DATE > WS-TODAY
               MOVE "Bad loan date" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE F-EL-EXPIRY TO WS-EXPIRY-DATE.
           CALL "valdate" USING
               WS-EXPIRY-DATE
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK OR WS-EXPIRY-DATE < WS-LOAN-DATE
               MOVE "Bad expiry date" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

      *    the ISBN is kept in our bare 13-digit form when it is
      *    one ; the platform's own numbers for audio editions are
      *    kept as they came
           MOVE F-EL-ISBN TO WS-ISBN-IN.
           CALL "isbnnorm" USING
               WS-ISBN-IN
               WS-ISBN
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               MOVE F-EL-ISBN(1:13) TO WS-ISBN
           END-IF.

           MOVE F-EL-CARD TO WS-CARD-NUMBER.
           MOVE F-EL-TITLE TO WS-TITLE.
           MOVE F-EL-FORMAT TO WS-FORMAT.

           MOVE "RSLV" TO WS-CARD-REQUEST.
           CALL "cardsrvc" USING
               WS-CARD-REQUEST
               WS-PEOPLE-ID
               WS-CARD-NUMBER
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               MOVE 0 TO WS-PEOPLE-ID
           END-IF.

           PERFORM 0200-STORE-LOAN-BEGIN
              THRU 0200-STORE-LOAN-END.
       0100-LOAD-ONE-END.

      *    the loan is replaced, never added twice, so a file sent
      *    again (or a later file carrying the loan with its
      *    licence extended) leaves one row
       0200-STORE-LOAN-BEGIN.
       EXEC SQL
           UPDATE electronic_loans
           SET people_id = :WS-PEOPLE-ID,
               title = :WS-TITLE,
               expiry_date = :WS-EXPIRY-DATE,
               imported_date = :WS-TODAY
           WHERE card_number = :WS-CARD-NUMBER
             AND isbn = :WS-ISBN
             AND format = :WS-FORMAT
             AND loan_date = :WS-LOAN-DATE
       END-EXEC.

           IF SQLCODE = +100 OR (SQLCODE = 0 AND SQLERRD(3) = 0)
       EXEC SQL
           INSERT INTO electronic_loans (people_id, card_number,
               title, isbn, format, loan_date, expiry_date,
               imported_date)
           VALUES (:WS-PEOPLE-ID, :WS-CARD-NUMBER, :WS-TITLE,
               :WS-ISBN, :WS-FORMAT, :WS-LOAN-DATE,
               :WS-EXPIRY-DATE, :WS-TODAY)
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY "E-loan store error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               MOVE "Database error" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-LOADED-COUNT.

           IF WS-PEOPLE-ID = 0
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE "Card not matched, loaded" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
           END-IF.
       0200-STORE-LOAN-END.

      *    only days the close already snapshotted are touched ; a
      *    day with no snapshot yet picks its e-loans up when the
      *    close runs for it
       0300-REFRESH-STATS-BEGIN.
       EXEC SQL
           UPDATE stats_history
           SET e_loans = (
               SELECT COUNT(*)
               FROM electronic_loans
               WHERE electronic_loans.loan_date =
                   stats_history.business_date)
           WHERE business_date IN (
               SELECT loan_date
               FROM electronic_loans
               WHERE imported_date = :WS-TODAY)
       END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = +100
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "E-loans refresh error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0300-REFRESH-STATS-END.

       0500-OPEN-EXCEPTIONS-BEGIN.
           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE "elending-exceptions" TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "E-lending exceptions, file " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ELOANS-FILE-NAME)
                      DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0500-OPEN-EXCEPTIONS-END.

      *    the line is printed as the platform wrote it, so the
      *    desk can find the card the patron typed
       0600-WRITE-EXCEPTION-BEGIN.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-REJECT-REASON DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  F-ELOANS-RCD DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0600-WRITE-EXCEPTION-END.

       0700-CLOSE-EXCEPTIONS-BEGIN.
           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Unmatched cards " DELIMITED BY SIZE
                  WS-UNMATCHED-COUNT DELIMITED BY SIZE
                  ", lines rejected " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  ", e-loans loaded " DELIMITED BY SIZE
                  WS-LOADED-COUNT DELIMITED BY SIZE
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
       0700-CLOSE-EXCEPTIONS-END.
