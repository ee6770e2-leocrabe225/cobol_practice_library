       IDENTIFICATION DIVISION.
       PROGRAM-ID. unsubimp.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-UNSUBS
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the mailing house's file of patrons who clicked or wrote
      *    "no more" : the unsubscribe reference we printed on the
      *    mailing, then whatever they send after it
       FD F-UNSUBS
           VALUE OF FILE-ID IS WS-UNSUBS-FILE-NAME.
       01 F-UNSUBS-RCD.
           05 F-UN-REF          PIC X(12).
           05 FILLER            PIC X(68).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-PERSON-ID        PIC 9(10).
       01 WS-UNSUB-REF        PIC X(12).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.
           88 WS-F-STATUS-OPEN-ERROR   VALUE '05'.
           88 WS-F-STATUS-EOF          VALUE '10'.

       01 WS-UNSUBS-FILE-NAME PIC X(50).

       01 WS-CONSENT          PIC X(01) VALUE "N".
       01 WS-CONSENT-SOURCE   PIC X(01) VALUE "U".

       01 WS-WITHDRAWN-COUNT  PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(05) VALUE 0.
       01 WS-REJECT-REASON    PIC X(30).

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).

       LINKAGE SECTION.
       01 LK-FILE-NAME        PIC X(40).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    withdraws mailing consent for every reference on the
      *    file, through setcnsnt like the desk and the OPAC, so
      *    the date and the unsubscribe-file source are kept.  A
      *    patron already off the list is left as they are ; a
      *    reference we never gave out is listed for the desk
       PROCEDURE DIVISION USING LK-FILE-NAME,
                                LK-RETURN-VALUE.

           MOVE LK-FILE-NAME TO WS-UNSUBS-FILE-NAME.
           OPEN INPUT F-UNSUBS.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No such file "
                       FUNCTION TRIM(WS-UNSUBS-FILE-NAME) "."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0500-OPEN-EXCEPTIONS-BEGIN
              THRU 0500-OPEN-EXCEPTIONS-END.

           PERFORM UNTIL WS-F-STATUS-EOF
               READ F-UNSUBS
                   NOT AT END
                       IF F-UNSUBS-RCD NOT = SPACES
                           PERFORM 0100-WITHDRAW-ONE-BEGIN
                              THRU 0100-WITHDRAW-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-UNSUBS.

           PERFORM 0700-CLOSE-EXCEPTIONS-BEGIN
              THRU 0700-CLOSE-EXCEPTIONS-END.

           DISPLAY WS-WITHDRAWN-COUNT " consent(s) withdrawn, "
                   WS-REJECT-COUNT " line(s) rejected.".

           IF WS-REJECT-COUNT > 0
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               SET LK-RETURN-OK TO TRUE
           END-IF.

           EXIT PROGRAM.

       0100-WITHDRAW-ONE-BEGIN.
           MOVE FUNCTION UPPER-CASE(F-UN-REF) TO WS-UNSUB-REF.
       EXEC SQL
           SELECT id
           INTO :WS-PERSON-ID
           FROM people
           WHERE unsubscribe_ref = :WS-UNSUB-REF
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "Unknown reference" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           CALL "setcnsnt" USING
               WS-PERSON-ID
               WS-CONSENT
               WS-CONSENT-SOURCE
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               MOVE "Database error" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-EXCEPTION-BEGIN
                  THRU 0600-WRITE-EXCEPTION-END
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-WITHDRAWN-COUNT.
       0100-WITHDRAW-ONE-END.

       0500-OPEN-EXCEPTIONS-BEGIN.
           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE "unsubscribe-exceptions" TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Unsubscribe exceptions, file " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-UNSUBS-FILE-NAME)
                      DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0500-OPEN-EXCEPTIONS-END.

       0600-WRITE-EXCEPTION-BEGIN.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-REJECT-REASON DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  F-UNSUBS-RCD DELIMITED BY SIZE
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
           STRING "Lines rejected " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  ", consents withdrawn " DELIMITED BY SIZE
                  WS-WITHDRAWN-COUNT DELIMITED BY SIZE
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
