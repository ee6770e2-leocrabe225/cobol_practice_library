       IDENTIFICATION DIVISION.
       PROGRAM-ID. schdelta.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-INPUT
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.
           SELECT OPTIONAL F-REJECT
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-R-STATUS.
           SELECT OPTIONAL F-CHECKPOINT
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the notices the schools send during the year, one pupil
      *    per line : A a new pupil, C a change of class, L a
      *    leaver.  The card is optional, a pupil without one is
      *    found by name within the school ; phone, e-mail,
      *    category and birth date are only read on an A line
       FD F-INPUT
           VALUE OF FILE-ID IS WS-FILE-NAME.
       01 F-IN-RCD.
           05 F-IN-ACTION        PIC X(01).
               88 F-IN-ACTION-ADD          VALUE "A".
               88 F-IN-ACTION-CHANGE       VALUE "C".
               88 F-IN-ACTION-LEAVE        VALUE "L".
           05 F-IN-CARD          PIC X(10).
           05 F-IN-LASTNAME      PIC X(25).
           05 F-IN-FIRSTNAME     PIC X(25).
           05 F-IN-CLASS         PIC X(10).
           05 F-IN-INSTITUTION   PIC X(40).
           05 F-IN-PHONE         PIC X(15).
           05 F-IN-EMAIL         PIC X(40).
           05 F-IN-CATEGORY      PIC X(02).
           05 F-IN-BIRTH-DATE    PIC X(08).

       FD F-REJECT
           VALUE OF FILE-ID IS WS-REJECT-FILE-NAME.
       01 F-REJECT-RCD           PIC X(176).

       FD F-CHECKPOINT
           VALUE OF FILE-ID IS WS-CHECKPOINT-FILE-NAME.
       01 F-CHECKPOINT-RCD        PIC 9(08).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-BUSINESS-DATE    PIC X(08).
       01 WS-PERSON-ID        PIC 9(10).
       01 WS-PERSON-LASTNAME  PIC X(25).
       01 WS-PERSON-FIRSTNAME PIC X(25).
       01 WS-INSTITUTION-NAME PIC X(40).
       01 WS-SCHOOL-CLASS     PIC X(10).
       01 WS-CURRENT-SCHOOL   PIC X(40).
       01 WS-EXPIRY-DATE      PIC X(08).
       01 WS-LEFT-DATE        PIC X(08).
       01 WS-MATCH-ROWS       PIC 9(05).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-END-DATE         PIC X(08).
       01 WS-CARD-NUMBER      PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.
           88 WS-F-STATUS-OPEN-ERROR   VALUE '05'.
           88 WS-F-STATUS-EOF          VALUE '10'.

       01 WS-R-STATUS         PIC X(2).
       01 WS-CKPT-STATUS      PIC X(2).
           88 WS-CKPT-STATUS-OK        VALUE '00'.

       01 WS-FOLDER-NAME      PIC X(20) VALUE "input/".
       01 WS-FILE-NAME        PIC X(40).
       01 WS-REJECT-FOLDER-NAME PIC X(20) VALUE "reject/".
       01 WS-REJECT-FILE-NAME   PIC X(40).
       01 WS-CHECKPOINT-FOLDER-NAME PIC X(20) VALUE "checkpoint/".
       01 WS-CHECKPOINT-FILE-NAME   PIC X(40).

       01 WS-LINE-COUNT       PIC 9(08) VALUE 0.
       01 WS-RESUME-COUNT     PIC 9(08) VALUE 0.
       01 WS-READ-COUNT       PIC 9(08) VALUE 0.
       01 WS-ADD-COUNT        PIC 9(08) VALUE 0.
       01 WS-CHANGE-COUNT     PIC 9(08) VALUE 0.
       01 WS-LEAVE-COUNT      PIC 9(08) VALUE 0.
       01 WS-SKIP-COUNT       PIC 9(08) VALUE 0.

       01 WS-RESUME-ANSWER    PIC X   VALUE "n".
           88 WS-RESUME-ANSWER-Y       VALUE "Y".

       01 WS-PERSON-PHONE     PIC X(15).
       01 WS-PERSON-EMAIL     PIC X(40).
       01 WS-PERSON-CATEGORY  PIC X(02).
       01 WS-BIRTH-DATE       PIC X(08).
       01 WS-CARD-REQUEST     PIC X(04).

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "PERSON".
       01 WS-AUDIT-ACTION     PIC X(10).

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "schdelta".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-PREV-SCHOOL      PIC X(40).
       01 WS-SCHOOL-COUNT     PIC 9(03) VALUE 0.
       01 WS-SCHOOL-LOANS     PIC 9(05) VALUE 0.
       01 WS-RECOVERY-COUNT   PIC 9(05) VALUE 0.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).

       01 WS-OUT-HDR.
           05 FILLER          PIC X(10) VALUE "card".
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(25) VALUE "last name".
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(25) VALUE "first name".
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(50) VALUE "title".
           05 FILLER          PIC X(01) VALUE SPACE.
           05 FILLER          PIC X(08) VALUE "due".

       01 WS-OUT-LINE.
           05 WS-OUT-CARD         PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-OUT-LASTNAME     PIC X(25).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-OUT-FIRSTNAME    PIC X(25).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-OUT-BOOK-NAME    PIC X(50).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-OUT-END          PIC X(08).

      *    every loan still out on a pupil who left today, school
      *    by school ; a pupil who left on an earlier run has had
      *    their report already
       EXEC SQL
           DECLARE recovery_cursor CURSOR FOR
               SELECT people.left_school_name, people.card_number,
                   people.last_name, people.first_name,
                   books.name, borrowings.end_date
               FROM borrowings
               INNER JOIN people
                   ON borrowings.people_id = people.id
               INNER JOIN books
                   ON borrowings.book_id = books.id
               WHERE people.left_school_date = :WS-BUSINESS-DATE
                 AND borrowings.returned_date = '00000000'
               ORDER BY people.left_school_name, people.last_name,
                   people.first_name, borrowings.end_date
       END-EXEC.

       LINKAGE SECTION.
       01 LK-FILE-NAME        PIC X(20).
       01 LK-AUTO-SWITCH      PIC X(01).
           88 LK-AUTO-Y               VALUE "Y".
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the schools' notices between two September class lists,
      *    under loadpple's per-line transaction, reject-file and
      *    checkpoint discipline.  A leaver keeps the account but
      *    loses the school link, and the membership ends today ;
      *    anything they still have out is printed on a recovery
      *    report per school, for the school to chase
       PROCEDURE DIVISION USING LK-FILE-NAME,
                                LK-AUTO-SWITCH,
                                LK-RETURN-VALUE.

           STRING WS-FOLDER-NAME LK-FILE-NAME DELIMITED BY SPACE
           INTO WS-FILE-NAME.

           STRING WS-REJECT-FOLDER-NAME LK-FILE-NAME
               DELIMITED BY SPACE
           INTO WS-REJECT-FILE-NAME.

           STRING WS-CHECKPOINT-FOLDER-NAME LK-FILE-NAME
               DELIMITED BY SPACE
           INTO WS-CHECKPOINT-FILE-NAME.

           OPEN INPUT F-INPUT.

           IF WS-F-STATUS-OPEN-ERROR THEN
               DISPLAY "Error, file " QUOTES
                       FUNCTION TRIM(WS-FILE-NAME)
                       QUOTES " does not exist"
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT F-REJECT.

           CALL "rdbusdat" USING
               WS-BUSINESS-DATE
               WS-RETURN-VALUE
           END-CALL.
           MOVE "FORCE" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-BUSINESS-DATE
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           PERFORM 0650-READ-CHECKPOINT-BEGIN
              THRU 0650-READ-CHECKPOINT-END.

           PERFORM UNTIL WS-F-STATUS-EOF
               READ F-INPUT
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       IF WS-LINE-COUNT > WS-RESUME-COUNT THEN
                           ADD 1 TO WS-READ-COUNT
                           PERFORM 0100-PUT-LINE-IN-DB-BEGIN
                              THRU 0100-PUT-LINE-IN-DB-END
                           PERFORM 0700-WRITE-CHECKPOINT-BEGIN
                              THRU 0700-WRITE-CHECKPOINT-END
                       END-IF
               END-READ
           END-PERFORM

           CLOSE F-INPUT.
           CLOSE F-REJECT.

           MOVE 0 TO WS-LINE-COUNT.
           PERFORM 0700-WRITE-CHECKPOINT-BEGIN
              THRU 0700-WRITE-CHECKPOINT-END.

           PERFORM 0500-RECOVERY-REPORT-BEGIN
              THRU 0500-RECOVERY-REPORT-END.

           SET LK-RETURN-OK TO TRUE.

           DISPLAY "School notices processed."
           DISPLAY WS-READ-COUNT   " line(s) read, "
                   WS-ADD-COUNT    " pupil(s) added, "
                   WS-CHANGE-COUNT " class change(s), "
                   WS-LEAVE-COUNT  " leaver(s), "
                   WS-SKIP-COUNT   " line(s) skipped.".
           DISPLAY WS-RECOVERY-COUNT " loan(s) on the recovery "
                   "reports, " WS-SCHOOL-COUNT " school(s).".

           COMPUTE WS-RUN-COUNT = WS-ADD-COUNT + WS-CHANGE-COUNT
                                + WS-LEAVE-COUNT.
           MOVE "OK" TO WS-RUN-STATUS.
           MOVE "END" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-BUSINESS-DATE
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           EXIT PROGRAM.

       0100-PUT-LINE-IN-DB-BEGIN.
           IF F-IN-LASTNAME = SPACES
              OR F-IN-FIRSTNAME = SPACES
              OR F-IN-INSTITUTION = SPACES
               DISPLAY "Blank name or school, rejecting line."
               PERFORM 0600-REJECT-LINE-BEGIN
                  THRU 0600-REJECT-LINE-END
               EXIT PARAGRAPH
           END-IF.

           MOVE F-IN-LASTNAME    TO WS-PERSON-LASTNAME.
           MOVE F-IN-FIRSTNAME   TO WS-PERSON-FIRSTNAME.
           MOVE F-IN-INSTITUTION TO WS-INSTITUTION-NAME.
           MOVE F-IN-CLASS       TO WS-SCHOOL-CLASS.

           EVALUATE TRUE
               WHEN F-IN-ACTION-ADD
                   PERFORM 0200-ADD-PUPIL-BEGIN
                      THRU 0200-ADD-PUPIL-END
               WHEN F-IN-ACTION-CHANGE
                   PERFORM 0300-CHANGE-CLASS-BEGIN
                      THRU 0300-CHANGE-CLASS-END
               WHEN F-IN-ACTION-LEAVE
                   PERFORM 0400-LEAVE-SCHOOL-BEGIN
                      THRU 0400-LEAVE-SCHOOL-END
               WHEN OTHER
                   DISPLAY "Unknown action " F-IN-ACTION
                           ", rejecting line."
                   PERFORM 0600-REJECT-LINE-BEGIN
                      THRU 0600-REJECT-LINE-END
           END-EVALUATE.
       0100-PUT-LINE-IN-DB-END.

      *    a new pupil is registered as loadpple would ; a name
      *    already on file is a pupil moving in from another school
      *    (or coming back), who is linked to the new school and,
      *    if the leaving run ended their membership, gets it back
       0200-ADD-PUPIL-BEGIN.
           MOVE F-IN-PHONE TO WS-PERSON-PHONE.
           MOVE F-IN-EMAIL TO WS-PERSON-EMAIL.
           MOVE F-IN-CATEGORY TO WS-PERSON-CATEGORY.
           IF WS-PERSON-CATEGORY = SPACES
               MOVE "CH" TO WS-PERSON-CATEGORY
           END-IF.
           MOVE F-IN-BIRTH-DATE TO WS-BIRTH-DATE.
           IF WS-BIRTH-DATE = SPACES
               MOVE "00000000" TO WS-BIRTH-DATE
           END-IF.

           CALL "creapple" USING
               WS-PERSON-LASTNAME
               WS-PERSON-FIRSTNAME
               WS-PERSON-PHONE
               WS-PERSON-EMAIL
               WS-PERSON-CATEGORY
               WS-BIRTH-DATE
               WS-PERSON-ID
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-OK
                   CONTINUE
               WHEN WS-RETURN-ALREADY-HERE
                   PERFORM 0800-FIND-BY-NAME-BEGIN
                      THRU 0800-FIND-BY-NAME-END
                   IF NOT WS-RETURN-OK
                       EXIT PARAGRAPH
                   END-IF
               WHEN WS-RETURN-NOT-FOUND
                   DISPLAY "Unknown category "
                           WS-PERSON-CATEGORY
                           ", rejecting line."
                   PERFORM 0600-REJECT-LINE-BEGIN
                      THRU 0600-REJECT-LINE-END
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "Insert error, rejecting line."
                   PERFORM 0600-REJECT-LINE-BEGIN
                      THRU 0600-REJECT-LINE-END
                   EXIT PARAGRAPH
           END-EVALUATE.

           CALL "setinsti" USING
               WS-PERSON-ID
               WS-INSTITUTION-NAME
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "School link error, rejecting line."
               PERFORM 0600-REJECT-LINE-BEGIN
                  THRU 0600-REJECT-LINE-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE people
           SET school_class = :WS-SCHOOL-CLASS,
               expiry_date = CASE
                   WHEN left_school_date <> '00000000'
                    AND expiry_date = left_school_date
                   THEN '99999999'
                   ELSE expiry_date END,
               left_school_name = ' ',
               left_school_date = '00000000',
               version = version + 1
           WHERE id = :WS-PERSON-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Class update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               PERFORM 0600-REJECT-LINE-BEGIN
                  THRU 0600-REJECT-LINE-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           ADD 1 TO WS-ADD-COUNT.
       0200-ADD-PUPIL-END.

       0300-CHANGE-CLASS-BEGIN.
           PERFORM 0900-FIND-PUPIL-BEGIN
              THRU 0900-FIND-PUPIL-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE people
           SET school_class = :WS-SCHOOL-CLASS,
               version = version + 1
           WHERE id = :WS-PERSON-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Class update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               PERFORM 0600-REJECT-LINE-BEGIN
                  THRU 0600-REJECT-LINE-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           ADD 1 TO WS-CHANGE-COUNT.

           MOVE "CLASS" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-PERSON-ID
               WS-AUDIT-ACTION
           END-CALL.
       0300-CHANGE-CLASS-END.

      *    the school link goes (a class-set IN account drops back
      *    to CH, these being pupils), the membership ends today
      *    and the school is kept aside for the recovery report.
      *    A membership already ending sooner is left alone
       0400-LEAVE-SCHOOL-BEGIN.
           PERFORM 0900-FIND-PUPIL-BEGIN
              THRU 0900-FIND-PUPIL-END.

           IF NOT WS-RETURN-OK
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           UPDATE people
           SET institution_flag = 'N',
               institution_name = ' ',
               school_class = ' ',
               category_code = CASE
                   WHEN category_code = 'IN' THEN 'CH'
                   ELSE category_code END,
               expiry_date = CASE
                   WHEN expiry_date > :WS-BUSINESS-DATE
                   THEN :WS-BUSINESS-DATE
                   ELSE expiry_date END,
               left_school_name = :WS-CURRENT-SCHOOL,
               left_school_date = :WS-BUSINESS-DATE,
               version = version + 1
           WHERE id = :WS-PERSON-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Leaver update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               PERFORM 0600-REJECT-LINE-BEGIN
                  THRU 0600-REJECT-LINE-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           ADD 1 TO WS-LEAVE-COUNT.

           MOVE "LEAVER" TO WS-AUDIT-ACTION.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-PERSON-ID
               WS-AUDIT-ACTION
           END-CALL.
       0400-LEAVE-SCHOOL-END.

      *    one print file per school, so each goes back in its own
      *    envelope
       0500-RECOVERY-REPORT-BEGIN.
           MOVE SPACES TO WS-PREV-SCHOOL.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN recovery_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Recovery report error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH recovery_cursor
           INTO :WS-CURRENT-SCHOOL, :WS-CARD-NUMBER,
               :WS-PERSON-LASTNAME, :WS-PERSON-FIRSTNAME,
               :WS-BOOK-NAME, :WS-END-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   IF WS-CURRENT-SCHOOL NOT = WS-PREV-SCHOOL
                       IF WS-PREV-SCHOOL NOT = SPACES
                           PERFORM 0560-CLOSE-SCHOOL-BEGIN
                              THRU 0560-CLOSE-SCHOOL-END
                       END-IF
                       PERFORM 0550-OPEN-SCHOOL-BEGIN
                          THRU 0550-OPEN-SCHOOL-END
                   END-IF
                   ADD 1 TO WS-SCHOOL-LOANS
                   ADD 1 TO WS-RECOVERY-COUNT
                   MOVE WS-CARD-NUMBER      TO WS-OUT-CARD
                   MOVE WS-PERSON-LASTNAME  TO WS-OUT-LASTNAME
                   MOVE WS-PERSON-FIRSTNAME TO WS-OUT-FIRSTNAME
                   MOVE WS-BOOK-NAME        TO WS-OUT-BOOK-NAME
                   MOVE WS-END-DATE         TO WS-OUT-END
                   MOVE "LINE" TO WS-SPOOL-REQUEST
                   MOVE WS-OUT-LINE TO WS-SPOOL-TEXT
                   CALL "prtspool" USING
                       WS-SPOOL-REQUEST
                       WS-SPOOL-TEXT
                   END-CALL
                   DISPLAY WS-OUT-LINE
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE recovery_cursor END-EXEC.

           IF WS-PREV-SCHOOL NOT = SPACES
               PERFORM 0560-CLOSE-SCHOOL-BEGIN
                  THRU 0560-CLOSE-SCHOOL-END
           END-IF.
       0500-RECOVERY-REPORT-END.

       0550-OPEN-SCHOOL-BEGIN.
           MOVE WS-CURRENT-SCHOOL TO WS-PREV-SCHOOL.
           MOVE 0 TO WS-SCHOOL-LOANS.
           ADD 1 TO WS-SCHOOL-COUNT.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "school-recovery-" DELIMITED BY SIZE
                  WS-SCHOOL-COUNT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Books still out on pupils who left "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SCHOOL) DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE WS-OUT-HDR TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
       0550-OPEN-SCHOOL-END.

       0560-CLOSE-SCHOOL-BEGIN.
           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Loans to recover " DELIMITED BY SIZE
                  WS-SCHOOL-LOANS DELIMITED BY SIZE
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
       0560-CLOSE-SCHOOL-END.

       0600-REJECT-LINE-BEGIN.
           WRITE F-REJECT-RCD FROM F-IN-RCD.
           ADD 1 TO WS-SKIP-COUNT.
       0600-REJECT-LINE-END.

       0650-READ-CHECKPOINT-BEGIN.
           OPEN INPUT F-CHECKPOINT.

           IF WS-CKPT-STATUS-OK THEN
               READ F-CHECKPOINT
                   AT END
                       MOVE 0 TO WS-RESUME-COUNT
                   NOT AT END
                       MOVE F-CHECKPOINT-RCD TO WS-RESUME-COUNT
               END-READ
               CLOSE F-CHECKPOINT
               IF WS-RESUME-COUNT > 0 AND LK-AUTO-Y THEN
                   DISPLAY "Resuming, skipping "
                           WS-RESUME-COUNT
                           " already-processed line(s)."
               END-IF
               IF WS-RESUME-COUNT > 0 AND NOT LK-AUTO-Y THEN
                   DISPLAY "A checkpoint was found with "
                           WS-RESUME-COUNT
                           " already-processed line(s). Resume from "
                           "there? (Y/n) "
                           WITH NO ADVANCING
                   MOVE SPACE TO WS-RESUME-ANSWER
                   ACCEPT WS-RESUME-ANSWER
                   IF NOT WS-RESUME-ANSWER-Y
                      AND WS-RESUME-ANSWER NOT = SPACE
                       MOVE 0 TO WS-RESUME-COUNT
                       DISPLAY "Restarting from the beginning of "
                               "the file."
                   ELSE
                       DISPLAY "Resuming, skipping "
                               WS-RESUME-COUNT
                               " already-processed line(s)."
                   END-IF
               END-IF
           END-IF.
       0650-READ-CHECKPOINT-END.

       0700-WRITE-CHECKPOINT-BEGIN.
           MOVE WS-LINE-COUNT TO F-CHECKPOINT-RCD.
           OPEN OUTPUT F-CHECKPOINT.
           WRITE F-CHECKPOINT-RCD.
           CLOSE F-CHECKPOINT.
       0700-WRITE-CHECKPOINT-END.

      *    a pupil moving in is known by name only ; two people
      *    of that name and the line goes back rather than guess
       0800-FIND-BY-NAME-BEGIN.
           SET WS-RETURN-ERROR TO TRUE.

       EXEC SQL
           SELECT COUNT(*), COALESCE(MIN(id), 0)
           INTO :WS-MATCH-ROWS, :WS-PERSON-ID
           FROM people
           WHERE last_name = :WS-PERSON-LASTNAME
             AND first_name = :WS-PERSON-FIRSTNAME
       END-EXEC.

           IF SQLCODE NOT = 0 OR WS-MATCH-ROWS NOT = 1
               DISPLAY "Name on file more than once, rejecting line."
               PERFORM 0600-REJECT-LINE-BEGIN
                  THRU 0600-REJECT-LINE-END
               EXIT PARAGRAPH
           END-IF.

           SET WS-RETURN-OK TO TRUE.
       0800-FIND-BY-NAME-END.

      *    the card when the school sent one, otherwise the name
      *    within the school ; either way the pupil must still be
      *    linked to the school sending the notice
       0900-FIND-PUPIL-BEGIN.
           IF F-IN-CARD NOT = SPACES
               MOVE F-IN-CARD TO WS-CARD-NUMBER
               MOVE "RSLV" TO WS-CARD-REQUEST
               CALL "cardsrvc" USING
                   WS-CARD-REQUEST
                   WS-PERSON-ID
                   WS-CARD-NUMBER
                   WS-RETURN-VALUE
               END-CALL
               IF NOT WS-RETURN-OK
                   DISPLAY "Unknown card, rejecting line."
                   PERFORM 0600-REJECT-LINE-BEGIN
                      THRU 0600-REJECT-LINE-END
                   EXIT PARAGRAPH
               END-IF
       EXEC SQL
           SELECT COUNT(*), COALESCE(MIN(institution_name), ' ')
           INTO :WS-MATCH-ROWS, :WS-CURRENT-SCHOOL
           FROM people
           WHERE id = :WS-PERSON-ID
             AND institution_name = :WS-INSTITUTION-NAME
       END-EXEC
           ELSE
       EXEC SQL
           SELECT COUNT(*), COALESCE(MIN(id), 0),
               COALESCE(MIN(institution_name), ' ')
           INTO :WS-MATCH-ROWS, :WS-PERSON-ID, :WS-CURRENT-SCHOOL
           FROM people
           WHERE last_name = :WS-PERSON-LASTNAME
             AND first_name = :WS-PERSON-FIRSTNAME
             AND institution_name = :WS-INSTITUTION-NAME
       END-EXEC
           END-IF.

           SET WS-RETURN-ERROR TO TRUE.

           IF SQLCODE NOT = 0 OR WS-MATCH-ROWS = 0
               DISPLAY "Pupil not found at that school, "
                       "rejecting line."
               PERFORM 0600-REJECT-LINE-BEGIN
                  THRU 0600-REJECT-LINE-END
               EXIT PARAGRAPH
           END-IF.

           IF WS-MATCH-ROWS > 1
               DISPLAY "Name twice at that school, rejecting line."
               PERFORM 0600-REJECT-LINE-BEGIN
                  THRU 0600-REJECT-LINE-END
               EXIT PARAGRAPH
           END-IF.

           SET WS-RETURN-OK TO TRUE.
       0900-FIND-PUPIL-END.
