       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailextr.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-MAILING
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    one line per patron for the mailing house : the
      *    unsubscribe reference goes on every mailing so the
      *    patron's "no more" comes back to us through unsubimp
       FD F-MAILING
           VALUE OF FILE-ID IS WS-MAILING-FILE-NAME.
       01 F-MAILING-RCD.
           05 F-ML-CARD         PIC X(10).
           05 FILLER            PIC X(01).
           05 F-ML-LNAME        PIC X(25).
           05 FILLER            PIC X(01).
           05 F-ML-FNAME        PIC X(25).
           05 FILLER            PIC X(01).
           05 F-ML-EMAIL        PIC X(40).
           05 FILLER            PIC X(01).
           05 F-ML-CATEGORY     PIC X(02).
           05 FILLER            PIC X(01).
           05 F-ML-UNSUB-REF    PIC X(12).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-CATEGORY         PIC X(02).
       01 WS-BRANCH-CODE      PIC X(04).
       01 WS-BRANCH-ID        PIC 9(10).
       01 WS-AGE-BAND         PIC X(01).
       01 WS-BIRTH-LOW        PIC X(08).
       01 WS-BIRTH-HIGH       PIC X(08).
       01 WS-ACTIVE-SINCE     PIC X(08).
       01 WS-ACTIVITY-MONTHS  PIC 9(03).
       01 WS-CARD-NUMBER      PIC X(10).
       01 WS-LNAME            PIC X(25).
       01 WS-FNAME            PIC X(25).
       01 WS-EMAIL            PIC X(40).
       01 WS-PERSON-CATEGORY  PIC X(02).
       01 WS-UNSUB-REF        PIC X(12).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.

       01 WS-MAILING-FILE-NAME PIC X(40).

       01 WS-SEL-CATEGORY     PIC X(04).
       01 WS-SEL-BRANCH       PIC X(04).
       01 WS-SEL-AGES         PIC X(07).
       01 WS-SEL-MONTHS       PIC X(03).
       01 WS-SEL-AGE-FROM     PIC X(03).
       01 WS-SEL-AGE-TO       PIC X(03).
       01 WS-AGE-FROM         PIC 9(03).
       01 WS-AGE-TO           PIC 9(03).

       01 WS-DATE-WORK.
           05 WS-DW-YEAR      PIC 9(04).
           05 WS-DW-MONTH     PIC 9(02).
           05 WS-DW-DAY       PIC 9(02).
       01 WS-MONTH-COUNT      PIC 9(06).

       01 WS-EXTRACT-COUNT    PIC 9(07) VALUE 0.

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       EXEC SQL
           DECLARE mailing_cursor CURSOR FOR
               SELECT card_number, last_name, first_name,
                   email_address, category_code, unsubscribe_ref
               FROM people
               WHERE marketing_consent = 'Y'
                 AND email_address <> ' '
                 AND (:WS-CATEGORY = ' '
                     OR category_code = :WS-CATEGORY)
                 AND (:WS-AGE-BAND = 'N'
                     OR (birth_date <> '00000000'
                         AND birth_date > :WS-BIRTH-LOW
                         AND birth_date <= :WS-BIRTH-HIGH))
                 AND ((:WS-ACTIVITY-MONTHS = 0
                       AND :WS-BRANCH-ID = 0)
                     OR EXISTS (
                         SELECT 1
                         FROM borrowings
                         LEFT JOIN copies
                             ON copies.id = borrowings.copy_id
                         WHERE borrowings.people_id = people.id
                           AND borrowings.start_date >=
                               :WS-ACTIVE-SINCE
                           AND (:WS-BRANCH-ID = 0
                               OR copies.branch_id = :WS-BRANCH-ID)))
               ORDER BY last_name, first_name
       END-EXEC.

       LINKAGE SECTION.
       01 LK-SELECTION        PIC X(20).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    writes the newsletter and event mailing list : only
      *    patrons who said yes, and only those with an address
      *    to mail.  The selection is CAT/BRANCH/AGES/MONTHS, each
      *    part blank or * for anyone, e.g. AD/MAIN/18-64/12 :
      *    adults aged 18 to 64 who borrowed from MAIN in the last
      *    twelve months.  A branch on its own means ever borrowed
      *    there ; an age band leaves out patrons who never gave
      *    a birth date
       PROCEDURE DIVISION USING LK-SELECTION,
                                LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           PERFORM 0100-READ-SELECTION-BEGIN
              THRU 0100-READ-SELECTION-END.

           PERFORM 0200-GIVE-REFERENCES-BEGIN
              THRU 0200-GIVE-REFERENCES-END.

           MOVE SPACES TO WS-MAILING-FILE-NAME.
           STRING "output/mailing-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
           INTO WS-MAILING-FILE-NAME.

           OPEN OUTPUT F-MAILING.

           IF NOT WS-F-STATUS-OK
               DISPLAY "Cannot open "
                       FUNCTION TRIM(WS-MAILING-FILE-NAME)
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0300-WRITE-MAILING-BEGIN
              THRU 0300-WRITE-MAILING-END.

           CLOSE F-MAILING.

           DISPLAY WS-EXTRACT-COUNT " patron(s) written to "
                   FUNCTION TRIM(WS-MAILING-FILE-NAME) ".".

           EXIT PROGRAM.

       0100-READ-SELECTION-BEGIN.
           MOVE SPACES TO WS-SEL-CATEGORY WS-SEL-BRANCH
                          WS-SEL-AGES WS-SEL-MONTHS.
           UNSTRING LK-SELECTION DELIMITED BY "/"
               INTO WS-SEL-CATEGORY WS-SEL-BRANCH
                    WS-SEL-AGES WS-SEL-MONTHS
           END-UNSTRING.

           IF WS-SEL-CATEGORY = "*"
               MOVE SPACES TO WS-SEL-CATEGORY
           END-IF.
           MOVE WS-SEL-CATEGORY TO WS-CATEGORY.

           MOVE 0 TO WS-BRANCH-ID.
           IF WS-SEL-BRANCH NOT = SPACES AND WS-SEL-BRANCH NOT = "*"
               MOVE WS-SEL-BRANCH TO WS-BRANCH-CODE
       EXEC SQL
           SELECT id
           INTO :WS-BRANCH-ID
           FROM branches
           WHERE code = :WS-BRANCH-CODE
             AND deleted_date = '00000000'
       END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "No such branch "
                           FUNCTION TRIM(WS-SEL-BRANCH) "."
                   SET LK-RETURN-ERROR TO TRUE
                   EXIT PROGRAM
               END-IF
           END-IF.

      *    an age of A on the business day means a birth date
      *    after the day A+1 years back and no later than the
      *    day A years back
           MOVE "N" TO WS-AGE-BAND.
           IF WS-SEL-AGES NOT = SPACES AND WS-SEL-AGES NOT = "*"
               MOVE SPACES TO WS-SEL-AGE-FROM WS-SEL-AGE-TO
               UNSTRING WS-SEL-AGES DELIMITED BY "-"
                   INTO WS-SEL-AGE-FROM WS-SEL-AGE-TO
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(WS-SEL-AGE-FROM) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-SEL-AGE-TO) NOT = 0
                   DISPLAY "Age band must read like 18-64."
                   SET LK-RETURN-ERROR TO TRUE
                   EXIT PROGRAM
               END-IF
               COMPUTE WS-AGE-FROM =
                   FUNCTION NUMVAL(WS-SEL-AGE-FROM)
               COMPUTE WS-AGE-TO =
                   FUNCTION NUMVAL(WS-SEL-AGE-TO)
               IF WS-AGE-TO < WS-AGE-FROM
                   DISPLAY "Age band must read like 18-64."
                   SET LK-RETURN-ERROR TO TRUE
                   EXIT PROGRAM
               END-IF
               MOVE "Y" TO WS-AGE-BAND
               MOVE WS-TODAY TO WS-DATE-WORK
               SUBTRACT WS-AGE-FROM FROM WS-DW-YEAR
               MOVE WS-DATE-WORK TO WS-BIRTH-HIGH
               MOVE WS-TODAY TO WS-DATE-WORK
               COMPUTE WS-DW-YEAR = WS-DW-YEAR - WS-AGE-TO - 1
               MOVE WS-DATE-WORK TO WS-BIRTH-LOW
           END-IF.

      *    the activity window is counted in whole months back
      *    from the business day ; the day need not exist in the
      *    target month, the comparison is on the text
           MOVE 0 TO WS-ACTIVITY-MONTHS.
           MOVE "00000000" TO WS-ACTIVE-SINCE.
           IF WS-SEL-MONTHS NOT = SPACES AND WS-SEL-MONTHS NOT = "*"
               IF FUNCTION TEST-NUMVAL(WS-SEL-MONTHS) NOT = 0
                   DISPLAY "Activity must be a number of months."
                   SET LK-RETURN-ERROR TO TRUE
                   EXIT PROGRAM
               END-IF
               COMPUTE WS-ACTIVITY-MONTHS =
                   FUNCTION NUMVAL(WS-SEL-MONTHS)
           END-IF.

           IF WS-ACTIVITY-MONTHS > 0
               MOVE WS-TODAY TO WS-DATE-WORK
               COMPUTE WS-MONTH-COUNT = WS-DW-YEAR * 12
                   + WS-DW-MONTH - 1 - WS-ACTIVITY-MONTHS
               COMPUTE WS-DW-YEAR = WS-MONTH-COUNT / 12
               COMPUTE WS-DW-MONTH =
                   FUNCTION MOD(WS-MONTH-COUNT, 12) + 1
               MOVE WS-DATE-WORK TO WS-ACTIVE-SINCE
           END-IF.
       0100-READ-SELECTION-END.

      *    a consenting patron carried over from before the
      *    reference existed gets one now, before the file is cut
       0200-GIVE-REFERENCES-BEGIN.
       EXEC SQL
           UPDATE people
           SET unsubscribe_ref = UPPER(SUBSTR(md5(id || ' '
               || clock_timestamp()), 1, 12))
           WHERE marketing_consent = 'Y'
             AND unsubscribe_ref = ' '
       END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = +100
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Unsubscribe reference error SQLCODE: "
                       SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0200-GIVE-REFERENCES-END.

       0300-WRITE-MAILING-BEGIN.
           SET WS-EOF-N TO TRUE.
       EXEC SQL OPEN mailing_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Mailing list error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH mailing_cursor
           INTO :WS-CARD-NUMBER, :WS-LNAME, :WS-FNAME,
               :WS-EMAIL, :WS-PERSON-CATEGORY, :WS-UNSUB-REF
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   MOVE SPACES TO F-MAILING-RCD
                   MOVE WS-CARD-NUMBER TO F-ML-CARD
                   MOVE WS-LNAME TO F-ML-LNAME
                   MOVE WS-FNAME TO F-ML-FNAME
                   MOVE WS-EMAIL TO F-ML-EMAIL
                   MOVE WS-PERSON-CATEGORY TO F-ML-CATEGORY
                   MOVE WS-UNSUB-REF TO F-ML-UNSUB-REF
                   WRITE F-MAILING-RCD
                   ADD 1 TO WS-EXTRACT-COUNT
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE mailing_cursor END-EXEC.

           SET LK-RETURN-OK TO TRUE.
       0300-WRITE-MAILING-END.
