       IDENTIFICATION DIVISION.
       PROGRAM-ID. crdprint.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-CARDS
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    one line per card in the card printer's layout : the
      *    name as it goes on the plastic, the number for the eye
      *    in groups, the barcode line for the Code 39 font
      *    (start and stop stars round the ten digits), the
      *    category, the expiry as DD/MM/YYYY (blank when the card
      *    never lapses) and the home branch's name
       FD F-CARDS
           VALUE OF FILE-ID IS WS-CARDS-FILE-NAME.
       01 F-CARDS-RCD.
           05 F-CP-NAME         PIC X(40).
           05 FILLER            PIC X(01).
           05 F-CP-CARD-TEXT    PIC X(12).
           05 FILLER            PIC X(01).
           05 F-CP-BARCODE      PIC X(12).
           05 FILLER            PIC X(01).
           05 F-CP-CATEGORY     PIC X(20).
           05 FILLER            PIC X(01).
           05 F-CP-EXPIRY       PIC X(10).
           05 FILLER            PIC X(01).
           05 F-CP-BRANCH       PIC X(30).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-ONLY-ID          PIC 9(10).
       01 WS-PERSON-ID        PIC 9(10).
       01 WS-CARD-NUMBER      PIC X(10).
       01 WS-LNAME            PIC X(25).
       01 WS-FNAME            PIC X(25).
       01 WS-CATEGORY-CODE    PIC X(02).
       01 WS-CATEGORY-NAME    PIC X(20).
       01 WS-EXPIRY-DATE      PIC X(08).
       01 WS-BRANCH-NAME      PIC X(30).
       01 WS-PRINT-STATUS     PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.

       01 WS-CARDS-FILE-NAME  PIC X(40).
       01 WS-STAMP            PIC X(14).

       01 WS-EXPIRY-WORK.
           05 WS-EW-YEAR      PIC X(04).
           05 WS-EW-MONTH     PIC X(02).
           05 WS-EW-DAY       PIC X(02).

       01 WS-CARD-KIND        PIC X(08).

       01 WS-NEW-COUNT        PIC 9(05) VALUE 0.
       01 WS-REISSUE-COUNT    PIC 9(05) VALUE 0.
       01 WS-REPRINT-COUNT    PIC 9(05) VALUE 0.
       01 WS-PRINTED-COUNT    PIC 9(05) VALUE 0.

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "PERSON".
       01 WS-AUDIT-ACTION     PIC X(10) VALUE "CARDREPRT".

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

      *    every card waiting for the printer, or the one patron
      *    asked for again ; the number is printed as it stands on
      *    file, a reprint never goes near cardsrvc
       EXEC SQL
           DECLARE card_print_cursor CURSOR FOR
               SELECT people.id, people.card_number,
                   people.last_name, people.first_name,
                   people.category_code,
                   COALESCE(categories.name, ' '),
                   people.expiry_date,
                   COALESCE(branches.name, ' '),
                   people.card_print_status
               FROM people
               LEFT JOIN categories
                   ON categories.code = people.category_code
               LEFT JOIN branches
                   ON branches.id = people.home_branch_id
               WHERE people.card_number <> ' '
                 AND people.card_print_status IN ('Q', 'R')
                 AND (:WS-ONLY-ID = 0 OR people.id = :WS-ONLY-ID)
               ORDER BY branches.name, people.last_name,
                   people.first_name
       END-EXEC.

       LINKAGE SECTION.
       01 LK-PERSON-ID        PIC 9(10).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the card print batch : with LK-PERSON-ID 0, every card
      *    cardsrvc has made or remade since the last run goes to
      *    output/cards-<stamp>.txt for the card printer, with a
      *    control list on the spool to tick the plastic against,
      *    and each is stamped printed.  With a patron id, that
      *    patron's card is reprinted alone, same number, for a
      *    card the printer spoiled
       PROCEDURE DIVISION USING LK-PERSON-ID,
                                LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE LK-PERSON-ID TO WS-ONLY-ID.

           IF WS-ONLY-ID NOT = 0
               PERFORM 0100-QUEUE-REPRINT-BEGIN
                  THRU 0100-QUEUE-REPRINT-END
           END-IF.

           PERFORM 0200-SETTLE-HOME-BRANCH-BEGIN
              THRU 0200-SETTLE-HOME-BRANCH-END.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP.
           MOVE SPACES TO WS-CARDS-FILE-NAME.
           STRING "output/cards-" DELIMITED BY SIZE
                  WS-STAMP DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
           INTO WS-CARDS-FILE-NAME.

           OPEN OUTPUT F-CARDS.

           IF NOT WS-F-STATUS-OK
               DISPLAY "Cannot open "
                       FUNCTION TRIM(WS-CARDS-FILE-NAME)
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0500-OPEN-CONTROL-BEGIN
              THRU 0500-OPEN-CONTROL-END.

           PERFORM 0300-WRITE-CARDS-BEGIN
              THRU 0300-WRITE-CARDS-END.

           CLOSE F-CARDS.

           PERFORM 0700-CLOSE-CONTROL-BEGIN
              THRU 0700-CLOSE-CONTROL-END.

           DISPLAY WS-PRINTED-COUNT " card(s) written to "
                   FUNCTION TRIM(WS-CARDS-FILE-NAME) ".".

           EXIT PROGRAM.

       0100-QUEUE-REPRINT-BEGIN.
       EXEC SQL
           UPDATE people
           SET card_print_status = 'R'
           WHERE id = :WS-ONLY-ID
             AND card_number <> ' '
       END-EXEC.

      *    no row touched : unknown patron or no card number yet
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
       EXEC SQL ROLLBACK END-EXEC
               DISPLAY "No card on file for patron " WS-ONLY-ID "."
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           MOVE WS-ONLY-ID TO WS-PERSON-ID.
           CALL "wrtaudit" USING
               WS-AUDIT-ENTITY
               WS-PERSON-ID
               WS-AUDIT-ACTION
           END-CALL.
       0100-QUEUE-REPRINT-END.

      *    a patron whose home branch was never settled is given
      *    the branch they borrow from most, the main building
      *    when they have not borrowed yet ; what goes on the card
      *    is what stays on file
       0200-SETTLE-HOME-BRANCH-BEGIN.
       EXEC SQL
           UPDATE people
           SET home_branch_id = COALESCE((
               SELECT copies.branch_id
               FROM borrowings
               JOIN copies ON copies.id = borrowings.copy_id
               WHERE borrowings.people_id = people.id
               GROUP BY copies.branch_id
               ORDER BY COUNT(*) DESC, copies.branch_id
               LIMIT 1), 1)
           WHERE home_branch_id = 0
             AND card_number <> ' '
             AND card_print_status IN ('Q', 'R')
             AND (:WS-ONLY-ID = 0 OR id = :WS-ONLY-ID)
       END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = +100
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Home branch error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0200-SETTLE-HOME-BRANCH-END.

       0300-WRITE-CARDS-BEGIN.
           SET WS-EOF-N TO TRUE.
       EXEC SQL OPEN card_print_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Card print error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH card_print_cursor
           INTO :WS-PERSON-ID, :WS-CARD-NUMBER, :WS-LNAME,
               :WS-FNAME, :WS-CATEGORY-CODE, :WS-CATEGORY-NAME,
               :WS-EXPIRY-DATE, :WS-BRANCH-NAME, :WS-PRINT-STATUS
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0310-WRITE-ONE-BEGIN
                      THRU 0310-WRITE-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE card_print_cursor END-EXEC.

       EXEC SQL COMMIT END-EXEC.

           SET LK-RETURN-OK TO TRUE.
       0300-WRITE-CARDS-END.

       0310-WRITE-ONE-BEGIN.
           MOVE SPACES TO F-CARDS-RCD.
           STRING FUNCTION TRIM(WS-FNAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LNAME) DELIMITED BY SIZE
           INTO F-CP-NAME.
           STRING WS-CARD-NUMBER(1:4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CARD-NUMBER(5:4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CARD-NUMBER(9:2) DELIMITED BY SIZE
           INTO F-CP-CARD-TEXT.
           STRING "*" DELIMITED BY SIZE
                  WS-CARD-NUMBER DELIMITED BY SIZE
                  "*" DELIMITED BY SIZE
           INTO F-CP-BARCODE.
           IF WS-CATEGORY-NAME = SPACES
               MOVE WS-CATEGORY-CODE TO F-CP-CATEGORY
           ELSE
               MOVE WS-CATEGORY-NAME TO F-CP-CATEGORY
           END-IF.
           IF WS-EXPIRY-DATE NOT = "99999999"
               AND WS-EXPIRY-DATE NOT = "00000000"
               MOVE WS-EXPIRY-DATE TO WS-EXPIRY-WORK
               STRING WS-EW-DAY DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-EW-MONTH DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-EW-YEAR DELIMITED BY SIZE
               INTO F-CP-EXPIRY
           END-IF.
           MOVE WS-BRANCH-NAME TO F-CP-BRANCH.
           WRITE F-CARDS-RCD.

      *    the stamp is held to the number that went into the
      *    file : a card remade while the batch runs stays queued
      *    and goes out on the next run
       EXEC SQL
           UPDATE people
           SET card_print_status = 'P',
               card_printed_date = :WS-TODAY
           WHERE id = :WS-PERSON-ID
             AND card_number = :WS-CARD-NUMBER
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Card stamp error SQLCODE: " SQLCODE
                       " for patron " WS-PERSON-ID
           END-IF.

      *    the issue digit is 0 on a first card and steps on every
      *    replacement
           EVALUATE TRUE
               WHEN WS-PRINT-STATUS = "R"
                   MOVE "REPRINT" TO WS-CARD-KIND
                   ADD 1 TO WS-REPRINT-COUNT
               WHEN WS-CARD-NUMBER(9:1) = "0"
                   MOVE "NEW" TO WS-CARD-KIND
                   ADD 1 TO WS-NEW-COUNT
               WHEN OTHER
                   MOVE "REISSUE" TO WS-CARD-KIND
                   ADD 1 TO WS-REISSUE-COUNT
           END-EVALUATE.
           ADD 1 TO WS-PRINTED-COUNT.

           MOVE SPACES TO WS-SPOOL-TEXT.
           MOVE WS-CARD-NUMBER TO WS-SPOOL-TEXT(1:10).
           MOVE F-CP-NAME TO WS-SPOOL-TEXT(13:40).
           MOVE WS-CATEGORY-CODE TO WS-SPOOL-TEXT(55:2).
           MOVE F-CP-EXPIRY TO WS-SPOOL-TEXT(59:10).
           MOVE WS-BRANCH-NAME TO WS-SPOOL-TEXT(71:30).
           MOVE WS-CARD-KIND TO WS-SPOOL-TEXT(103:8).
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
       0310-WRITE-ONE-END.

       0500-OPEN-CONTROL-BEGIN.
           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE "card-print" TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Card print control list, file " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CARDS-FILE-NAME)
                      DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE SPACES TO WS-SPOOL-TEXT.
           MOVE "Card" TO WS-SPOOL-TEXT(1:10).
           MOVE "Name" TO WS-SPOOL-TEXT(13:40).
           MOVE "Ct" TO WS-SPOOL-TEXT(55:2).
           MOVE "Expires" TO WS-SPOOL-TEXT(59:10).
           MOVE "Home branch" TO WS-SPOOL-TEXT(71:30).
           MOVE "Kind" TO WS-SPOOL-TEXT(103:8).
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
       0500-OPEN-CONTROL-END.

       0700-CLOSE-CONTROL-BEGIN.
           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "New " DELIMITED BY SIZE
                  WS-NEW-COUNT DELIMITED BY SIZE
                  ", reissued " DELIMITED BY SIZE
                  WS-REISSUE-COUNT DELIMITED BY SIZE
                  ", reprinted " DELIMITED BY SIZE
                  WS-REPRINT-COUNT DELIMITED BY SIZE
                  ", cards in file " DELIMITED BY SIZE
                  WS-PRINTED-COUNT DELIMITED BY SIZE
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
       0700-CLOSE-CONTROL-END.
