       IDENTIFICATION DIVISION.
       PROGRAM-ID. newarriv.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-WEB
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the website's layout : type(20) branch(4) isbn(13)
      *    title(50) author(25) copies(3), then a trailer
       FD F-WEB
           VALUE OF FILE-ID IS WS-WEB-FILE-NAME.
       01 F-WEB-RCD.
           05 F-WEB-TYPE      PIC X(20).
           05 F-WEB-BRANCH    PIC X(04).
           05 F-WEB-ISBN      PIC X(13).
           05 F-WEB-TITLE     PIC X(50).
           05 F-WEB-AUTHOR    PIC X(25).
           05 F-WEB-COPIES    PIC 9(03).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-FROM-DATE        PIC X(08).
       01 WS-TO-DATE          PIC X(08).
       01 WS-TYPE-NAME        PIC X(20).
       01 WS-BRANCH-CODE      PIC X(04).
       01 WS-BOOK-ID          PIC 9(10).
       01 WS-ISBN             PIC X(13).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-AUTH-LNAME       PIC X(25).
       01 WS-NEW-COPIES       PIC 9(03).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-TODAY            PIC X(08).
       01 WS-YEAR             PIC 9(04).
       01 WS-MONTH            PIC 9(02).

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.

       01 WS-WEB-FILE-NAME    PIC X(50).

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "newarriv".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-TITLE-COUNT      PIC 9(05) VALUE 0.
       01 WS-PREV-TYPE        PIC X(20).
       01 WS-PREV-BRANCH      PIC X(04).
       01 WS-FIRST-SWITCH     PIC X(01) VALUE "Y".
           88 WS-FIRST-LINE           VALUE "Y".

       01 WS-TRAILER-RCD.
           05 WS-TRL-MARK        PIC X(01) VALUE "T".
           05 WS-TRL-COUNT       PIC 9(07).

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "new-arrivals".

      *    a new title is a book whose first accession falls in
      *    the range : further copies of something we already had
      *    (replacements, extra copies) are not news, nor is
      *    stock since withdrawn.  One line per title and branch,
      *    with how many new copies went there
       EXEC SQL
           DECLARE new_arrivals_cursor CURSOR FOR
               SELECT types.name, COALESCE(branches.code, ' '),
                   books.id, books.isbn, books.name,
                   authors.last_name, COUNT(*)
               FROM accessions
               INNER JOIN books ON accessions.book_id = books.id
               INNER JOIN types ON books.type_id = types.id
               INNER JOIN authors ON books.author_id = authors.id
               LEFT JOIN copies ON accessions.copy_id = copies.id
               LEFT JOIN branches ON copies.branch_id = branches.id
               WHERE accessions.accessioned_date >= :WS-FROM-DATE
                 AND accessions.accessioned_date <= :WS-TO-DATE
                 AND accessions.withdrawn_date = '00000000'
                 AND books.deleted_date = '00000000'
                 AND books.withdrawn_date = '00000000'
                 AND NOT EXISTS (
                     SELECT 1
                     FROM accessions earlier
                     WHERE earlier.book_id = accessions.book_id
                       AND earlier.accessioned_date < :WS-FROM-DATE)
               GROUP BY types.name, branches.code, books.id,
                   books.isbn, books.name, authors.last_name
               ORDER BY types.name, 2, books.name, books.id
       END-EXEC.

       LINKAGE SECTION.
      *    LIST : the printable list and the website file
      *    SHOW : the same selection on screen, for the OPAC
      *    blank dates mean last calendar month for LIST, this
      *    month so far for SHOW
       01 LK-REQUEST          PIC X(04).
           88 LK-REQUEST-LIST         VALUE "LIST".
           88 LK-REQUEST-SHOW         VALUE "SHOW".
       01 LK-FROM-DATE        PIC X(08).
       01 LK-TO-DATE          PIC X(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-REQUEST,
                                LK-FROM-DATE,
                                LK-TO-DATE,
                                LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE LK-FROM-DATE TO WS-FROM-DATE.
           MOVE LK-TO-DATE TO WS-TO-DATE.

           IF WS-FROM-DATE = SPACES
               PERFORM 0050-DEFAULT-RANGE-BEGIN
                  THRU 0050-DEFAULT-RANGE-END
           END-IF.

           IF WS-TO-DATE = SPACES
               MOVE WS-TODAY TO WS-TO-DATE
           END-IF.

           IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
               DISPLAY "Not a date, list abandoned."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF LK-REQUEST-LIST
               PERFORM 0100-OPEN-OUTPUTS-BEGIN
                  THRU 0100-OPEN-OUTPUTS-END
               IF LK-RETURN-ERROR
                   EXIT PROGRAM
               END-IF
           ELSE
               DISPLAY "New on our shelves since " WS-FROM-DATE " :"
           END-IF.

           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN new_arrivals_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "New arrivals error SQLCODE: " SQLCODE
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH new_arrivals_cursor
           INTO :WS-TYPE-NAME, :WS-BRANCH-CODE, :WS-BOOK-ID,
               :WS-ISBN, :WS-BOOK-NAME, :WS-AUTH-LNAME,
               :WS-NEW-COPIES
       END-EXEC

                   IF SQLCODE NOT = 0
                       SET WS-EOF-Y TO TRUE
                   ELSE
                       ADD 1 TO WS-TITLE-COUNT
                       PERFORM 0200-ONE-TITLE-BEGIN
                          THRU 0200-ONE-TITLE-END
                   END-IF

               END-PERFORM

       EXEC SQL CLOSE new_arrivals_cursor END-EXEC
               SET LK-RETURN-OK TO TRUE
           END-IF.

           IF LK-REQUEST-LIST
               PERFORM 0300-CLOSE-OUTPUTS-BEGIN
                  THRU 0300-CLOSE-OUTPUTS-END
           ELSE
               IF WS-TITLE-COUNT = 0
                   DISPLAY "Nothing new yet this month - come back "
                           "soon."
               END-IF
           END-IF.

           EXIT PROGRAM.

       0050-DEFAULT-RANGE-BEGIN.
           IF LK-REQUEST-SHOW
               STRING WS-TODAY(1:6) DELIMITED BY SIZE
                      "01" DELIMITED BY SIZE
               INTO WS-FROM-DATE
               MOVE WS-TODAY TO WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TODAY(1:4) TO WS-YEAR.
           MOVE WS-TODAY(5:2) TO WS-MONTH.
           IF WS-MONTH = 1
               SUBTRACT 1 FROM WS-YEAR
               MOVE 12 TO WS-MONTH
           ELSE
               SUBTRACT 1 FROM WS-MONTH
           END-IF.

           STRING WS-YEAR DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "01" DELIMITED BY SIZE
           INTO WS-FROM-DATE.
           STRING WS-YEAR DELIMITED BY SIZE
                  WS-MONTH DELIMITED BY SIZE
                  "31" DELIMITED BY SIZE
           INTO WS-TO-DATE.
       0050-DEFAULT-RANGE-END.

       0100-OPEN-OUTPUTS-BEGIN.
           MOVE "FORCE" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           MOVE SPACES TO WS-WEB-FILE-NAME.
           STRING "output/new-arrivals-" DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
           INTO WS-WEB-FILE-NAME.

           OPEN OUTPUT F-WEB.

           IF NOT WS-F-STATUS-OK
               DISPLAY "Cannot open " FUNCTION TRIM(WS-WEB-FILE-NAME)
               MOVE "FAILED" TO WS-RUN-STATUS
               PERFORM 0350-END-RUN-BEGIN
                  THRU 0350-END-RUN-END
               SET LK-RETURN-ERROR TO TRUE
               EXIT PARAGRAPH
           END-IF.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "New on our shelves, " DELIMITED BY SIZE
                  WS-FROM-DATE DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-TO-DATE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           SET LK-RETURN-OK TO TRUE.
       0100-OPEN-OUTPUTS-END.

      *    a sub-heading each time the type or the branch changes
       0200-ONE-TITLE-BEGIN.
           IF WS-FIRST-LINE
              OR WS-TYPE-NAME NOT = WS-PREV-TYPE
              OR WS-BRANCH-CODE NOT = WS-PREV-BRANCH
               MOVE "N" TO WS-FIRST-SWITCH
               MOVE WS-TYPE-NAME TO WS-PREV-TYPE
               MOVE WS-BRANCH-CODE TO WS-PREV-BRANCH
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING FUNCTION TRIM(WS-TYPE-NAME) DELIMITED BY SIZE
                      ", branch " DELIMITED BY SIZE
                      WS-BRANCH-CODE DELIMITED BY SIZE
                      " :" DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               PERFORM 0250-EMIT-LINE-BEGIN
                  THRU 0250-EMIT-LINE-END
           END-IF.

           MOVE SPACES TO WS-SPOOL-TEXT.
           IF LK-REQUEST-SHOW
               STRING "  " DELIMITED BY SIZE
                      WS-BOOK-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BOOK-NAME) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AUTH-LNAME) DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
           ELSE
               STRING "  " DELIMITED BY SIZE
                      WS-BOOK-NAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-AUTH-LNAME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ISBN DELIMITED BY SIZE
                      " x" DELIMITED BY SIZE
                      WS-NEW-COPIES DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
           END-IF.
           PERFORM 0250-EMIT-LINE-BEGIN
              THRU 0250-EMIT-LINE-END.

           IF LK-REQUEST-LIST
               MOVE WS-TYPE-NAME TO F-WEB-TYPE
               MOVE WS-BRANCH-CODE TO F-WEB-BRANCH
               MOVE WS-ISBN TO F-WEB-ISBN
               MOVE WS-BOOK-NAME TO F-WEB-TITLE
               MOVE WS-AUTH-LNAME TO F-WEB-AUTHOR
               MOVE WS-NEW-COPIES TO F-WEB-COPIES
               WRITE F-WEB-RCD
           END-IF.
       0200-ONE-TITLE-END.

       0250-EMIT-LINE-BEGIN.
           IF LK-REQUEST-LIST
               MOVE "LINE" TO WS-SPOOL-REQUEST
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
           END-IF.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0250-EMIT-LINE-END.

       0300-CLOSE-OUTPUTS-BEGIN.
           MOVE WS-TITLE-COUNT TO WS-TRL-COUNT.
           WRITE F-WEB-RCD FROM WS-TRAILER-RCD.
           CLOSE F-WEB.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-TITLE-COUNT DELIMITED BY SIZE
                  " new title line(s), also in " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WEB-FILE-NAME) DELIMITED BY SIZE
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

           MOVE WS-TITLE-COUNT TO WS-RUN-COUNT.
           IF LK-RETURN-OK
               MOVE "OK" TO WS-RUN-STATUS
           ELSE
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF.
           PERFORM 0350-END-RUN-BEGIN
              THRU 0350-END-RUN-END.
       0300-CLOSE-OUTPUTS-END.

       0350-END-RUN-BEGIN.
           MOVE "END" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.
       0350-END-RUN-END.
