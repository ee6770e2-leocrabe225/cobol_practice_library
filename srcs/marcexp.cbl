       IDENTIFICATION DIVISION.
       PROGRAM-ID. marcexp.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ISO 2709 is a byte stream with its own record and field
      *    terminators : no line ends, so the file is written one
      *    byte per record
           SELECT OPTIONAL F-MARC
               ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD F-MARC
           VALUE OF FILE-ID IS WS-FILE-NAME.
       01 F-MARC-BYTE         PIC X(01).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-BOOK-ID          PIC 9(10).
       01 WS-ISBN             PIC X(13).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-YEAR             PIC X(04).
       01 WS-LANGUAGE         PIC X(20).
       01 WS-SERIES-NAME      PIC X(50).
       01 WS-VOLUME-NUMBER    PIC 9(05).
       01 WS-CLASS-NUMBER     PIC X(12).
       01 WS-CUTTER           PIC X(10).
       01 WS-SHELF-LOCATION   PIC X(10).
       01 WS-AUDIENCE         PIC X(01).
       01 WS-WORK-ID          PIC 9(10).
       01 WS-MAIN-AUTHOR-ID   PIC 9(10).
       01 WS-AUTH-LNAME       PIC X(25).
       01 WS-AUTH-FNAME       PIC X(25).
       01 WS-EDIT-NAME        PIC X(25).
       01 WS-TYPE-NAME        PIC X(20).
       01 WS-SUBJECT-NAME     PIC X(30).
       01 WS-COPY-BARCODE     PIC X(20).
       01 WS-BRANCH-CODE      PIC X(04).
       01 WS-PIECE-COUNT      PIC 9(03).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY marcctl.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.

       01 WS-FOLDER-NAME      PIC X(20) VALUE "output/".
       01 WS-FILE-NAME        PIC X(40).
       01 WS-TODAY            PIC X(08).

       01 WS-WRITE-COUNT      PIC 9(08) VALUE 0.
       01 WS-HOLDING-COUNT    PIC 9(08) VALUE 0.

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-SUB-EOF-SWITCH PIC X  VALUE "n".
           88 WS-SUB-EOF-N         VALUE "n".
           88 WS-SUB-EOF-Y         VALUE "Y".

      *    one record is assembled here : the directory and the
      *    data area grow field by field, the leader is filled in
      *    last once both lengths are known
       01 WS-MARC-LEADER.
           05 WS-LDR-LENGTH       PIC 9(05).
           05 WS-LDR-STATUS       PIC X(01) VALUE "n".
           05 WS-LDR-TYPE         PIC X(01) VALUE "a".
           05 WS-LDR-LEVEL        PIC X(01) VALUE "m".
           05 WS-LDR-CONTROL      PIC X(01) VALUE SPACE.
           05 WS-LDR-CODING       PIC X(01) VALUE "a".
           05 WS-LDR-COUNTS       PIC X(02) VALUE "22".
           05 WS-LDR-BASE         PIC 9(05).
           05 WS-LDR-ENCODING     PIC X(01) VALUE "7".
           05 WS-LDR-FORM         PIC X(01) VALUE "u".
           05 WS-LDR-MULTIPART    PIC X(01) VALUE SPACE.
           05 WS-LDR-MAP          PIC X(04) VALUE "4500".

       01 WS-MARC-008.
           05 WS-008-ENTERED      PIC X(06).
           05 WS-008-DATE-TYPE    PIC X(01) VALUE "s".
           05 WS-008-DATE1        PIC X(04).
           05 WS-008-DATE2        PIC X(04) VALUE SPACES.
           05 WS-008-PLACE        PIC X(03) VALUE "xx ".
           05 WS-008-BOOKS.
              10 WS-008-ILLUS     PIC X(04) VALUE SPACES.
              10 WS-008-AUDIENCE  PIC X(01).
              10 FILLER           PIC X(12) VALUE SPACES.
           05 WS-008-LANGUAGE     PIC X(03).
           05 WS-008-MODIFIED     PIC X(01) VALUE SPACE.
           05 WS-008-SOURCE       PIC X(01) VALUE "d".

       01 WS-DIR-ENTRY.
           05 WS-DIR-TAG          PIC X(03).
           05 WS-DIR-FIELD-LENGTH PIC 9(04).
           05 WS-DIR-START        PIC 9(05).

       01 WS-MARC-DIRECTORY   PIC X(2400).
       01 WS-DIR-LENGTH       PIC 9(05).
       01 WS-DIR-MAX          PIC 9(05) VALUE 2400.
       01 WS-MARC-DATA        PIC X(20000).
       01 WS-DATA-LENGTH      PIC 9(05).
       01 WS-DATA-MAX         PIC 9(05) VALUE 20000.
       01 WS-MARC-RECORD      PIC X(22500).
       01 WS-BYTE-IDX         PIC 9(05).

       01 WS-FIELD-TAG        PIC X(03).
       01 WS-FIELD-INDICATORS PIC X(02).
       01 WS-FIELD-TEXT       PIC X(1000).
       01 WS-FIELD-LENGTH     PIC 9(04).
       01 WS-FIELD-MAX        PIC 9(04) VALUE 1000.
       01 WS-SUB-CODE         PIC X(01).
       01 WS-SUB-VALUE        PIC X(100).
       01 WS-SUB-LENGTH       PIC 9(03).
       01 WS-VOLUME-TEXT      PIC Z(04)9.

       01 WS-XWALK-REQUEST    PIC X(04).
       01 WS-XWALK-TEXT       PIC X(60).

      *    the whole live catalogue in id order, one MARC record
      *    per books row
       EXEC SQL
           DECLARE marc_book_cursor CURSOR FOR
               SELECT
                   books.id, books.isbn, books.name, books.year,
                   books.language, books.series_name,
                   books.volume_number, books.class_number,
                   books.cutter, books.shelf_location,
                   books.audience, books.work_id, books.author_id,
                   authors.last_name, authors.first_name,
                   editors.name, types.name
               FROM books
               INNER JOIN authors ON books.author_id = authors.id
               INNER JOIN editors ON books.editor_id = editors.id
               INNER JOIN types ON books.type_id = types.id
               WHERE books.deleted_date = '00000000'
               ORDER BY books.id
       END-EXEC.

       EXEC SQL
           DECLARE marc_coauthor_cursor CURSOR FOR
               SELECT authors.last_name, authors.first_name
               FROM books_authors
               INNER JOIN authors
                   ON books_authors.author_id = authors.id
               WHERE books_authors.book_id = :WS-BOOK-ID
                 AND books_authors.author_id <> :WS-MAIN-AUTHOR-ID
               ORDER BY authors.id
       END-EXEC.

       EXEC SQL
           DECLARE marc_subject_cursor CURSOR FOR
               SELECT subjects.name
               FROM books_subjects
               INNER JOIN subjects
                   ON books_subjects.subject_id = subjects.id
               WHERE books_subjects.book_id = :WS-BOOK-ID
                 AND subjects.deleted_date = '00000000'
               ORDER BY subjects.name
       END-EXEC.

      *    missing stock is not holdings worth telling anyone about
       EXEC SQL
           DECLARE marc_holding_cursor CURSOR FOR
               SELECT copies.barcode, COALESCE(branches.code, ' '),
                   copies.piece_count
               FROM copies
               LEFT JOIN branches ON copies.branch_id = branches.id
               WHERE copies.book_id = :WS-BOOK-ID
                 AND copies.status <> 'M'
               ORDER BY copies.id
       END-EXEC.

       LINKAGE SECTION.
       01 LK-FILE-NAME        PIC X(20).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the catalogue as MARC 21 bibliographic records for the
      *    regional cataloguing service : 001 our book id, 008,
      *    020 ISBN, 082 Dewey class, 100 main author, 245 title,
      *    264 publisher and year, 490 series, 546 language note,
      *    650 subjects, 655 genre, 700 co-authors and one 852 per
      *    copy held.  What has no MARC home goes on the cross-walk
      *    report
       PROCEDURE DIVISION USING LK-FILE-NAME,
                                LK-RETURN-VALUE.

           STRING WS-FOLDER-NAME LK-FILE-NAME DELIMITED BY SPACE
           INTO WS-FILE-NAME.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           OPEN OUTPUT F-MARC.

           IF NOT WS-F-STATUS-OK
               DISPLAY "Cannot open " FUNCTION TRIM(WS-FILE-NAME)
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL OPEN marc_book_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "MARC export error SQLCODE: " SQLCODE
               CLOSE F-MARC
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           MOVE "OPEN" TO WS-XWALK-REQUEST.
           MOVE SPACES TO WS-XWALK-TEXT.
           STRING "MARC export cross-walk, fields not mapped, "
                  DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
           INTO WS-XWALK-TEXT.
           CALL "marcxwlk" USING
               WS-XWALK-REQUEST
               WS-XWALK-TEXT
           END-CALL.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH marc_book_cursor
           INTO :WS-BOOK-ID, :WS-ISBN, :WS-BOOK-NAME, :WS-YEAR,
               :WS-LANGUAGE, :WS-SERIES-NAME, :WS-VOLUME-NUMBER,
               :WS-CLASS-NUMBER, :WS-CUTTER, :WS-SHELF-LOCATION,
               :WS-AUDIENCE, :WS-WORK-ID, :WS-MAIN-AUTHOR-ID,
               :WS-AUTH-LNAME, :WS-AUTH-FNAME, :WS-EDIT-NAME,
               :WS-TYPE-NAME
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0100-BUILD-RECORD-BEGIN
                      THRU 0100-BUILD-RECORD-END
                   PERFORM 0600-WRITE-RECORD-BEGIN
                      THRU 0600-WRITE-RECORD-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE marc_book_cursor END-EXEC.

           CLOSE F-MARC.

           MOVE "CLOS" TO WS-XWALK-REQUEST.
           MOVE SPACES TO WS-XWALK-TEXT.
           CALL "marcxwlk" USING
               WS-XWALK-REQUEST
               WS-XWALK-TEXT
           END-CALL.

           DISPLAY "MARC file successfully exported."
           DISPLAY WS-WRITE-COUNT " record(s) written with "
                   WS-HOLDING-COUNT " holding(s).".

           SET LK-RETURN-OK TO TRUE.

           EXIT PROGRAM.

      *    fields go in tag order, as the directory must list them
       0100-BUILD-RECORD-BEGIN.
           MOVE SPACES TO WS-MARC-DIRECTORY.
           MOVE SPACES TO WS-MARC-DATA.
           MOVE 0 TO WS-DIR-LENGTH.
           MOVE 0 TO WS-DATA-LENGTH.

           MOVE "001" TO WS-FIELD-TAG.
           MOVE SPACES TO WS-FIELD-TEXT.
           MOVE WS-BOOK-ID TO WS-FIELD-TEXT(1:10).
           MOVE 10 TO WS-FIELD-LENGTH.
           PERFORM 0550-END-FIELD-BEGIN
              THRU 0550-END-FIELD-END.

           PERFORM 0150-BUILD-008-BEGIN
              THRU 0150-BUILD-008-END.

           MOVE "020" TO WS-FIELD-TAG.
           MOVE "  " TO WS-FIELD-INDICATORS.
           PERFORM 0510-START-FIELD-BEGIN
              THRU 0510-START-FIELD-END.
           MOVE "a" TO WS-SUB-CODE.
           MOVE WS-ISBN TO WS-SUB-VALUE.
           PERFORM 0520-ADD-SUBFIELD-BEGIN
              THRU 0520-ADD-SUBFIELD-END.
           PERFORM 0550-END-FIELD-BEGIN
              THRU 0550-END-FIELD-END.

      *    a lettered class (FIC, REF) is not Dewey : it travels in
      *    the holdings' 852 $h only
           IF WS-CLASS-NUMBER(1:1) IS NUMERIC
               MOVE "082" TO WS-FIELD-TAG
               MOVE "04" TO WS-FIELD-INDICATORS
               PERFORM 0510-START-FIELD-BEGIN
                  THRU 0510-START-FIELD-END
               MOVE "a" TO WS-SUB-CODE
               MOVE WS-CLASS-NUMBER TO WS-SUB-VALUE
               PERFORM 0520-ADD-SUBFIELD-BEGIN
                  THRU 0520-ADD-SUBFIELD-END
               PERFORM 0550-END-FIELD-BEGIN
                  THRU 0550-END-FIELD-END
           END-IF.

           MOVE "100" TO WS-FIELD-TAG.
           MOVE "1 " TO WS-FIELD-INDICATORS.
           PERFORM 0510-START-FIELD-BEGIN
              THRU 0510-START-FIELD-END.
           MOVE "a" TO WS-SUB-CODE.
           PERFORM 0160-FORMAT-NAME-BEGIN
              THRU 0160-FORMAT-NAME-END.
           PERFORM 0520-ADD-SUBFIELD-BEGIN
              THRU 0520-ADD-SUBFIELD-END.
           PERFORM 0550-END-FIELD-BEGIN
              THRU 0550-END-FIELD-END.

      *    with no series the volume number belongs to the title
           MOVE "245" TO WS-FIELD-TAG.
           MOVE "10" TO WS-FIELD-INDICATORS.
           PERFORM 0510-START-FIELD-BEGIN
              THRU 0510-START-FIELD-END.
           MOVE "a" TO WS-SUB-CODE.
           MOVE WS-BOOK-NAME TO WS-SUB-VALUE.
           PERFORM 0520-ADD-SUBFIELD-BEGIN
              THRU 0520-ADD-SUBFIELD-END.
           IF WS-SERIES-NAME = SPACES AND WS-VOLUME-NUMBER > 0
               MOVE "n" TO WS-SUB-CODE
               MOVE WS-VOLUME-NUMBER TO WS-VOLUME-TEXT
               MOVE FUNCTION TRIM(WS-VOLUME-TEXT) TO WS-SUB-VALUE
               PERFORM 0520-ADD-SUBFIELD-BEGIN
                  THRU 0520-ADD-SUBFIELD-END
           END-IF.
           PERFORM 0550-END-FIELD-BEGIN
              THRU 0550-END-FIELD-END.

           MOVE "264" TO WS-FIELD-TAG.
           MOVE " 1" TO WS-FIELD-INDICATORS.
           PERFORM 0510-START-FIELD-BEGIN
              THRU 0510-START-FIELD-END.
           MOVE "b" TO WS-SUB-CODE.
           MOVE WS-EDIT-NAME TO WS-SUB-VALUE.
           PERFORM 0520-ADD-SUBFIELD-BEGIN
              THRU 0520-ADD-SUBFIELD-END.
           MOVE "c" TO WS-SUB-CODE.
           MOVE WS-YEAR TO WS-SUB-VALUE.
           PERFORM 0520-ADD-SUBFIELD-BEGIN
              THRU 0520-ADD-SUBFIELD-END.
           PERFORM 0550-END-FIELD-BEGIN
              THRU 0550-END-FIELD-END.

           IF WS-SERIES-NAME NOT = SPACES
               MOVE "490" TO WS-FIELD-TAG
               MOVE "0 " TO WS-FIELD-INDICATORS
               PERFORM 0510-START-FIELD-BEGIN
                  THRU 0510-START-FIELD-END
               MOVE "a" TO WS-SUB-CODE
               MOVE WS-SERIES-NAME TO WS-SUB-VALUE
               PERFORM 0520-ADD-SUBFIELD-BEGIN
                  THRU 0520-ADD-SUBFIELD-END
               IF WS-VOLUME-NUMBER > 0
                   MOVE "v" TO WS-SUB-CODE
                   MOVE WS-VOLUME-NUMBER TO WS-VOLUME-TEXT
                   MOVE FUNCTION TRIM(WS-VOLUME-TEXT) TO WS-SUB-VALUE
                   PERFORM 0520-ADD-SUBFIELD-BEGIN
                      THRU 0520-ADD-SUBFIELD-END
               END-IF
               PERFORM 0550-END-FIELD-BEGIN
                  THRU 0550-END-FIELD-END
           END-IF.

      *    a language with no code in the table still goes out, as
      *    a free-text note, and is listed for the table's upkeep
           IF WS-008-LANGUAGE = "und" AND WS-LANGUAGE NOT = SPACES
               MOVE "546" TO WS-FIELD-TAG
               MOVE "  " TO WS-FIELD-INDICATORS
               PERFORM 0510-START-FIELD-BEGIN
                  THRU 0510-START-FIELD-END
               MOVE "a" TO WS-SUB-CODE
               MOVE WS-LANGUAGE TO WS-SUB-VALUE
               PERFORM 0520-ADD-SUBFIELD-BEGIN
                  THRU 0520-ADD-SUBFIELD-END
               PERFORM 0550-END-FIELD-BEGIN
                  THRU 0550-END-FIELD-END
               MOVE SPACES TO WS-XWALK-TEXT
               STRING "language '" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LANGUAGE) DELIMITED BY SIZE
                      "' has no code, sent as 546 note"
                      DELIMITED BY SIZE
               INTO WS-XWALK-TEXT
               PERFORM 0700-NOTE-UNMAPPED-BEGIN
                  THRU 0700-NOTE-UNMAPPED-END
           END-IF.

           PERFORM 0200-ADD-SUBJECTS-BEGIN
              THRU 0200-ADD-SUBJECTS-END.

           MOVE "655" TO WS-FIELD-TAG.
           MOVE " 4" TO WS-FIELD-INDICATORS.
           PERFORM 0510-START-FIELD-BEGIN
              THRU 0510-START-FIELD-END.
           MOVE "a" TO WS-SUB-CODE.
           MOVE WS-TYPE-NAME TO WS-SUB-VALUE.
           PERFORM 0520-ADD-SUBFIELD-BEGIN
              THRU 0520-ADD-SUBFIELD-END.
           PERFORM 0550-END-FIELD-BEGIN
              THRU 0550-END-FIELD-END.

           PERFORM 0300-ADD-COAUTHORS-BEGIN
              THRU 0300-ADD-COAUTHORS-END.

           PERFORM 0400-ADD-HOLDINGS-BEGIN
              THRU 0400-ADD-HOLDINGS-END.

           IF WS-WORK-ID NOT = 0
               MOVE "books.work_id (edition grouping)"
                   TO WS-XWALK-TEXT
               PERFORM 0700-NOTE-UNMAPPED-BEGIN
                  THRU 0700-NOTE-UNMAPPED-END
           END-IF.
       0100-BUILD-RECORD-END.

      *    008 for books : date entered, single date, audience at
      *    position 22 and the language code at 35-37
       0150-BUILD-008-BEGIN.
           MOVE WS-TODAY(3:6) TO WS-008-ENTERED.
           MOVE WS-YEAR TO WS-008-DATE1.

           EVALUATE WS-AUDIENCE
               WHEN "A"
                   MOVE "e" TO WS-008-AUDIENCE
               WHEN "T"
                   MOVE "d" TO WS-008-AUDIENCE
               WHEN "C"
                   MOVE "j" TO WS-008-AUDIENCE
               WHEN OTHER
                   MOVE SPACE TO WS-008-AUDIENCE
           END-EVALUATE.

           MOVE "und" TO WS-008-LANGUAGE.
           PERFORM VARYING WS-MARC-LANG-IDX FROM 1 BY 1
                   UNTIL WS-MARC-LANG-IDX > WS-MARC-LANG-MAX
               IF FUNCTION UPPER-CASE(WS-LANGUAGE)
                      = WS-MARC-LANG-NAME(WS-MARC-LANG-IDX)
                  OR FUNCTION LOWER-CASE(WS-LANGUAGE)
                      = WS-MARC-LANG-CODE(WS-MARC-LANG-IDX)
                   MOVE WS-MARC-LANG-CODE(WS-MARC-LANG-IDX)
                       TO WS-008-LANGUAGE
               END-IF
           END-PERFORM.

           MOVE "008" TO WS-FIELD-TAG.
           MOVE WS-MARC-008 TO WS-FIELD-TEXT.
           MOVE 40 TO WS-FIELD-LENGTH.
           PERFORM 0550-END-FIELD-BEGIN
              THRU 0550-END-FIELD-END.
       0150-BUILD-008-END.

      *    inverted form, "Last, First"
       0160-FORMAT-NAME-BEGIN.
           MOVE SPACES TO WS-SUB-VALUE.
           IF WS-AUTH-FNAME = SPACES
               MOVE WS-AUTH-LNAME TO WS-SUB-VALUE
           ELSE
               STRING FUNCTION TRIM(WS-AUTH-LNAME) DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AUTH-FNAME) DELIMITED BY SIZE
               INTO WS-SUB-VALUE
           END-IF.
       0160-FORMAT-NAME-END.

       0200-ADD-SUBJECTS-BEGIN.
           SET WS-SUB-EOF-N TO TRUE.

       EXEC SQL OPEN marc_subject_cursor END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-SUB-EOF-Y

       EXEC SQL
           FETCH marc_subject_cursor
           INTO :WS-SUBJECT-NAME
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-SUB-EOF-Y TO TRUE
               ELSE
                   MOVE "650" TO WS-FIELD-TAG
                   MOVE " 4" TO WS-FIELD-INDICATORS
                   PERFORM 0510-START-FIELD-BEGIN
                      THRU 0510-START-FIELD-END
                   MOVE "a" TO WS-SUB-CODE
                   MOVE WS-SUBJECT-NAME TO WS-SUB-VALUE
                   PERFORM 0520-ADD-SUBFIELD-BEGIN
                      THRU 0520-ADD-SUBFIELD-END
                   PERFORM 0550-END-FIELD-BEGIN
                      THRU 0550-END-FIELD-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE marc_subject_cursor END-EXEC.
       0200-ADD-SUBJECTS-END.

       0300-ADD-COAUTHORS-BEGIN.
           SET WS-SUB-EOF-N TO TRUE.

       EXEC SQL OPEN marc_coauthor_cursor END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-SUB-EOF-Y

       EXEC SQL
           FETCH marc_coauthor_cursor
           INTO :WS-AUTH-LNAME, :WS-AUTH-FNAME
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-SUB-EOF-Y TO TRUE
               ELSE
                   MOVE "700" TO WS-FIELD-TAG
                   MOVE "1 " TO WS-FIELD-INDICATORS
                   PERFORM 0510-START-FIELD-BEGIN
                      THRU 0510-START-FIELD-END
                   MOVE "a" TO WS-SUB-CODE
                   PERFORM 0160-FORMAT-NAME-BEGIN
                      THRU 0160-FORMAT-NAME-END
                   PERFORM 0520-ADD-SUBFIELD-BEGIN
                      THRU 0520-ADD-SUBFIELD-END
                   PERFORM 0550-END-FIELD-BEGIN
                      THRU 0550-END-FIELD-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE marc_coauthor_cursor END-EXEC.
       0300-ADD-COAUTHORS-END.

      *    one 852 per copy : branch, shelf location, call number
      *    and barcode ; first indicator 1 for a Dewey call number,
      *    8 for our lettered classes
       0400-ADD-HOLDINGS-BEGIN.
           SET WS-SUB-EOF-N TO TRUE.

       EXEC SQL OPEN marc_holding_cursor END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-SUB-EOF-Y

       EXEC SQL
           FETCH marc_holding_cursor
           INTO :WS-COPY-BARCODE, :WS-BRANCH-CODE, :WS-PIECE-COUNT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-SUB-EOF-Y TO TRUE
               ELSE
                   PERFORM 0450-ADD-ONE-HOLDING-BEGIN
                      THRU 0450-ADD-ONE-HOLDING-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE marc_holding_cursor END-EXEC.
       0400-ADD-HOLDINGS-END.

       0450-ADD-ONE-HOLDING-BEGIN.
           MOVE "852" TO WS-FIELD-TAG.
           IF WS-CLASS-NUMBER(1:1) IS NUMERIC
               MOVE "1 " TO WS-FIELD-INDICATORS
           ELSE
               MOVE "8 " TO WS-FIELD-INDICATORS
           END-IF.
           PERFORM 0510-START-FIELD-BEGIN
              THRU 0510-START-FIELD-END.
           MOVE "b" TO WS-SUB-CODE.
           MOVE WS-BRANCH-CODE TO WS-SUB-VALUE.
           PERFORM 0520-ADD-SUBFIELD-BEGIN
              THRU 0520-ADD-SUBFIELD-END.
           MOVE "c" TO WS-SUB-CODE.
           MOVE WS-SHELF-LOCATION TO WS-SUB-VALUE.
           PERFORM 0520-ADD-SUBFIELD-BEGIN
              THRU 0520-ADD-SUBFIELD-END.
           MOVE "h" TO WS-SUB-CODE.
           MOVE WS-CLASS-NUMBER TO WS-SUB-VALUE.
           PERFORM 0520-ADD-SUBFIELD-BEGIN
              THRU 0520-ADD-SUBFIELD-END.
           MOVE "i" TO WS-SUB-CODE.
           MOVE WS-CUTTER TO WS-SUB-VALUE.
           PERFORM 0520-ADD-SUBFIELD-BEGIN
              THRU 0520-ADD-SUBFIELD-END.
           MOVE "p" TO WS-SUB-CODE.
           MOVE WS-COPY-BARCODE TO WS-SUB-VALUE.
           PERFORM 0520-ADD-SUBFIELD-BEGIN
              THRU 0520-ADD-SUBFIELD-END.
           PERFORM 0550-END-FIELD-BEGIN
              THRU 0550-END-FIELD-END.
           ADD 1 TO WS-HOLDING-COUNT.

           IF WS-PIECE-COUNT > 1
               MOVE "copies.piece_count/contents (kit make-up)"
                   TO WS-XWALK-TEXT
               PERFORM 0700-NOTE-UNMAPPED-BEGIN
                  THRU 0700-NOTE-UNMAPPED-END
           END-IF.
       0450-ADD-ONE-HOLDING-END.

       0510-START-FIELD-BEGIN.
           MOVE SPACES TO WS-FIELD-TEXT.
           MOVE WS-FIELD-INDICATORS TO WS-FIELD-TEXT(1:2).
           MOVE 2 TO WS-FIELD-LENGTH.
       0510-START-FIELD-END.

      *    a blank value makes no subfield at all
       0520-ADD-SUBFIELD-BEGIN.
           IF WS-SUB-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-SUB-LENGTH.
           INSPECT FUNCTION REVERSE(WS-SUB-VALUE)
               TALLYING WS-SUB-LENGTH FOR LEADING SPACES.
           COMPUTE WS-SUB-LENGTH = 100 - WS-SUB-LENGTH.

           IF WS-FIELD-LENGTH + WS-SUB-LENGTH + 2 > WS-FIELD-MAX
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MARC-SUBFIELD-MARK
               TO WS-FIELD-TEXT(WS-FIELD-LENGTH + 1:1).
           MOVE WS-SUB-CODE TO WS-FIELD-TEXT(WS-FIELD-LENGTH + 2:1).
           MOVE WS-SUB-VALUE(1:WS-SUB-LENGTH)
               TO WS-FIELD-TEXT(WS-FIELD-LENGTH + 3:WS-SUB-LENGTH).
           COMPUTE WS-FIELD-LENGTH =
               WS-FIELD-LENGTH + WS-SUB-LENGTH + 2.
       0520-ADD-SUBFIELD-END.

      *    the field joins the data area with its terminator and
      *    gets its directory entry ; a data field that ended up
      *    with no subfield is dropped, as is anything past the
      *    record's room
       0550-END-FIELD-BEGIN.
           IF WS-FIELD-TAG >= "010" AND WS-FIELD-LENGTH <= 2
               EXIT PARAGRAPH
           END-IF.

           IF WS-DATA-LENGTH + WS-FIELD-LENGTH + 1 > WS-DATA-MAX
              OR WS-DIR-LENGTH + 12 > WS-DIR-MAX
               MOVE SPACES TO WS-XWALK-TEXT
               STRING "field " DELIMITED BY SIZE
                      WS-FIELD-TAG DELIMITED BY SIZE
                      " dropped, record full" DELIMITED BY SIZE
               INTO WS-XWALK-TEXT
               PERFORM 0700-NOTE-UNMAPPED-BEGIN
                  THRU 0700-NOTE-UNMAPPED-END
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FIELD-TAG TO WS-DIR-TAG.
           COMPUTE WS-DIR-FIELD-LENGTH = WS-FIELD-LENGTH + 1.
           MOVE WS-DATA-LENGTH TO WS-DIR-START.
           MOVE WS-DIR-ENTRY TO WS-MARC-DIRECTORY(WS-DIR-LENGTH + 1:12).
           ADD 12 TO WS-DIR-LENGTH.

           MOVE WS-FIELD-TEXT(1:WS-FIELD-LENGTH)
               TO WS-MARC-DATA(WS-DATA-LENGTH + 1:WS-FIELD-LENGTH).
           ADD WS-FIELD-LENGTH TO WS-DATA-LENGTH.
           ADD 1 TO WS-DATA-LENGTH.
           MOVE WS-MARC-FIELD-END TO WS-MARC-DATA(WS-DATA-LENGTH:1).
       0550-END-FIELD-END.

      *    base address : leader, directory and its terminator
       0600-WRITE-RECORD-BEGIN.
           COMPUTE WS-LDR-BASE = 24 + WS-DIR-LENGTH + 1.
           COMPUTE WS-LDR-LENGTH = WS-LDR-BASE + WS-DATA-LENGTH + 1.

           MOVE SPACES TO WS-MARC-RECORD.
           MOVE WS-MARC-LEADER TO WS-MARC-RECORD(1:24).
           MOVE WS-MARC-DIRECTORY(1:WS-DIR-LENGTH)
               TO WS-MARC-RECORD(25:WS-DIR-LENGTH).
           MOVE WS-MARC-FIELD-END TO WS-MARC-RECORD(WS-LDR-BASE:1).
           MOVE WS-MARC-DATA(1:WS-DATA-LENGTH)
               TO WS-MARC-RECORD(WS-LDR-BASE + 1:WS-DATA-LENGTH).
           MOVE WS-MARC-RECORD-END
               TO WS-MARC-RECORD(WS-LDR-LENGTH:1).

           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-LDR-LENGTH
               WRITE F-MARC-BYTE FROM WS-MARC-RECORD(WS-BYTE-IDX:1)
           END-PERFORM.

           ADD 1 TO WS-WRITE-COUNT.
       0600-WRITE-RECORD-END.

       0700-NOTE-UNMAPPED-BEGIN.
           MOVE "NOTE" TO WS-XWALK-REQUEST.
           CALL "marcxwlk" USING
               WS-XWALK-REQUEST
               WS-XWALK-TEXT
           END-CALL.
       0700-NOTE-UNMAPPED-END.
