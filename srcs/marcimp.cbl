       IDENTIFICATION DIVISION.
       PROGRAM-ID. marcimp.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ISO 2709 carries its own terminators and no line ends :
      *    the file is read, and rejects written, one byte per
      *    record
           SELECT OPTIONAL F-MARC
               ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.
           SELECT OPTIONAL F-REJECT
               ASSIGN TO DISK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-R-STATUS.
           SELECT OPTIONAL F-CHECKPOINT
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD F-MARC
           VALUE OF FILE-ID IS WS-FILE-NAME.
       01 F-MARC-BYTE            PIC X(01).

       FD F-REJECT
           VALUE OF FILE-ID IS WS-REJECT-FILE-NAME.
       01 F-REJECT-BYTE          PIC X(01).

       FD F-CHECKPOINT
           VALUE OF FILE-ID IS WS-CHECKPOINT-FILE-NAME.
       01 F-CHECKPOINT-RCD        PIC 9(08).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 WS-BOOK-ID           PIC 9(10).
       01 WS-FIND-ISBN         PIC X(13).
       01 WS-CUR-NAME          PIC X(50).
       01 WS-CUR-YEAR          PIC X(04).
       01 WS-CUR-AUTHOR-ID     PIC 9(10).
       01 WS-CUR-EDITOR-ID     PIC 9(10).
       01 WS-CUR-TYPE-ID       PIC 9(10).
       01 WS-CUR-COPIES-TOTAL  PIC 9(05).
       01 WS-CUR-SHELF-LOCATION PIC X(10).
       01 WS-CUR-LANGUAGE      PIC X(20).
       01 WS-CUR-SERIES-NAME   PIC X(50).
       01 WS-CUR-VOLUME-NUMBER PIC 9(05).
       01 WS-CUR-CLASS-NUMBER  PIC X(12).
       01 WS-CUR-CUTTER        PIC X(10).
       01 WS-CUR-VERSION       PIC 9(05).
       EXEC SQL END DECLARE SECTION END-EXEC.

       COPY marcctl.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.
           88 WS-F-STATUS-OPEN-ERROR   VALUE '05'.
           88 WS-F-STATUS-EOF          VALUE '10'.

       01 WS-R-STATUS         PIC X(2).
           88 WS-R-STATUS-OK           VALUE '00'.

       01 WS-CKPT-STATUS      PIC X(2).
           88 WS-CKPT-STATUS-OK        VALUE '00'.

       01 WS-FOLDER-NAME      PIC X(20) VALUE "input/".
       01 WS-FILE-NAME        PIC X(40).

       01 WS-REJECT-FOLDER-NAME PIC X(20) VALUE "reject/".
       01 WS-REJECT-FILE-NAME   PIC X(40).

       01 WS-CHECKPOINT-FOLDER-NAME PIC X(20) VALUE "checkpoint/".
       01 WS-CHECKPOINT-FILE-NAME   PIC X(40).

       01 WS-RECORD-COUNT     PIC 9(08) VALUE 0.
       01 WS-RESUME-COUNT     PIC 9(08) VALUE 0.

       01 WS-READ-COUNT       PIC 9(08) VALUE 0.
       01 WS-INSERT-COUNT     PIC 9(08) VALUE 0.
       01 WS-UPDATE-COUNT     PIC 9(08) VALUE 0.
       01 WS-SKIP-COUNT       PIC 9(08) VALUE 0.

       01 WS-RESUME-ANSWER    PIC X   VALUE "n".
           88 WS-RESUME-ANSWER-Y       VALUE "Y".

       01 WS-MIN-YEAR          PIC 9(04) VALUE 1450.
       01 WS-MAX-YEAR          PIC 9(04).
       01 WS-TODAY-DATE        PIC 9(08).

       01 WS-REJECT-SWITCH    PIC X   VALUE "n".
           88 WS-REJECT-N              VALUE "n".
           88 WS-REJECT-Y              VALUE "Y".

       01 WS-EXISTING-SWITCH  PIC X   VALUE "n".
           88 WS-EXISTING-N            VALUE "n".
           88 WS-EXISTING-Y            VALUE "Y".

       01 WS-TYPE-CREATED-SWITCH PIC X VALUE "n".
           88 WS-TYPE-CREATED-Y        VALUE "Y".
       01 WS-AUTH-CREATED-SWITCH PIC X VALUE "n".
           88 WS-AUTH-CREATED-Y        VALUE "Y".
       01 WS-MAIN-CREATED-SWITCH PIC X VALUE "n".
           88 WS-MAIN-CREATED-Y        VALUE "Y".
       01 WS-EDIT-CREATED-SWITCH PIC X VALUE "n".
           88 WS-EDIT-CREATED-Y        VALUE "Y".

       01 WS-COMMIT-SWITCH    PIC X(01) VALUE "N".
       01 WS-COPY-COST        PIC 9(05)V99 VALUE 0.
       01 WS-COPY-SOURCE      PIC X(01) VALUE "C".
       01 WS-DEFAULT-LOAN-DAYS PIC 9(03) VALUE 14.
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.

      *    one raw record, terminator included, as read
       01 WS-MARC-RECORD      PIC X(30000).
       01 WS-REC-LENGTH       PIC 9(05).
       01 WS-REC-MAX          PIC 9(05) VALUE 30000.
       01 WS-BYTE-IDX         PIC 9(05).
       01 WS-CR               PIC X(01) VALUE X"0D".
       01 WS-LF               PIC X(01) VALUE X"0A".

       01 WS-REC-END-SWITCH   PIC X   VALUE "n".
           88 WS-REC-END-N             VALUE "n".
           88 WS-REC-END-Y             VALUE "Y".
       01 WS-TOO-LONG-SWITCH  PIC X   VALUE "n".
           88 WS-TOO-LONG-N            VALUE "n".
           88 WS-TOO-LONG-Y            VALUE "Y".

       01 WS-LDR-LENGTH       PIC 9(05).
       01 WS-LDR-BASE         PIC 9(05).
       01 WS-LDR-TYPE         PIC X(01).

       01 WS-DIR-ENTRY.
           05 WS-DIR-TAG          PIC X(03).
           05 WS-DIR-FIELD-LENGTH PIC 9(04).
           05 WS-DIR-START        PIC 9(05).
       01 WS-DIR-COUNT        PIC 9(04).
       01 WS-DIR-IDX          PIC 9(04).
       01 WS-DIR-POS          PIC 9(05).

       01 WS-FIELD-POS        PIC 9(05).
       01 WS-FIELD-LENGTH     PIC 9(05).
       01 WS-FIELD-TEXT       PIC X(1000).

       01 WS-SUBFIELDS.
           05 WS-SUBFIELD     OCCURS 12 TIMES PIC X(200).
       01 WS-SUBFIELD-COUNT   PIC 9(02).
       01 WS-SUBFIELD-IDX     PIC 9(02).
       01 WS-SUB-CODE         PIC X(01).
       01 WS-SUB-VALUE        PIC X(200).
       01 WS-SUB-LENGTH       PIC 9(03).
       01 WS-SUB-PART1        PIC X(200).
       01 WS-SUB-PART2        PIC X(200).

       01 WS-NUM-IDX          PIC 9(03).
       01 WS-NUM-DIGITS       PIC 9(02).
       01 WS-NUM-TEXT         PIC X(05).
       01 WS-NUM-VALUE        PIC 9(05).

      *    what the record said, before it meets the catalogue
       01 WS-ISBN-RAW          PIC X(17).
       01 WS-ISBN              PIC X(13).
       01 WS-BOOK-NAME         PIC X(50).
       01 WS-AUTH-NAME         PIC X(25).
       01 WS-AUTH-FNAME        PIC X(25).
       01 WS-TYPE              PIC X(20).
       01 WS-YEAR-TEXT         PIC X(04).
       01 WS-YEAR              PIC 9(04).
       01 WS-PUB-YEAR-TEXT     PIC X(04).
       01 WS-EDIT-NAME         PIC X(25).
       01 WS-COPIES-TOTAL      PIC 9(05).
       01 WS-SHELF-LOCATION    PIC X(10).
       01 WS-LANG-CODE         PIC X(03).
       01 WS-LANG-NOTE         PIC X(20).
       01 WS-LANGUAGE          PIC X(20).
       01 WS-SERIES-NAME       PIC X(50).
       01 WS-VOLUME-NUMBER     PIC 9(05).
       01 WS-CLASS-RAW         PIC X(12).
       01 WS-CLASS-NUMBER      PIC X(12).
       01 WS-CUTTER            PIC X(10).
       01 WS-HOLDING-COUNT     PIC 9(05).

       01 WS-COAUTH-COUNT      PIC 9(02).
       01 WS-COAUTH-MAX        PIC 9(02) VALUE 10.
       01 WS-COAUTH-IDX        PIC 9(02).
       01 WS-COAUTH-TABLE.
           05 WS-COAUTH OCCURS 10 TIMES.
              10 WS-COAUTH-NAME    PIC X(25).
              10 WS-COAUTH-FNAME   PIC X(25).
              10 WS-COAUTH-ID      PIC 9(10).
              10 WS-COAUTH-CREATED PIC X(01).

       01 WS-SUBJECT-COUNT     PIC 9(02).
       01 WS-SUBJECT-MAX       PIC 9(02) VALUE 20.
       01 WS-SUBJECT-IDX       PIC 9(02).
       01 WS-SUBJECT-TABLE.
           05 WS-SUBJECT-NAME  OCCURS 20 TIMES PIC X(30).

       01 WS-MAIN-AUTHOR-ID    PIC 9(10).
       01 WS-TYPE-ID           PIC 9(10).
       01 WS-AUTHOR-ID         PIC 9(10).
       01 WS-EDITOR-ID         PIC 9(10).

       01 WS-SUBJ-REQUEST      PIC X(04) VALUE "TAG ".
       01 WS-SUBJ-NAME         PIC X(30).

       01 WS-REJECT-REASON     PIC X(60).

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-BUSINESS-DATE    PIC X(08).

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "marcimp".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-XWALK-REQUEST    PIC X(04).
       01 WS-XWALK-TEXT       PIC X(60).

       LINKAGE SECTION.
       01 LK-FILE-NAME        PIC X(20).
       01 LK-AUTO-SWITCH      PIC X(01).
           88 LK-AUTO-Y               VALUE "Y".
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    MARC 21 bibliographic records from the regional service
      *    or a supplier, loaded through the same checks as the
      *    flat-file load : an ISBN already in the catalogue is
      *    updated (fields the record does not carry keep their
      *    current value), any other ISBN is created with one copy
      *    per 852 holding.  Records that fail go whole to the
      *    reject file ; tags with no catalogue column go on the
      *    cross-walk report
       PROCEDURE DIVISION USING LK-FILE-NAME,
                                LK-AUTO-SWITCH,
                                LK-RETURN-VALUE.

           STRING WS-FOLDER-NAME LK-FILE-NAME DELIMITED BY SPACE
           INTO WS-FILE-NAME.

           STRING WS-REJECT-FOLDER-NAME LK-FILE-NAME DELIMITED BY SPACE
           INTO WS-REJECT-FILE-NAME.

           STRING WS-CHECKPOINT-FOLDER-NAME LK-FILE-NAME
               DELIMITED BY SPACE
           INTO WS-CHECKPOINT-FILE-NAME.

           OPEN INPUT F-MARC.

           IF WS-F-STATUS-OPEN-ERROR THEN
               DISPLAY "Error, file " QUOTES FUNCTION TRIM(WS-FILE-NAME)
                       QUOTES " does not exist"
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           OPEN OUTPUT F-REJECT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE(1:4) TO WS-MAX-YEAR.

           MOVE "DEFAULT-LOAN-DAYS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-DEFAULT-LOAN-DAYS
           END-IF.

      *    several files from several sources in one day is normal
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

           MOVE "OPEN" TO WS-XWALK-REQUEST.
           MOVE SPACES TO WS-XWALK-TEXT.
           STRING "MARC import cross-walk, fields not mapped, "
                  DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
           INTO WS-XWALK-TEXT.
           CALL "marcxwlk" USING
               WS-XWALK-REQUEST
               WS-XWALK-TEXT
           END-CALL.

           PERFORM 0650-READ-CHECKPOINT-BEGIN
              THRU 0650-READ-CHECKPOINT-END.

           PERFORM UNTIL WS-F-STATUS-EOF
               PERFORM 0100-READ-RECORD-BEGIN
                  THRU 0100-READ-RECORD-END
               IF WS-REC-LENGTH > 0
                   ADD 1 TO WS-RECORD-COUNT
                   IF WS-RECORD-COUNT > WS-RESUME-COUNT THEN
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 0200-PUT-RECORD-IN-DB-BEGIN
                          THRU 0200-PUT-RECORD-IN-DB-END
                       PERFORM 0700-WRITE-CHECKPOINT-BEGIN
                          THRU 0700-WRITE-CHECKPOINT-END
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE F-MARC.
           CLOSE F-REJECT.

           MOVE 0 TO WS-RECORD-COUNT.
           PERFORM 0700-WRITE-CHECKPOINT-BEGIN
              THRU 0700-WRITE-CHECKPOINT-END.

           MOVE "CLOS" TO WS-XWALK-REQUEST.
           MOVE SPACES TO WS-XWALK-TEXT.
           CALL "marcxwlk" USING
               WS-XWALK-REQUEST
               WS-XWALK-TEXT
           END-CALL.

           SET LK-RETURN-OK TO TRUE.
      *    as for the flat-file load, rejected records are not a
      *    step failure unless nothing at all went in
           IF WS-READ-COUNT > 0
               AND WS-INSERT-COUNT + WS-UPDATE-COUNT = 0
               AND WS-SKIP-COUNT = WS-READ-COUNT
               SET LK-RETURN-ERROR TO TRUE
           END-IF.

           DISPLAY "MARC file successfully imported."
           DISPLAY WS-READ-COUNT   " record(s) read, "
                   WS-INSERT-COUNT " book(s) inserted, "
                   WS-UPDATE-COUNT " book(s) updated, "
                   WS-SKIP-COUNT   " record(s) skipped.".

           COMPUTE WS-RUN-COUNT = WS-INSERT-COUNT + WS-UPDATE-COUNT.
           IF LK-RETURN-OK
               MOVE "OK" TO WS-RUN-STATUS
           ELSE
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF.
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

      *    bytes up to and including the record terminator ; line
      *    ends and blanks some senders put between records are
      *    dropped.  An over-long record is read through to its
      *    end and flagged
       0100-READ-RECORD-BEGIN.
           MOVE 0 TO WS-REC-LENGTH.
           SET WS-REC-END-N TO TRUE.
           SET WS-TOO-LONG-N TO TRUE.

           PERFORM UNTIL WS-REC-END-Y OR WS-F-STATUS-EOF
               READ F-MARC
                   AT END
                       SET WS-F-STATUS-EOF TO TRUE
                   NOT AT END
                       IF WS-REC-LENGTH = 0
                          AND (F-MARC-BYTE = WS-CR
                            OR F-MARC-BYTE = WS-LF
                            OR F-MARC-BYTE = SPACE)
                           CONTINUE
                       ELSE
                           IF WS-REC-LENGTH < WS-REC-MAX
                               ADD 1 TO WS-REC-LENGTH
                               MOVE F-MARC-BYTE
                                   TO WS-MARC-RECORD(WS-REC-LENGTH:1)
                           ELSE
                               SET WS-TOO-LONG-Y TO TRUE
                           END-IF
                           IF F-MARC-BYTE = WS-MARC-RECORD-END
                               SET WS-REC-END-Y TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       0100-READ-RECORD-END.

       0200-PUT-RECORD-IN-DB-BEGIN.
           SET WS-REJECT-N TO TRUE.
           SET WS-EXISTING-N TO TRUE.
           MOVE "n" TO WS-TYPE-CREATED-SWITCH.
           MOVE "n" TO WS-AUTH-CREATED-SWITCH.
           MOVE "n" TO WS-MAIN-CREATED-SWITCH.
           MOVE "n" TO WS-EDIT-CREATED-SWITCH.

           PERFORM 0210-PARSE-RECORD-BEGIN
              THRU 0210-PARSE-RECORD-END.

           IF WS-REJECT-N THEN
               PERFORM 0250-VALIDATE-BEGIN
                  THRU 0250-VALIDATE-END
           END-IF.

           IF WS-REJECT-N THEN
               PERFORM 0270-FIND-EXISTING-BEGIN
                  THRU 0270-FIND-EXISTING-END
           END-IF.

           IF WS-REJECT-N THEN
               PERFORM 0300-PUT-TYPE-BEGIN
                  THRU 0300-PUT-TYPE-END
           END-IF.

           IF WS-REJECT-N THEN
               PERFORM 0400-PUT-AUTHOR-BEGIN
                  THRU 0400-PUT-AUTHOR-END
               MOVE WS-AUTH-CREATED-SWITCH TO WS-MAIN-CREATED-SWITCH
               MOVE WS-AUTHOR-ID TO WS-MAIN-AUTHOR-ID
           END-IF.

           IF WS-REJECT-N THEN
               PERFORM 0500-PUT-EDITOR-BEGIN
                  THRU 0500-PUT-EDITOR-END
           END-IF.

           IF WS-REJECT-N THEN
               IF WS-EXISTING-Y
                   PERFORM 0550-PUT-COAUTHORS-BEGIN
                      THRU 0550-PUT-COAUTHORS-END
                   IF WS-REJECT-N THEN
                       PERFORM 0620-UPDATE-BOOK-BEGIN
                          THRU 0620-UPDATE-BOOK-END
                   END-IF
               ELSE
                   PERFORM 0600-CREATE-BOOK-BEGIN
                      THRU 0600-CREATE-BOOK-END
                   IF WS-REJECT-N THEN
                       PERFORM 0550-PUT-COAUTHORS-BEGIN
                          THRU 0550-PUT-COAUTHORS-END
                   END-IF
                   IF WS-REJECT-N THEN
                       EXEC SQL COMMIT END-EXEC
                   END-IF
               END-IF
           END-IF.

           IF WS-REJECT-N THEN
               PERFORM 0280-PUT-SUBJECTS-BEGIN
                  THRU 0280-PUT-SUBJECTS-END
               PERFORM 0290-WRITE-AUDIT-ENTRIES-BEGIN
                  THRU 0290-WRITE-AUDIT-ENTRIES-END
           END-IF.
       0200-PUT-RECORD-IN-DB-END.

      *    leader, then the directory entry by entry : each field
      *    sits base + start bytes into the record and its length
      *    counts its own terminator
       0210-PARSE-RECORD-BEGIN.
           MOVE SPACES TO WS-ISBN-RAW WS-BOOK-NAME WS-AUTH-NAME
                          WS-AUTH-FNAME WS-TYPE WS-YEAR-TEXT
                          WS-PUB-YEAR-TEXT WS-EDIT-NAME
                          WS-SHELF-LOCATION WS-LANG-CODE
                          WS-LANG-NOTE WS-LANGUAGE WS-SERIES-NAME
                          WS-CLASS-RAW WS-CLASS-NUMBER WS-CUTTER.
           MOVE 0 TO WS-VOLUME-NUMBER.
           MOVE 0 TO WS-HOLDING-COUNT.
           MOVE 0 TO WS-COAUTH-COUNT.
           MOVE 0 TO WS-SUBJECT-COUNT.
           MOVE SPACES TO WS-COAUTH-TABLE.
           MOVE SPACES TO WS-SUBJECT-TABLE.

           IF WS-TOO-LONG-Y
               MOVE "record longer than the import allows"
                   TO WS-REJECT-REASON
               PERFORM 1000-REJECT-RECORD-BEGIN
                  THRU 1000-REJECT-RECORD-END
               EXIT PARAGRAPH
           END-IF.

           IF WS-REC-LENGTH < 25
              OR WS-MARC-RECORD(1:5) NOT NUMERIC
              OR WS-MARC-RECORD(13:5) NOT NUMERIC
               MOVE "leader is not MARC 21" TO WS-REJECT-REASON
               PERFORM 1000-REJECT-RECORD-BEGIN
                  THRU 1000-REJECT-RECORD-END
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MARC-RECORD(1:5) TO WS-LDR-LENGTH.
           MOVE WS-MARC-RECORD(13:5) TO WS-LDR-BASE.
           MOVE WS-MARC-RECORD(7:1) TO WS-LDR-TYPE.

           IF WS-LDR-BASE < 25 OR WS-LDR-BASE >= WS-REC-LENGTH
              OR WS-MARC-RECORD(WS-LDR-BASE:1) NOT = WS-MARC-FIELD-END
               MOVE "directory does not end at the base address"
                   TO WS-REJECT-REASON
               PERFORM 1000-REJECT-RECORD-BEGIN
                  THRU 1000-REJECT-RECORD-END
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DIR-COUNT = (WS-LDR-BASE - 25) / 12.

           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
                   UNTIL WS-DIR-IDX > WS-DIR-COUNT
                      OR WS-REJECT-Y
               COMPUTE WS-DIR-POS = 25 + (WS-DIR-IDX - 1) * 12
               MOVE WS-MARC-RECORD(WS-DIR-POS:12) TO WS-DIR-ENTRY
               PERFORM 0220-EXTRACT-FIELD-BEGIN
                  THRU 0220-EXTRACT-FIELD-END
               IF WS-REJECT-N
                   PERFORM 0230-MAP-FIELD-BEGIN
                      THRU 0230-MAP-FIELD-END
               END-IF
           END-PERFORM.
       0210-PARSE-RECORD-END.

       0220-EXTRACT-FIELD-BEGIN.
           IF WS-DIR-FIELD-LENGTH NOT NUMERIC
              OR WS-DIR-START NOT NUMERIC
              OR WS-DIR-FIELD-LENGTH = 0
               MOVE "directory entry is not numeric"
                   TO WS-REJECT-REASON
               PERFORM 1000-REJECT-RECORD-BEGIN
                  THRU 1000-REJECT-RECORD-END
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-FIELD-POS = WS-LDR-BASE + WS-DIR-START + 1.
           COMPUTE WS-FIELD-LENGTH = WS-DIR-FIELD-LENGTH - 1.

           IF WS-FIELD-POS + WS-FIELD-LENGTH > WS-REC-LENGTH
               MOVE "field runs past the end of the record"
                   TO WS-REJECT-REASON
               PERFORM 1000-REJECT-RECORD-BEGIN
                  THRU 1000-REJECT-RECORD-END
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-FIELD-TEXT.
           IF WS-FIELD-LENGTH > 1000
               MOVE 1000 TO WS-FIELD-LENGTH
           END-IF.
           IF WS-FIELD-LENGTH > 0
               MOVE WS-MARC-RECORD(WS-FIELD-POS:WS-FIELD-LENGTH)
                   TO WS-FIELD-TEXT(1:WS-FIELD-LENGTH)
           END-IF.

      *    data fields : indicators first, then one entry per
      *    subfield, its code in the first byte
           MOVE SPACES TO WS-SUBFIELDS.
           MOVE 0 TO WS-SUBFIELD-COUNT.
           IF WS-DIR-TAG >= "010" AND WS-FIELD-LENGTH > 0
               UNSTRING WS-FIELD-TEXT(1:WS-FIELD-LENGTH)
                   DELIMITED BY WS-MARC-SUBFIELD-MARK
                   INTO WS-SUBFIELD(1)  WS-SUBFIELD(2)
                        WS-SUBFIELD(3)  WS-SUBFIELD(4)
                        WS-SUBFIELD(5)  WS-SUBFIELD(6)
                        WS-SUBFIELD(7)  WS-SUBFIELD(8)
                        WS-SUBFIELD(9)  WS-SUBFIELD(10)
                        WS-SUBFIELD(11) WS-SUBFIELD(12)
                   TALLYING IN WS-SUBFIELD-COUNT
               END-UNSTRING
           END-IF.
       0220-EXTRACT-FIELD-END.

      *    the cross-walk proper : which tag feeds which column
       0230-MAP-FIELD-BEGIN.
           EVALUATE WS-DIR-TAG
               WHEN "001"
               WHEN "003"
               WHEN "005"
                   CONTINUE
               WHEN "008"
                   IF WS-FIELD-TEXT(8:4) IS NUMERIC
                       MOVE WS-FIELD-TEXT(8:4) TO WS-YEAR-TEXT
                   END-IF
                   MOVE FUNCTION LOWER-CASE(WS-FIELD-TEXT(36:3))
                       TO WS-LANG-CODE
               WHEN "020"
                   IF WS-ISBN-RAW = SPACES
                       MOVE "a" TO WS-SUB-CODE
                       PERFORM 0560-GET-SUBFIELD-BEGIN
                          THRU 0560-GET-SUBFIELD-END
                       UNSTRING WS-SUB-VALUE DELIMITED BY SPACE
                           INTO WS-ISBN-RAW
                       END-UNSTRING
                   END-IF
               WHEN "041"
                   IF WS-LANG-CODE = SPACES OR WS-LANG-CODE = "und"
                       MOVE "a" TO WS-SUB-CODE
                       PERFORM 0560-GET-SUBFIELD-BEGIN
                          THRU 0560-GET-SUBFIELD-END
                       MOVE FUNCTION LOWER-CASE(WS-SUB-VALUE(1:3))
                           TO WS-LANG-CODE
                   END-IF
               WHEN "082"
                   IF WS-CLASS-RAW = SPACES
                       PERFORM 0240-MAP-DEWEY-BEGIN
                          THRU 0240-MAP-DEWEY-END
                   END-IF
               WHEN "100"
               WHEN "110"
                   IF WS-AUTH-NAME = SPACES
                       MOVE "a" TO WS-SUB-CODE
                       PERFORM 0560-GET-SUBFIELD-BEGIN
                          THRU 0560-GET-SUBFIELD-END
                       PERFORM 0570-SPLIT-NAME-BEGIN
                          THRU 0570-SPLIT-NAME-END
                       MOVE WS-SUB-PART1 TO WS-AUTH-NAME
                       MOVE WS-SUB-PART2 TO WS-AUTH-FNAME
                   END-IF
               WHEN "245"
                   PERFORM 0245-MAP-TITLE-BEGIN
                      THRU 0245-MAP-TITLE-END
               WHEN "260"
               WHEN "264"
                   IF WS-EDIT-NAME = SPACES
                       MOVE "b" TO WS-SUB-CODE
                       PERFORM 0560-GET-SUBFIELD-BEGIN
                          THRU 0560-GET-SUBFIELD-END
                       PERFORM 0580-STRIP-PUNCTUATION-BEGIN
                          THRU 0580-STRIP-PUNCTUATION-END
                       MOVE WS-SUB-VALUE TO WS-EDIT-NAME
                   END-IF
                   IF WS-PUB-YEAR-TEXT = SPACES
                       MOVE "c" TO WS-SUB-CODE
                       PERFORM 0560-GET-SUBFIELD-BEGIN
                          THRU 0560-GET-SUBFIELD-END
                       PERFORM VARYING WS-NUM-IDX FROM 1 BY 1
                               UNTIL WS-NUM-IDX > 197
                                  OR WS-PUB-YEAR-TEXT NOT = SPACES
                           IF WS-SUB-VALUE(WS-NUM-IDX:4) IS NUMERIC
                               MOVE WS-SUB-VALUE(WS-NUM-IDX:4)
                                   TO WS-PUB-YEAR-TEXT
                           END-IF
                       END-PERFORM
                   END-IF
               WHEN "440"
               WHEN "490"
               WHEN "800"
               WHEN "830"
                   IF WS-SERIES-NAME = SPACES
                       MOVE "a" TO WS-SUB-CODE
                       PERFORM 0560-GET-SUBFIELD-BEGIN
                          THRU 0560-GET-SUBFIELD-END
                       PERFORM 0580-STRIP-PUNCTUATION-BEGIN
                          THRU 0580-STRIP-PUNCTUATION-END
                       MOVE WS-SUB-VALUE TO WS-SERIES-NAME
                       MOVE "v" TO WS-SUB-CODE
                       PERFORM 0560-GET-SUBFIELD-BEGIN
                          THRU 0560-GET-SUBFIELD-END
                       PERFORM 0590-EXTRACT-NUMBER-BEGIN
                          THRU 0590-EXTRACT-NUMBER-END
                       IF WS-NUM-VALUE > 0
                           MOVE WS-NUM-VALUE TO WS-VOLUME-NUMBER
                       END-IF
                   END-IF
               WHEN "546"
                   IF WS-LANG-NOTE = SPACES
                       MOVE "a" TO WS-SUB-CODE
                       PERFORM 0560-GET-SUBFIELD-BEGIN
                          THRU 0560-GET-SUBFIELD-END
                       PERFORM 0580-STRIP-PUNCTUATION-BEGIN
                          THRU 0580-STRIP-PUNCTUATION-END
                       MOVE WS-SUB-VALUE TO WS-LANG-NOTE
                   END-IF
               WHEN "600"
               WHEN "610"
               WHEN "650"
               WHEN "651"
                   MOVE "a" TO WS-SUB-CODE
                   PERFORM 0560-GET-SUBFIELD-BEGIN
                      THRU 0560-GET-SUBFIELD-END
                   PERFORM 0580-STRIP-PUNCTUATION-BEGIN
                      THRU 0580-STRIP-PUNCTUATION-END
                   IF WS-SUB-VALUE NOT = SPACES
                      AND WS-SUBJECT-COUNT < WS-SUBJECT-MAX
                       ADD 1 TO WS-SUBJECT-COUNT
                       MOVE WS-SUB-VALUE
                           TO WS-SUBJECT-NAME(WS-SUBJECT-COUNT)
                   END-IF
               WHEN "655"
                   IF WS-TYPE = SPACES
                       MOVE "a" TO WS-SUB-CODE
                       PERFORM 0560-GET-SUBFIELD-BEGIN
                          THRU 0560-GET-SUBFIELD-END
                       PERFORM 0580-STRIP-PUNCTUATION-BEGIN
                          THRU 0580-STRIP-PUNCTUATION-END
                       MOVE WS-SUB-VALUE TO WS-TYPE
                   END-IF
               WHEN "700"
               WHEN "710"
                   MOVE "a" TO WS-SUB-CODE
                   PERFORM 0560-GET-SUBFIELD-BEGIN
                      THRU 0560-GET-SUBFIELD-END
                   IF WS-SUB-VALUE NOT = SPACES
                      AND WS-COAUTH-COUNT < WS-COAUTH-MAX
                       PERFORM 0570-SPLIT-NAME-BEGIN
                          THRU 0570-SPLIT-NAME-END
                       ADD 1 TO WS-COAUTH-COUNT
                       MOVE WS-SUB-PART1
                           TO WS-COAUTH-NAME(WS-COAUTH-COUNT)
                       MOVE WS-SUB-PART2
                           TO WS-COAUTH-FNAME(WS-COAUTH-COUNT)
                   END-IF
               WHEN "852"
                   PERFORM 0260-MAP-HOLDING-BEGIN
                      THRU 0260-MAP-HOLDING-END
               WHEN OTHER
                   MOVE SPACES TO WS-XWALK-TEXT
                   STRING "tag " DELIMITED BY SIZE
                          WS-DIR-TAG DELIMITED BY SIZE
                          " has no catalogue column"
                          DELIMITED BY SIZE
                   INTO WS-XWALK-TEXT
                   PERFORM 0800-NOTE-UNMAPPED-BEGIN
                      THRU 0800-NOTE-UNMAPPED-END
           END-EVALUATE.
       0230-MAP-FIELD-END.

      *    segmentation marks (/) and primes (') come out ; what is
      *    left must still look like Dewey to be kept
       0240-MAP-DEWEY-BEGIN.
           MOVE "a" TO WS-SUB-CODE.
           PERFORM 0560-GET-SUBFIELD-BEGIN
              THRU 0560-GET-SUBFIELD-END.

           MOVE 0 TO WS-NUM-DIGITS.
           PERFORM VARYING WS-NUM-IDX FROM 1 BY 1
                   UNTIL WS-NUM-IDX > 200
                      OR WS-SUB-VALUE(WS-NUM-IDX:1) = SPACE
                      OR WS-NUM-DIGITS >= 12
               IF WS-SUB-VALUE(WS-NUM-IDX:1) NOT = "/"
                  AND WS-SUB-VALUE(WS-NUM-IDX:1) NOT = "'"
                   ADD 1 TO WS-NUM-DIGITS
                   MOVE WS-SUB-VALUE(WS-NUM-IDX:1)
                       TO WS-CLASS-RAW(WS-NUM-DIGITS:1)
               END-IF
           END-PERFORM.

           CALL "clsnorm" USING
               WS-CLASS-RAW
               WS-CLASS-NUMBER
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               MOVE SPACES TO WS-CLASS-NUMBER
               MOVE "082 class number not in Dewey form"
                   TO WS-XWALK-TEXT
               PERFORM 0800-NOTE-UNMAPPED-BEGIN
                  THRU 0800-NOTE-UNMAPPED-END
           END-IF.
       0240-MAP-DEWEY-END.

      *    title proper, with the remainder after " : " ; a part
      *    number stands in for the volume when there is no series
       0245-MAP-TITLE-BEGIN.
           IF WS-BOOK-NAME NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE "a" TO WS-SUB-CODE.
           PERFORM 0560-GET-SUBFIELD-BEGIN
              THRU 0560-GET-SUBFIELD-END.
           PERFORM 0580-STRIP-PUNCTUATION-BEGIN
              THRU 0580-STRIP-PUNCTUATION-END.
           MOVE WS-SUB-VALUE TO WS-SUB-PART1.

           MOVE "b" TO WS-SUB-CODE.
           PERFORM 0560-GET-SUBFIELD-BEGIN
              THRU 0560-GET-SUBFIELD-END.
           PERFORM 0580-STRIP-PUNCTUATION-BEGIN
              THRU 0580-STRIP-PUNCTUATION-END.

           IF WS-SUB-VALUE NOT = SPACES
               MOVE WS-SUB-PART1 TO WS-SUB-PART2
               MOVE SPACES TO WS-SUB-PART1
               STRING FUNCTION TRIM(WS-SUB-PART2) DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUB-VALUE) DELIMITED BY SIZE
               INTO WS-SUB-PART1
               END-STRING
           END-IF.

           MOVE WS-SUB-PART1 TO WS-BOOK-NAME.
           IF WS-SUB-PART1(51:150) NOT = SPACES
               MOVE "245 title longer than 50, truncated"
                   TO WS-XWALK-TEXT
               PERFORM 0800-NOTE-UNMAPPED-BEGIN
                  THRU 0800-NOTE-UNMAPPED-END
           END-IF.

           MOVE "n" TO WS-SUB-CODE.
           PERFORM 0560-GET-SUBFIELD-BEGIN
              THRU 0560-GET-SUBFIELD-END.
           PERFORM 0590-EXTRACT-NUMBER-BEGIN
              THRU 0590-EXTRACT-NUMBER-END.
           IF WS-NUM-VALUE > 0 AND WS-VOLUME-NUMBER = 0
               MOVE WS-NUM-VALUE TO WS-VOLUME-NUMBER
           END-IF.
       0245-MAP-TITLE-END.

      *    every 852 is one copy ; the first gives the book its
      *    shelf location and call number.  Barcodes belong to the
      *    sender's stock, ours are issued on receipt
       0260-MAP-HOLDING-BEGIN.
           ADD 1 TO WS-HOLDING-COUNT.

           IF WS-HOLDING-COUNT = 1
               MOVE "c" TO WS-SUB-CODE
               PERFORM 0560-GET-SUBFIELD-BEGIN
                  THRU 0560-GET-SUBFIELD-END
               MOVE WS-SUB-VALUE TO WS-SHELF-LOCATION
               IF WS-CLASS-RAW = SPACES
                   MOVE "h" TO WS-SUB-CODE
                   PERFORM 0560-GET-SUBFIELD-BEGIN
                      THRU 0560-GET-SUBFIELD-END
                   MOVE WS-SUB-VALUE TO WS-CLASS-RAW
                   CALL "clsnorm" USING
                       WS-CLASS-RAW
                       WS-CLASS-NUMBER
                       WS-RETURN-VALUE
                   END-CALL
                   IF NOT WS-RETURN-OK
                       MOVE SPACES TO WS-CLASS-NUMBER
                   END-IF
               END-IF
               MOVE "i" TO WS-SUB-CODE
               PERFORM 0560-GET-SUBFIELD-BEGIN
                  THRU 0560-GET-SUBFIELD-END
               MOVE WS-SUB-VALUE TO WS-CUTTER
           END-IF.

           MOVE "p" TO WS-SUB-CODE.
           PERFORM 0560-GET-SUBFIELD-BEGIN
              THRU 0560-GET-SUBFIELD-END.
           IF WS-SUB-VALUE NOT = SPACES
               MOVE "852 $p sender's barcode, not loaded"
                   TO WS-XWALK-TEXT
               PERFORM 0800-NOTE-UNMAPPED-BEGIN
                  THRU 0800-NOTE-UNMAPPED-END
           END-IF.
       0260-MAP-HOLDING-END.

      *    the flat-file load's rules : title and author required,
      *    a publication year in range, an ISBN the normalizer
      *    accepts ; then the fall-backs for what MARC left out
       0250-VALIDATE-BEGIN.
           IF WS-BOOK-NAME = SPACES
               MOVE "no 245 title" TO WS-REJECT-REASON
               PERFORM 1000-REJECT-RECORD-BEGIN
                  THRU 1000-REJECT-RECORD-END
               EXIT PARAGRAPH
           END-IF.

           IF WS-AUTH-NAME = SPACES
               MOVE "no 100 or 110 main entry" TO WS-REJECT-REASON
               PERFORM 1000-REJECT-RECORD-BEGIN
                  THRU 1000-REJECT-RECORD-END
               EXIT PARAGRAPH
           END-IF.

           IF WS-YEAR-TEXT NOT NUMERIC
               MOVE WS-PUB-YEAR-TEXT TO WS-YEAR-TEXT
           END-IF.

           IF WS-YEAR-TEXT NOT NUMERIC
               MOVE "no numeric publication year" TO WS-REJECT-REASON
               PERFORM 1000-REJECT-RECORD-BEGIN
                  THRU 1000-REJECT-RECORD-END
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-YEAR-TEXT TO WS-YEAR.
           IF WS-YEAR < WS-MIN-YEAR OR WS-YEAR > WS-MAX-YEAR THEN
               MOVE SPACES TO WS-REJECT-REASON
               STRING "year " DELIMITED BY SIZE
                      WS-YEAR DELIMITED BY SIZE
                      " out of range" DELIMITED BY SIZE
               INTO WS-REJECT-REASON
               PERFORM 1000-REJECT-RECORD-BEGIN
                  THRU 1000-REJECT-RECORD-END
               EXIT PARAGRAPH
           END-IF.

           CALL "isbnnorm" USING
               WS-ISBN-RAW
               WS-ISBN
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               MOVE SPACES TO WS-REJECT-REASON
               STRING "invalid or missing ISBN '" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ISBN-RAW) DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
               INTO WS-REJECT-REASON
               PERFORM 1000-REJECT-RECORD-BEGIN
                  THRU 1000-REJECT-RECORD-END
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ISBN TO WS-ISBN-RAW.

           IF WS-LANG-CODE NOT = SPACES
               PERFORM VARYING WS-MARC-LANG-IDX FROM 1 BY 1
                       UNTIL WS-MARC-LANG-IDX > WS-MARC-LANG-MAX
                   IF WS-LANG-CODE = WS-MARC-LANG-CODE(WS-MARC-LANG-IDX)
                       MOVE WS-MARC-LANG-NAME(WS-MARC-LANG-IDX)
                           TO WS-LANGUAGE
                   END-IF
               END-PERFORM
               IF WS-LANGUAGE = SPACES
                  AND WS-LANG-CODE NOT = "und"
                  AND WS-LANG-CODE NOT = "zxx"
                  AND WS-LANG-CODE NOT = "|||"
                   MOVE SPACES TO WS-XWALK-TEXT
                   STRING "language code " DELIMITED BY SIZE
                          WS-LANG-CODE DELIMITED BY SIZE
                          " not in the code table" DELIMITED BY SIZE
                   INTO WS-XWALK-TEXT
                   PERFORM 0800-NOTE-UNMAPPED-BEGIN
                      THRU 0800-NOTE-UNMAPPED-END
               END-IF
           END-IF.
           IF WS-LANGUAGE = SPACES
               MOVE WS-LANG-NOTE TO WS-LANGUAGE
           END-IF.

           IF WS-HOLDING-COUNT = 0
               MOVE 1 TO WS-COPIES-TOTAL
           ELSE
               MOVE WS-HOLDING-COUNT TO WS-COPIES-TOTAL
           END-IF.
       0250-VALIDATE-END.

      *    an ISBN already catalogued is an update : what the
      *    record leaves out keeps the catalogue's current value
       0270-FIND-EXISTING-BEGIN.
           MOVE WS-ISBN TO WS-FIND-ISBN.
       EXEC SQL
           SELECT id, name, year, author_id, editor_id, type_id,
               copies_total, shelf_location, language, series_name,
               volume_number, class_number, cutter, version
           INTO :WS-BOOK-ID, :WS-CUR-NAME, :WS-CUR-YEAR,
               :WS-CUR-AUTHOR-ID, :WS-CUR-EDITOR-ID,
               :WS-CUR-TYPE-ID, :WS-CUR-COPIES-TOTAL,
               :WS-CUR-SHELF-LOCATION, :WS-CUR-LANGUAGE,
               :WS-CUR-SERIES-NAME, :WS-CUR-VOLUME-NUMBER,
               :WS-CUR-CLASS-NUMBER, :WS-CUR-CUTTER,
               :WS-CUR-VERSION
           FROM books
           WHERE isbn = :WS-FIND-ISBN
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           SET WS-EXISTING-Y TO TRUE.

           IF WS-SHELF-LOCATION = SPACES
               MOVE WS-CUR-SHELF-LOCATION TO WS-SHELF-LOCATION
           END-IF.
           IF WS-LANGUAGE = SPACES
               MOVE WS-CUR-LANGUAGE TO WS-LANGUAGE
           END-IF.
           IF WS-SERIES-NAME = SPACES
               MOVE WS-CUR-SERIES-NAME TO WS-SERIES-NAME
           END-IF.
           IF WS-VOLUME-NUMBER = 0
               MOVE WS-CUR-VOLUME-NUMBER TO WS-VOLUME-NUMBER
           END-IF.
           IF WS-CLASS-NUMBER = SPACES
               MOVE WS-CUR-CLASS-NUMBER TO WS-CLASS-NUMBER
           END-IF.
           IF WS-CUTTER = SPACES
               MOVE WS-CUR-CUTTER TO WS-CUTTER
           END-IF.
      *    holdings already on the shelf are not the sender's to
      *    change
           MOVE WS-CUR-COPIES-TOTAL TO WS-COPIES-TOTAL.
       0270-FIND-EXISTING-END.

      *    subject tagging commits on its own, so it waits for the
      *    book's commit ; a heading that will not tag is noted,
      *    not a reason to lose the record
       0280-PUT-SUBJECTS-BEGIN.
           PERFORM VARYING WS-SUBJECT-IDX FROM 1 BY 1
                   UNTIL WS-SUBJECT-IDX > WS-SUBJECT-COUNT
               MOVE WS-SUBJECT-NAME(WS-SUBJECT-IDX) TO WS-SUBJ-NAME
               CALL "booksubj" USING
                   WS-SUBJ-REQUEST
                   WS-BOOK-ID
                   WS-ISBN-RAW
                   WS-SUBJ-NAME
                   WS-RETURN-VALUE
               END-CALL
               IF WS-RETURN-ERROR
                   MOVE "subject heading could not be tagged"
                       TO WS-XWALK-TEXT
                   PERFORM 0800-NOTE-UNMAPPED-BEGIN
                      THRU 0800-NOTE-UNMAPPED-END
               END-IF
           END-PERFORM.
       0280-PUT-SUBJECTS-END.

      *    written only after the record's own commit ; an update
      *    is audited by updtbook itself
       0290-WRITE-AUDIT-ENTRIES-BEGIN.
           IF WS-TYPE-CREATED-Y
               CALL "wrtaudit" USING
                   "TYPE"
                   WS-TYPE-ID
                   "CREATE"
               END-CALL
           END-IF.

           IF WS-MAIN-CREATED-Y
               CALL "wrtaudit" USING
                   "AUTHOR"
                   WS-MAIN-AUTHOR-ID
                   "CREATE"
               END-CALL
           END-IF.

           PERFORM VARYING WS-COAUTH-IDX FROM 1 BY 1
                   UNTIL WS-COAUTH-IDX > WS-COAUTH-COUNT
               IF WS-COAUTH-CREATED(WS-COAUTH-IDX) = "Y"
                   CALL "wrtaudit" USING
                       "AUTHOR"
                       WS-COAUTH-ID(WS-COAUTH-IDX)
                       "CREATE"
                   END-CALL
               END-IF
           END-PERFORM.

           IF WS-EDIT-CREATED-Y
               CALL "wrtaudit" USING
                   "EDITOR"
                   WS-EDITOR-ID
                   "CREATE"
               END-CALL
           END-IF.

           IF WS-EXISTING-N
               CALL "wrtaudit" USING
                   "BOOK"
                   WS-BOOK-ID
                   "CREATE"
               END-CALL
           END-IF.
       0290-WRITE-AUDIT-ENTRIES-END.

      *    no 655 : an update keeps its type, a new record takes
      *    one from the leader's type of record
       0300-PUT-TYPE-BEGIN.
           IF WS-TYPE = SPACES AND WS-EXISTING-Y
               MOVE WS-CUR-TYPE-ID TO WS-TYPE-ID
               EXIT PARAGRAPH
           END-IF.

           IF WS-TYPE = SPACES
               EVALUATE WS-LDR-TYPE
                   WHEN "a"
                   WHEN "t"
                       MOVE "Book" TO WS-TYPE
                   WHEN "i"
                   WHEN "j"
                       MOVE "Audio" TO WS-TYPE
                   WHEN "g"
                       MOVE "Video" TO WS-TYPE
                   WHEN OTHER
                       MOVE "Other" TO WS-TYPE
               END-EVALUATE
           END-IF.

           CALL "readtype" USING
               WS-TYPE
               WS-TYPE-ID
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-NOT-FOUND
                   CALL "creatype" USING
                       WS-TYPE
                       WS-DEFAULT-LOAN-DAYS
                       WS-COMMIT-SWITCH
                       WS-RETURN-VALUE
                   END-CALL
                   EVALUATE TRUE
                       WHEN WS-RETURN-ERROR
                           PERFORM 1100-ERROR-LEAVE-BEGIN
                              THRU 1100-ERROR-LEAVE-END
                       WHEN WS-RETURN-OK
                           CALL "readtype" USING
                               WS-TYPE
                               WS-TYPE-ID
                               WS-RETURN-VALUE
                           END-CALL
                           IF NOT WS-RETURN-OK THEN
                               PERFORM 1100-ERROR-LEAVE-BEGIN
                                  THRU 1100-ERROR-LEAVE-END
                           ELSE
                               MOVE "Y" TO WS-TYPE-CREATED-SWITCH
                           END-IF
                   END-EVALUATE
               WHEN WS-RETURN-ERROR
                   PERFORM 1100-ERROR-LEAVE-BEGIN
                      THRU 1100-ERROR-LEAVE-END
           END-EVALUATE.
       0300-PUT-TYPE-END.

       0400-PUT-AUTHOR-BEGIN.
           CALL "readauth" USING
               WS-AUTH-NAME
               WS-AUTH-FNAME
               WS-AUTHOR-ID
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-NOT-FOUND
                   CALL "creaauth" USING
                       WS-AUTH-NAME
                       WS-AUTH-FNAME
                       WS-COMMIT-SWITCH
                       WS-RETURN-VALUE
                   END-CALL
                   EVALUATE TRUE
                       WHEN WS-RETURN-ERROR
                           PERFORM 1100-ERROR-LEAVE-BEGIN
                              THRU 1100-ERROR-LEAVE-END
                       WHEN WS-RETURN-OK
                           CALL "readauth" USING
                               WS-AUTH-NAME
                               WS-AUTH-FNAME
                               WS-AUTHOR-ID
                               WS-RETURN-VALUE
                           END-CALL
                           IF NOT WS-RETURN-OK THEN
                               PERFORM 1100-ERROR-LEAVE-BEGIN
                                  THRU 1100-ERROR-LEAVE-END
                           ELSE
                               MOVE "Y" TO WS-AUTH-CREATED-SWITCH
                           END-IF
                   END-EVALUATE
               WHEN WS-RETURN-ERROR
                   PERFORM 1100-ERROR-LEAVE-BEGIN
                      THRU 1100-ERROR-LEAVE-END
           END-EVALUATE.
       0400-PUT-AUTHOR-END.

      *    no 260/264 : an update keeps its publisher, a new
      *    record is published "sine nomine"
       0500-PUT-EDITOR-BEGIN.
           IF WS-EDIT-NAME = SPACES AND WS-EXISTING-Y
               MOVE WS-CUR-EDITOR-ID TO WS-EDITOR-ID
               EXIT PARAGRAPH
           END-IF.

           IF WS-EDIT-NAME = SPACES
               MOVE "[s.n.]" TO WS-EDIT-NAME
           END-IF.

           CALL "readedit" USING
               WS-EDIT-NAME
               WS-EDITOR-ID
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-NOT-FOUND
                   CALL "creaedit" USING
                       WS-EDIT-NAME
                       WS-COMMIT-SWITCH
                       WS-RETURN-VALUE
                   END-CALL
                   EVALUATE TRUE
                       WHEN WS-RETURN-ERROR
                           PERFORM 1100-ERROR-LEAVE-BEGIN
                              THRU 1100-ERROR-LEAVE-END
                       WHEN WS-RETURN-OK
                           CALL "readedit" USING
                               WS-EDIT-NAME
                               WS-EDITOR-ID
                               WS-RETURN-VALUE
                           END-CALL
                           IF NOT WS-RETURN-OK THEN
                               PERFORM 1100-ERROR-LEAVE-BEGIN
                                  THRU 1100-ERROR-LEAVE-END
                           ELSE
                               MOVE "Y" TO WS-EDIT-CREATED-SWITCH
                           END-IF
                   END-EVALUATE
               WHEN WS-RETURN-ERROR
                   PERFORM 1100-ERROR-LEAVE-BEGIN
                      THRU 1100-ERROR-LEAVE-END
           END-EVALUATE.
       0500-PUT-EDITOR-END.

      *    added entries : each 700 is an author of its own, linked
      *    to the book beside the main entry ; a link that is
      *    already there is fine
       0550-PUT-COAUTHORS-BEGIN.
           PERFORM VARYING WS-COAUTH-IDX FROM 1 BY 1
                   UNTIL WS-COAUTH-IDX > WS-COAUTH-COUNT
                      OR WS-REJECT-Y
               MOVE WS-COAUTH-NAME(WS-COAUTH-IDX) TO WS-AUTH-NAME
               MOVE WS-COAUTH-FNAME(WS-COAUTH-IDX) TO WS-AUTH-FNAME
               MOVE "n" TO WS-AUTH-CREATED-SWITCH
               PERFORM 0400-PUT-AUTHOR-BEGIN
                  THRU 0400-PUT-AUTHOR-END
               IF WS-REJECT-N
                   MOVE WS-AUTHOR-ID TO WS-COAUTH-ID(WS-COAUTH-IDX)
                   IF WS-AUTH-CREATED-Y
                       MOVE "Y" TO WS-COAUTH-CREATED(WS-COAUTH-IDX)
                   END-IF
                   CALL "creabkau" USING
                       WS-BOOK-ID
                       WS-AUTHOR-ID
                       WS-COMMIT-SWITCH
                       WS-RETURN-VALUE
                   END-CALL
                   IF WS-RETURN-ERROR
                       PERFORM 1100-ERROR-LEAVE-BEGIN
                          THRU 1100-ERROR-LEAVE-END
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-MAIN-AUTHOR-ID TO WS-AUTHOR-ID.
       0550-PUT-COAUTHORS-END.

       0560-GET-SUBFIELD-BEGIN.
           MOVE SPACES TO WS-SUB-VALUE.

           PERFORM VARYING WS-SUBFIELD-IDX FROM 2 BY 1
                   UNTIL WS-SUBFIELD-IDX > WS-SUBFIELD-COUNT
                      OR WS-SUBFIELD-IDX > 12
                      OR WS-SUB-VALUE NOT = SPACES
               IF WS-SUBFIELD(WS-SUBFIELD-IDX)(1:1) = WS-SUB-CODE
                   MOVE WS-SUBFIELD(WS-SUBFIELD-IDX)(2:199)
                       TO WS-SUB-VALUE
               END-IF
           END-PERFORM.
       0560-GET-SUBFIELD-END.

      *    "Last, First" into its two halves ; a name with no comma
      *    is all surname
       0570-SPLIT-NAME-BEGIN.
           PERFORM 0580-STRIP-PUNCTUATION-BEGIN
              THRU 0580-STRIP-PUNCTUATION-END.
           MOVE SPACES TO WS-SUB-PART1.
           MOVE SPACES TO WS-SUB-PART2.
           UNSTRING WS-SUB-VALUE DELIMITED BY ","
               INTO WS-SUB-PART1 WS-SUB-PART2
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-SUB-PART2) TO WS-SUB-PART2.
       0570-SPLIT-NAME-END.

      *    ISBD punctuation closing a subfield (" /", " :", ".",
      *    ",", ";", "=") is the cataloguer's, not the data's
       0580-STRIP-PUNCTUATION-BEGIN.
           MOVE 0 TO WS-SUB-LENGTH.
           INSPECT FUNCTION REVERSE(WS-SUB-VALUE)
               TALLYING WS-SUB-LENGTH FOR LEADING SPACES.
           COMPUTE WS-SUB-LENGTH = 200 - WS-SUB-LENGTH.

           PERFORM UNTIL WS-SUB-LENGTH = 0
                      OR (WS-SUB-VALUE(WS-SUB-LENGTH:1) NOT = SPACE
                      AND WS-SUB-VALUE(WS-SUB-LENGTH:1) NOT = "/"
                      AND WS-SUB-VALUE(WS-SUB-LENGTH:1) NOT = ":"
                      AND WS-SUB-VALUE(WS-SUB-LENGTH:1) NOT = "."
                      AND WS-SUB-VALUE(WS-SUB-LENGTH:1) NOT = ","
                      AND WS-SUB-VALUE(WS-SUB-LENGTH:1) NOT = ";"
                      AND WS-SUB-VALUE(WS-SUB-LENGTH:1) NOT = "=")
               MOVE SPACE TO WS-SUB-VALUE(WS-SUB-LENGTH:1)
               SUBTRACT 1 FROM WS-SUB-LENGTH
           END-PERFORM.
       0580-STRIP-PUNCTUATION-END.

      *    the first run of digits in "v. 3", "no. 12", "Book 2"
       0590-EXTRACT-NUMBER-BEGIN.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE 0 TO WS-NUM-DIGITS.
           MOVE SPACES TO WS-NUM-TEXT.

           PERFORM VARYING WS-NUM-IDX FROM 1 BY 1
                   UNTIL WS-NUM-IDX > 200
               IF WS-SUB-VALUE(WS-NUM-IDX:1) IS NUMERIC
                   IF WS-NUM-DIGITS < 5
                       ADD 1 TO WS-NUM-DIGITS
                       MOVE WS-SUB-VALUE(WS-NUM-IDX:1)
                           TO WS-NUM-TEXT(WS-NUM-DIGITS:1)
                   END-IF
               ELSE
                   IF WS-NUM-DIGITS > 0
                       MOVE 200 TO WS-NUM-IDX
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-NUM-DIGITS > 0
               COMPUTE WS-NUM-VALUE =
                   FUNCTION NUMVAL(WS-NUM-TEXT(1:WS-NUM-DIGITS))
           END-IF.
       0590-EXTRACT-NUMBER-END.

       0600-CREATE-BOOK-BEGIN.
           CALL "creabook" USING
               WS-ISBN-RAW
               WS-BOOK-NAME
               WS-YEAR-TEXT
               WS-AUTHOR-ID
               WS-EDITOR-ID
               WS-TYPE-ID
               WS-COPIES-TOTAL
               WS-SHELF-LOCATION
               WS-LANGUAGE
               WS-SERIES-NAME
               WS-VOLUME-NUMBER
               WS-CLASS-NUMBER
               WS-CUTTER
               WS-COPY-COST
               WS-COPY-SOURCE
               WS-COMMIT-SWITCH
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-OK
                   CONTINUE
               WHEN WS-RETURN-ALREADY-HERE
       EXEC SQL ROLLBACK END-EXEC
                   MOVE "title already in the catalogue"
                       TO WS-REJECT-REASON
                   PERFORM 1000-REJECT-RECORD-BEGIN
                      THRU 1000-REJECT-RECORD-END
                   EXIT PARAGRAPH
               WHEN OTHER
                   PERFORM 1100-ERROR-LEAVE-BEGIN
                      THRU 1100-ERROR-LEAVE-END
                   EXIT PARAGRAPH
           END-EVALUATE.

       EXEC SQL
           SELECT id
           INTO :WS-BOOK-ID
           FROM books
           WHERE isbn = :WS-FIND-ISBN
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               PERFORM 1100-ERROR-LEAVE-BEGIN
                  THRU 1100-ERROR-LEAVE-END
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-INSERT-COUNT.
       0600-CREATE-BOOK-END.

      *    updtbook commits the record's new authors, publisher and
      *    type along with the book
       0620-UPDATE-BOOK-BEGIN.
           CALL "updtbook" USING
               WS-BOOK-ID
               WS-ISBN-RAW
               WS-BOOK-NAME
               WS-YEAR-TEXT
               WS-AUTHOR-ID
               WS-EDITOR-ID
               WS-TYPE-ID
               WS-COPIES-TOTAL
               WS-SHELF-LOCATION
               WS-LANGUAGE
               WS-SERIES-NAME
               WS-VOLUME-NUMBER
               WS-CLASS-NUMBER
               WS-CUTTER
               WS-CUR-VERSION
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-OK
               ADD 1 TO WS-UPDATE-COUNT
           ELSE
               PERFORM 1100-ERROR-LEAVE-BEGIN
                  THRU 1100-ERROR-LEAVE-END
           END-IF.
       0620-UPDATE-BOOK-END.

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
                           " already-processed record(s)."
               END-IF
               IF WS-RESUME-COUNT > 0 AND NOT LK-AUTO-Y THEN
                   DISPLAY "A checkpoint was found with "
                           WS-RESUME-COUNT
                           " already-processed record(s). Resume "
                           "from there? (Y/n) "
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
                               " already-processed record(s)."
                   END-IF
               END-IF
           END-IF.
       0650-READ-CHECKPOINT-END.

       0700-WRITE-CHECKPOINT-BEGIN.
           MOVE WS-RECORD-COUNT TO F-CHECKPOINT-RCD.
           OPEN OUTPUT F-CHECKPOINT.
           WRITE F-CHECKPOINT-RCD.
           CLOSE F-CHECKPOINT.
       0700-WRITE-CHECKPOINT-END.

       0800-NOTE-UNMAPPED-BEGIN.
           MOVE "NOTE" TO WS-XWALK-REQUEST.
           CALL "marcxwlk" USING
               WS-XWALK-REQUEST
               WS-XWALK-TEXT
           END-CALL.
       0800-NOTE-UNMAPPED-END.

      *    the record goes to the reject file exactly as it came,
      *    so it can be corrected and sent again
       1000-REJECT-RECORD-BEGIN.
           DISPLAY "MARC record " WS-RECORD-COUNT " "
                   FUNCTION TRIM(WS-BOOK-NAME) " : "
                   FUNCTION TRIM(WS-REJECT-REASON)
                   ", rejecting record."

           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-REC-LENGTH
               WRITE F-REJECT-BYTE FROM WS-MARC-RECORD(WS-BYTE-IDX:1)
           END-PERFORM.

           ADD 1 TO WS-SKIP-COUNT.
           SET WS-REJECT-Y TO TRUE.
       1000-REJECT-RECORD-END.

       1100-ERROR-LEAVE-BEGIN.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE "database error" TO WS-REJECT-REASON.
           PERFORM 1000-REJECT-RECORD-BEGIN
              THRU 1000-REJECT-RECORD-END.
       1100-ERROR-LEAVE-END.
