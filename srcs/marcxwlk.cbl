       IDENTIFICATION DIVISION.
       PROGRAM-ID. marcxwlk.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01 WS-TITLE            PIC X(60).
       01 WS-ENTRY-COUNT      PIC 9(03) VALUE 0.
       01 WS-ENTRY-MAX        PIC 9(03) VALUE 200.
       01 WS-ENTRY-IDX        PIC 9(03).
       01 WS-OVERFLOW-COUNT   PIC 9(07) VALUE 0.
       01 WS-ENTRY-TABLE.
           05 WS-ENTRY OCCURS 200 TIMES.
              10 WS-ENTRY-KEY     PIC X(60).
              10 WS-ENTRY-HITS    PIC 9(07).

       01 WS-FOUND-SWITCH     PIC X(01).
           88 WS-FOUND              VALUE "Y".
           88 WS-NOT-FOUND          VALUE "N".

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "marc-crosswalk".

       LINKAGE SECTION.
      *    OPEN : start a new tally, LK-TEXT is the run's heading
      *    NOTE : count one occurrence of the field in LK-TEXT
      *    CLOS : spool the tally, one line per field, and reset
       01 LK-REQUEST          PIC X(04).
           88 LK-REQUEST-OPEN        VALUE "OPEN".
           88 LK-REQUEST-NOTE        VALUE "NOTE".
           88 LK-REQUEST-CLOSE       VALUE "CLOS".
       01 LK-TEXT             PIC X(60).

      *    the cross-walk report : every field the MARC export or
      *    import could not carry across, with how many records
      *    it turned up in, so cataloguing can decide whether a
      *    mapping is worth adding
       PROCEDURE DIVISION USING LK-REQUEST,
                                LK-TEXT.

           EVALUATE TRUE
               WHEN LK-REQUEST-OPEN
                   MOVE LK-TEXT TO WS-TITLE
                   MOVE 0 TO WS-ENTRY-COUNT
                   MOVE 0 TO WS-OVERFLOW-COUNT
               WHEN LK-REQUEST-NOTE
                   PERFORM 0100-NOTE-FIELD-BEGIN
                      THRU 0100-NOTE-FIELD-END
               WHEN LK-REQUEST-CLOSE
                   PERFORM 0200-PRINT-TALLY-BEGIN
                      THRU 0200-PRINT-TALLY-END
           END-EVALUATE.

           EXIT PROGRAM.

       0100-NOTE-FIELD-BEGIN.
           SET WS-NOT-FOUND TO TRUE.

           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
                      OR WS-FOUND
               IF WS-ENTRY-KEY(WS-ENTRY-IDX) = LK-TEXT
                   ADD 1 TO WS-ENTRY-HITS(WS-ENTRY-IDX)
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM.

           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF.

           IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ENTRY-COUNT.
           MOVE LK-TEXT TO WS-ENTRY-KEY(WS-ENTRY-COUNT).
           MOVE 1 TO WS-ENTRY-HITS(WS-ENTRY-COUNT).
       0100-NOTE-FIELD-END.

       0200-PRINT-TALLY-BEGIN.
           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE WS-TITLE TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                   UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING WS-ENTRY-HITS(WS-ENTRY-IDX) DELIMITED BY SIZE
                      " record(s) : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ENTRY-KEY(WS-ENTRY-IDX))
                          DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-PERFORM.

           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING WS-OVERFLOW-COUNT DELIMITED BY SIZE
                      " further occurrence(s) of fields beyond "
                      DELIMITED BY SIZE
                      "the first 200 kinds, not itemised"
                      DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-IF.

           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-ENTRY-COUNT DELIMITED BY SIZE
                  " kind(s) of field not mapped" DELIMITED BY SIZE
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

           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE 0 TO WS-OVERFLOW-COUNT.
       0200-PRINT-TALLY-END.
