       IDENTIFICATION DIVISION.
       PROGRAM-ID. ftfimprt.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-COUNTER
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    what the gate counter writes once a day : the branch code
      *    it was set up with, the day, the hour (00-23) and the
      *    heads it counted in and out during that hour
       FD F-COUNTER
           VALUE OF FILE-ID IS WS-COUNTER-FILE-NAME.
       01 F-COUNTER-RCD.
           05 F-FF-BRANCH       PIC X(04).
           05 F-FF-DATE         PIC X(08).
           05 F-FF-HOUR         PIC 9(02).
           05 F-FF-IN           PIC 9(06).
           05 F-FF-OUT          PIC 9(06).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-BRANCH-CODE      PIC X(04).
       01 WS-BRANCH-ID        PIC 9(10).
       01 WS-COUNT-DATE       PIC X(08).
       01 WS-COUNT-HOUR       PIC 9(02).
       01 WS-VISITS-IN        PIC 9(06).
       01 WS-VISITS-OUT       PIC 9(06).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.
           88 WS-F-STATUS-OPEN-ERROR   VALUE '05'.
           88 WS-F-STATUS-EOF          VALUE '10'.

       01 WS-COUNTER-FILE-NAME PIC X(50).

       01 WS-LOADED-COUNT     PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(05) VALUE 0.
       01 WS-VISITS-TOTAL     PIC 9(09) VALUE 0.
       01 WS-REJECT-REASON    PIC X(30).

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).

       LINKAGE SECTION.
       01 LK-FILE-NAME        PIC X(40).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    loads a gate counter's day into footfall, an hour per
      *    line ; a line that cannot be trusted is printed on the
      *    rejects report as it came and the rest still go in.
      *    The days touched then have their visits refreshed in
      *    stats_history, so a file that arrives after the close
      *    still reaches the trend figures
       PROCEDURE DIVISION USING LK-FILE-NAME,
                                LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE LK-FILE-NAME TO WS-COUNTER-FILE-NAME.
           OPEN INPUT F-COUNTER.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No such file "
                       FUNCTION TRIM(WS-COUNTER-FILE-NAME) "."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0500-OPEN-REJECTS-BEGIN
              THRU 0500-OPEN-REJECTS-END.

           PERFORM UNTIL WS-F-STATUS-EOF
               READ F-COUNTER
                   NOT AT END
                       IF F-COUNTER-RCD NOT = SPACES
                           PERFORM 0100-LOAD-ONE-BEGIN
                              THRU 0100-LOAD-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-COUNTER.

           PERFORM 0300-REFRESH-STATS-BEGIN
              THRU 0300-REFRESH-STATS-END.

           PERFORM 0700-CLOSE-REJECTS-BEGIN
              THRU 0700-CLOSE-REJECTS-END.

           DISPLAY WS-LOADED-COUNT " hour(s) loaded, "
                   WS-VISITS-TOTAL " visit(s), "
                   WS-REJECT-COUNT " line(s) rejected.".

           IF WS-REJECT-COUNT > 0
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               SET LK-RETURN-OK TO TRUE
           END-IF.

           EXIT PROGRAM.

      *    a counter with its clock wrong sends tomorrow's date or
      *    hour 24 ; those, and a branch code nobody set up, are
      *    turned back rather than guessed at
       0100-LOAD-ONE-BEGIN.
           IF F-FF-HOUR NOT NUMERIC
               OR F-FF-IN NOT NUMERIC
               OR F-FF-OUT NOT NUMERIC
               MOVE "Bad counter line" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-REJECT-BEGIN
                  THRU 0600-WRITE-REJECT-END
               EXIT PARAGRAPH
           END-IF.

           IF F-FF-HOUR > 23
               MOVE "Hour out of range" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-REJECT-BEGIN
                  THRU 0600-WRITE-REJECT-END
               EXIT PARAGRAPH
           END-IF.

           MOVE F-FF-DATE TO WS-COUNT-DATE.
           CALL "valdate" USING
               WS-COUNT-DATE
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               MOVE "Not a date" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-REJECT-BEGIN
                  THRU 0600-WRITE-REJECT-END
               EXIT PARAGRAPH
           END-IF.

           IF WS-COUNT-DATE > WS-TODAY
               MOVE "Date in the future" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-REJECT-BEGIN
                  THRU 0600-WRITE-REJECT-END
               EXIT PARAGRAPH
           END-IF.

           MOVE F-FF-BRANCH TO WS-BRANCH-CODE.

       EXEC SQL
           SELECT id
           INTO :WS-BRANCH-ID
           FROM branches
           WHERE code = :WS-BRANCH-CODE
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               MOVE "Unknown branch" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-REJECT-BEGIN
                  THRU 0600-WRITE-REJECT-END
               EXIT PARAGRAPH
           END-IF.

           MOVE F-FF-HOUR TO WS-COUNT-HOUR.
           MOVE F-FF-IN TO WS-VISITS-IN.
           MOVE F-FF-OUT TO WS-VISITS-OUT.

           PERFORM 0200-STORE-HOUR-BEGIN
              THRU 0200-STORE-HOUR-END.
       0100-LOAD-ONE-END.

      *    the hour is replaced, never added to, so sending the
      *    same file twice leaves the counts as they were
       0200-STORE-HOUR-BEGIN.
       EXEC SQL
           UPDATE footfall
           SET visits_in = :WS-VISITS-IN,
               visits_out = :WS-VISITS-OUT,
               imported_date = :WS-TODAY
           WHERE branch_id = :WS-BRANCH-ID
             AND count_date = :WS-COUNT-DATE
             AND count_hour = :WS-COUNT-HOUR
       END-EXEC.

           IF SQLCODE = +100 OR (SQLCODE = 0 AND SQLERRD(3) = 0)
       EXEC SQL
           INSERT INTO footfall (branch_id, count_date, count_hour,
               visits_in, visits_out, imported_date)
           VALUES (:WS-BRANCH-ID, :WS-COUNT-DATE, :WS-COUNT-HOUR,
               :WS-VISITS-IN, :WS-VISITS-OUT, :WS-TODAY)
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY "Footfall store error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               MOVE "Database error" TO WS-REJECT-REASON
               PERFORM 0600-WRITE-REJECT-BEGIN
                  THRU 0600-WRITE-REJECT-END
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           ADD 1 TO WS-LOADED-COUNT.
           ADD WS-VISITS-IN TO WS-VISITS-TOTAL.
       0200-STORE-HOUR-END.

      *    only days the close already snapshotted are touched ; a
      *    day with no snapshot yet picks its visits up when the
      *    close runs for it
       0300-REFRESH-STATS-BEGIN.
       EXEC SQL
           UPDATE stats_history
           SET visits = (
               SELECT COALESCE(SUM(footfall.visits_in), 0)
               FROM footfall
               WHERE footfall.count_date =
                   stats_history.business_date)
           WHERE business_date IN (
               SELECT count_date
               FROM footfall
               WHERE imported_date = :WS-TODAY)
       END-EXEC.

           IF SQLCODE = 0 OR SQLCODE = +100
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Visits refresh error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0300-REFRESH-STATS-END.

       0500-OPEN-REJECTS-BEGIN.
           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE "footfall-rejects" TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Footfall lines rejected, file " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNTER-FILE-NAME)
                      DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0500-OPEN-REJECTS-END.

      *    the line is printed as the counter wrote it, so whoever
      *    looks after the gates can find the hour in question
       0600-WRITE-REJECT-BEGIN.
           ADD 1 TO WS-REJECT-COUNT.

           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-REJECT-REASON DELIMITED BY SIZE
                  " : " DELIMITED BY SIZE
                  F-COUNTER-RCD DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).
       0600-WRITE-REJECT-END.

       0700-CLOSE-REJECTS-BEGIN.
           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Lines rejected " DELIMITED BY SIZE
                  WS-REJECT-COUNT DELIMITED BY SIZE
                  ", hours loaded " DELIMITED BY SIZE
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
       0700-CLOSE-REJECTS-END.
