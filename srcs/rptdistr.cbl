       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptdistr.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-CATALOG-ID       PIC 9(10).
       01 WS-REPORT-NAME      PIC X(30).
       01 WS-BUSINESS-DATE    PIC X(08).
       01 WS-CAT-FILE-NAME    PIC X(50).
       01 WS-KEEP-FLAG        PIC X(01).
       01 WS-RECIPIENT-ID     PIC 9(10).
       01 WS-RECIPIENT-NAME   PIC X(30).
       01 WS-ADDRESS          PIC X(40).
       01 WS-CHANNEL          PIC X(01).
       01 WS-SCHEDULE         PIC X(01).
       01 WS-PATRON-DATA-OK   PIC X(01).
       01 WS-OUTCOME          PIC X(01).
       01 WS-NOTICE-TEXT      PIC X(100).
       01 WS-WEEK-AGO         PIC X(08).
       01 WS-FOUND-COUNT      PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "rptdistr".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-RCPT-EOF-SWITCH  PIC X   VALUE "n".
           88 WS-RCPT-EOF-N           VALUE "n".
           88 WS-RCPT-EOF-Y           VALUE "Y".

       01 WS-CONFIDENTIAL     PIC X(01).
           88 WS-CONFIDENTIAL-Y       VALUE "Y".

       01 WS-DUE-SWITCH       PIC X(01).
           88 WS-DUE-Y                VALUE "Y".

       01 WS-DATE-NUM         PIC 9(08).
       01 WS-NEXT-DATE        PIC 9(08).
       01 WS-DATE-INT         PIC 9(09).

       01 WS-RUNS-COUNT       PIC 9(07) VALUE 0.
       01 WS-QUEUED-COUNT     PIC 9(07) VALUE 0.
       01 WS-WITHHELD-COUNT   PIC 9(07) VALUE 0.

      *    every catalogued run not yet looked at ; a run aged out
      *    before the batch got to it has no file left to send
       EXEC SQL
           DECLARE undistributed_cursor CURSOR FOR
               SELECT id, report_name, business_date, file_name,
                   keep_flag
               FROM spool_catalog
               WHERE distributed_date = '00000000'
                 AND purged_date = '00000000'
               ORDER BY id
       END-EXEC.

       EXEC SQL
           DECLARE recipient_cursor CURSOR FOR
               SELECT id, recipient_name, address, channel,
                   schedule, patron_data_ok
               FROM report_recipients
               WHERE active = 'Y'
                 AND :WS-REPORT-NAME LIKE
                     RTRIM(report_name) || '%'
               ORDER BY id
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the Monday e-mails the desk used to send by hand : each
      *    run prtspool catalogued since the last pass is matched
      *    against the distribution lists, and a copy is queued in
      *    the notice outbox for every recipient it is due to --
      *    notidisp does the sending.  A report carrying patron
      *    details only goes to a recipient cleared for it ; the
      *    others get a withheld line in the delivery log instead
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

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

       EXEC SQL OPEN undistributed_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Distribution error SQLCODE: " SQLCODE
               MOVE "FAILED" TO WS-RUN-STATUS
               MOVE "END" TO WS-RUN-REQUEST
               CALL "wrtbrun" USING
                   WS-RUN-REQUEST
                   WS-RUN-PROGRAM
                   WS-TODAY
                   WS-RUN-ID
                   WS-RUN-COUNT
                   WS-RUN-STATUS
                   WS-RETURN-VALUE
               END-CALL
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH undistributed_cursor
           INTO :WS-CATALOG-ID, :WS-REPORT-NAME,
               :WS-BUSINESS-DATE, :WS-CAT-FILE-NAME,
               :WS-KEEP-FLAG
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-RUNS-COUNT
                   PERFORM 0100-DISTRIBUTE-RUN-BEGIN
                      THRU 0100-DISTRIBUTE-RUN-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE undistributed_cursor END-EXEC.

           SET LK-RETURN-OK TO TRUE.

           DISPLAY WS-RUNS-COUNT " report run(s) looked at, "
                   WS-QUEUED-COUNT " cop(ies) queued, "
                   WS-WITHHELD-COUNT " withheld as confidential.".

           MOVE WS-QUEUED-COUNT TO WS-RUN-COUNT.
           MOVE "OK" TO WS-RUN-STATUS.
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

           EXIT PROGRAM.

      *    the run is stamped distributed once every recipient has
      *    been through, whether or not anybody wanted it
       0100-DISTRIBUTE-RUN-BEGIN.
           MOVE "N" TO WS-CONFIDENTIAL.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-FOUND-COUNT
           FROM confidential_reports
           WHERE :WS-REPORT-NAME LIKE RTRIM(report_name) || '%'
       END-EXEC.

           IF SQLCODE NOT = 0 OR WS-FOUND-COUNT > 0
               MOVE "Y" TO WS-CONFIDENTIAL
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT + 1).
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT - 7)
               TO WS-WEEK-AGO.

           SET WS-RCPT-EOF-N TO TRUE.

       EXEC SQL OPEN recipient_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Recipient list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-RCPT-EOF-Y

       EXEC SQL
           FETCH recipient_cursor
           INTO :WS-RECIPIENT-ID, :WS-RECIPIENT-NAME,
               :WS-ADDRESS, :WS-CHANNEL, :WS-SCHEDULE,
               :WS-PATRON-DATA-OK
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-RCPT-EOF-Y TO TRUE
               ELSE
                   PERFORM 0200-CHECK-DUE-BEGIN
                      THRU 0200-CHECK-DUE-END
                   IF WS-DUE-Y
                       PERFORM 0300-DELIVER-ONE-BEGIN
                          THRU 0300-DELIVER-ONE-END
                   END-IF
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE recipient_cursor END-EXEC.

       EXEC SQL
           UPDATE spool_catalog
           SET distributed_date = :WS-TODAY
           WHERE id = :WS-CATALOG-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
           ELSE
               DISPLAY "Catalog update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0100-DISTRIBUTE-RUN-END.

      *    R every run ; W at most one run in any seven days, the
      *    first that comes along ; M the month-end run -- one
      *    flagged keep-forever, or any run dated the last day of
      *    its month
       0200-CHECK-DUE-BEGIN.
           MOVE "N" TO WS-DUE-SWITCH.

           EVALUATE WS-SCHEDULE
               WHEN "R"
                   MOVE "Y" TO WS-DUE-SWITCH
               WHEN "M"
                   IF WS-KEEP-FLAG = "Y"
                      OR WS-NEXT-DATE(5:2) NOT = WS-DATE-NUM(5:2)
                       MOVE "Y" TO WS-DUE-SWITCH
                   END-IF
               WHEN "W"
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-FOUND-COUNT
           FROM report_deliveries
           WHERE recipient_id = :WS-RECIPIENT-ID
             AND outcome = 'Q'
             AND business_date > :WS-WEEK-AGO
       END-EXEC
                   IF SQLCODE = 0 AND WS-FOUND-COUNT = 0
                       MOVE "Y" TO WS-DUE-SWITCH
                   END-IF
           END-EVALUATE.
       0200-CHECK-DUE-END.

       0300-DELIVER-ONE-BEGIN.
           IF WS-CONFIDENTIAL-Y AND WS-PATRON-DATA-OK NOT = "Y"
               MOVE "W" TO WS-OUTCOME
           ELSE
               MOVE "Q" TO WS-OUTCOME
           END-IF.

           IF WS-OUTCOME = "Q"
               MOVE SPACES TO WS-NOTICE-TEXT
               STRING "Report " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REPORT-NAME) DELIMITED BY SIZE
                      " of " DELIMITED BY SIZE
                      WS-BUSINESS-DATE DELIMITED BY SIZE
                      " for " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RECIPIENT-NAME)
                          DELIMITED BY SIZE
               INTO WS-NOTICE-TEXT
      *    notice kind M, a mailed report (R is a recall)
       EXEC SQL
           INSERT INTO notifications
               (people_id, channel, notice_kind, notice_text,
                created_date, recipient_address, attachment_file)
           VALUES (NULL, :WS-CHANNEL, 'M', :WS-NOTICE-TEXT,
               :WS-TODAY, :WS-ADDRESS, :WS-CAT-FILE-NAME)
       END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Outbox insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       EXEC SQL
           INSERT INTO report_deliveries
               (catalog_id, recipient_id, report_name,
                business_date, queued_date, channel, outcome)
           VALUES (:WS-CATALOG-ID, :WS-RECIPIENT-ID,
               :WS-REPORT-NAME, :WS-BUSINESS-DATE, :WS-TODAY,
               :WS-CHANNEL, :WS-OUTCOME)
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Delivery log error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           IF WS-OUTCOME = "Q"
               ADD 1 TO WS-QUEUED-COUNT
           ELSE
               ADD 1 TO WS-WITHHELD-COUNT
               DISPLAY "Withheld " FUNCTION TRIM(WS-REPORT-NAME)
                       " from " FUNCTION TRIM(WS-RECIPIENT-NAME)
                       " (patron details)."
           END-IF.
       0300-DELIVER-ONE-END.
