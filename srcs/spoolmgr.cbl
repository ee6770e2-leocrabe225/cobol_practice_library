       01 WS-CAT-FILE-NAME    PIC X(50).
       01 WS-KEEP-FLAG        PIC X(01).
       01 WS-PURGED-DATE      PIC X(08).
       01 WS-RECIPIENT-ID     PIC 9(10).
       01 WS-RECIPIENT-NAME   PIC X(30).
       01 WS-ADDRESS          PIC X(40).
       01 WS-CHANNEL          PIC X(01).
       01 WS-SCHEDULE         PIC X(01).
       01 WS-PATRON-DATA-OK   PIC X(01).
       01 WS-ACTIVE           PIC X(01).
       01 WS-QUEUED-DATE      PIC X(08).
       01 WS-OUTCOME          PIC X(01).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-LIST-STRING     PIC X(10) VALUE "LIST".
       01 WS-REPRINT-STRING  PIC X(10) VALUE "REPRINT".
       01 WS-KEEP-STRING     PIC X(10) VALUE "KEEP".
       01 WS-RECIPS-STRING   PIC X(10) VALUE "RECIPIENTS".
       01 WS-ADDRCPT-STRING  PIC X(10) VALUE "ADDRECIP".
       01 WS-DROPRCPT-STRING PIC X(10) VALUE "DROPRECIP".
       01 WS-CONFID-STRING   PIC X(10) VALUE "CONFIDENT".
       01 WS-DELIVLOG-STRING PIC X(10) VALUE "DELIVLOG".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
               LIMIT 50
       END-EXEC.

       EXEC SQL
           DECLARE recipient_list_cursor CURSOR FOR
               SELECT id, report_name, recipient_name, address,
                   channel, schedule, patron_data_ok, active
               FROM report_recipients
               ORDER BY report_name, id
       END-EXEC.

       EXEC SQL
           DECLARE delivery_log_cursor CURSOR FOR
               SELECT report_deliveries.queued_date,
                   report_deliveries.report_name,
                   report_deliveries.business_date,
                   report_deliveries.channel,
                   report_deliveries.outcome,
                   COALESCE(report_recipients.recipient_name, ' ')
               FROM report_deliveries
               LEFT JOIN report_recipients
                   ON report_recipients.id =
                       report_deliveries.recipient_id
               ORDER BY report_deliveries.id DESC
               LIMIT 50
       END-EXEC.

      *    the output folder with a memory : what was printed,
      *    when, where the file is, and a reprint that does not
      *    depend on the file never having been tidied away
           DISPLAY WS-LIST-STRING " / "
                   WS-REPRINT-STRING " / "
                   WS-KEEP-STRING " / "
                   WS-RECIPS-STRING " / "
                   WS-ADDRCPT-STRING " / "
                   WS-DROPRCPT-STRING " / "
                   WS-CONFID-STRING " / "
                   WS-DELIVLOG-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE
               WHEN WS-KEEP-STRING
                   PERFORM 0300-MARK-KEEP-BEGIN
                      THRU 0300-MARK-KEEP-END
               WHEN WS-RECIPS-STRING
                   PERFORM 0400-LIST-RECIPIENTS-BEGIN
                      THRU 0400-LIST-RECIPIENTS-END
               WHEN WS-ADDRCPT-STRING
                   PERFORM 0500-ADD-RECIPIENT-BEGIN
                      THRU 0500-ADD-RECIPIENT-END
               WHEN WS-DROPRCPT-STRING
                   PERFORM 0600-DROP-RECIPIENT-BEGIN
                      THRU 0600-DROP-RECIPIENT-END
               WHEN WS-CONFID-STRING
                   PERFORM 0700-MARK-CONFIDENTIAL-BEGIN
                      THRU 0700-MARK-CONFIDENTIAL-END
               WHEN WS-DELIVLOG-STRING
                   PERFORM 0800-LIST-DELIVERIES-BEGIN
                      THRU 0800-LIST-DELIVERIES-END
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE
                   DISPLAY "Flagged keep-forever."
           END-EVALUATE.
       0300-MARK-KEEP-END.

      *    the distribution lists rptdistr reads after each run
       0400-LIST-RECIPIENTS-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN recipient_list_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Recipient list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH recipient_list_cursor
           INTO :WS-RECIPIENT-ID, :WS-REPORT-NAME,
               :WS-RECIPIENT-NAME, :WS-ADDRESS, :WS-CHANNEL,
               :WS-SCHEDULE, :WS-PATRON-DATA-OK, :WS-ACTIVE
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-RECIPIENT-ID " | "
                           FUNCTION TRIM(WS-REPORT-NAME) " | "
                           FUNCTION TRIM(WS-RECIPIENT-NAME) " | "
                           FUNCTION TRIM(WS-ADDRESS) " | "
                           WS-CHANNEL WS-SCHEDULE
                           " | patron data " WS-PATRON-DATA-OK
                           " | active " WS-ACTIVE
               END-IF

           END-PERFORM.

           IF WS-MATCH-COUNT = 0
               DISPLAY "No distribution lists set up."
           END-IF.

       EXEC SQL CLOSE recipient_list_cursor END-EXEC.
       0400-LIST-RECIPIENTS-END.

       0500-ADD-RECIPIENT-BEGIN.
           DISPLAY "Report name (or its start, for a family) : ".
           MOVE SPACES TO WS-REPORT-NAME.
           ACCEPT WS-REPORT-NAME.

           IF WS-REPORT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Recipient name : ".
           MOVE SPACES TO WS-RECIPIENT-NAME.
           ACCEPT WS-RECIPIENT-NAME.
           DISPLAY "E-mail address, or printer / pigeonhole : ".
           MOVE SPACES TO WS-ADDRESS.
           ACCEPT WS-ADDRESS.

           IF WS-RECIPIENT-NAME = SPACES OR WS-ADDRESS = SPACES
               DISPLAY "A recipient needs a name and an address, "
                       "nothing changed."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Channel (E e-mail, P print) : ".
           MOVE "E" TO WS-CHANNEL.
           ACCEPT WS-CHANNEL.
           IF WS-CHANNEL NOT = "P"
               MOVE "E" TO WS-CHANNEL
           END-IF.

           DISPLAY "Schedule (R each run, W weekly, M month-end) : ".
           MOVE "R" TO WS-SCHEDULE.
           ACCEPT WS-SCHEDULE.
           IF WS-SCHEDULE NOT = "W" AND WS-SCHEDULE NOT = "M"
               MOVE "R" TO WS-SCHEDULE
           END-IF.

           DISPLAY "Allowed reports with patron details (Y/N) ? ".
           MOVE "N" TO WS-PATRON-DATA-OK.
           ACCEPT WS-PATRON-DATA-OK.
           IF WS-PATRON-DATA-OK NOT = "Y"
               MOVE "N" TO WS-PATRON-DATA-OK
           END-IF.

       EXEC SQL
           INSERT INTO report_recipients (report_name,
               recipient_name, address, channel, schedule,
               patron_data_ok, active)
           VALUES (:WS-REPORT-NAME, :WS-RECIPIENT-NAME,
               :WS-ADDRESS, :WS-CHANNEL, :WS-SCHEDULE,
               :WS-PATRON-DATA-OK, 'Y')
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Recipient added."
           ELSE
               DISPLAY "Insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0500-ADD-RECIPIENT-END.

      *    switched off rather than deleted, so the delivery log
      *    still names who had what
       0600-DROP-RECIPIENT-BEGIN.
           DISPLAY "Enter recipient id to stop : ".
           ACCEPT WS-RECIPIENT-ID.

       EXEC SQL
           UPDATE report_recipients
           SET active = 'N'
           WHERE id = :WS-RECIPIENT-ID
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Recipient update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "No such recipient."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "Recipient stopped."
           END-EVALUATE.
       0600-DROP-RECIPIENT-END.

       0700-MARK-CONFIDENTIAL-BEGIN.
           DISPLAY "Report name (or its start) that carries "
                   "patron details : ".
           MOVE SPACES TO WS-REPORT-NAME.
           ACCEPT WS-REPORT-NAME.

           IF WS-REPORT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO confidential_reports (report_name)
           VALUES (:WS-REPORT-NAME)
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Flagged confidential."
           ELSE
               DISPLAY "Already flagged, nothing changed."
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0700-MARK-CONFIDENTIAL-END.

       0800-LIST-DELIVERIES-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN delivery_log_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Delivery log error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH delivery_log_cursor
           INTO :WS-QUEUED-DATE, :WS-REPORT-NAME,
               :WS-BUSINESS-DATE, :WS-CHANNEL, :WS-OUTCOME,
               :WS-RECIPIENT-NAME
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-OUTCOME = "W"
                       DISPLAY WS-QUEUED-DATE " | "
                               FUNCTION TRIM(WS-REPORT-NAME) " of "
                               WS-BUSINESS-DATE " | withheld from "
                               FUNCTION TRIM(WS-RECIPIENT-NAME)
                   ELSE
                       DISPLAY WS-QUEUED-DATE " | "
                               FUNCTION TRIM(WS-REPORT-NAME) " of "
                               WS-BUSINESS-DATE " | " WS-CHANNEL
                               " to "
                               FUNCTION TRIM(WS-RECIPIENT-NAME)
                   END-IF
               END-IF

           END-PERFORM.

           IF WS-MATCH-COUNT = 0
               DISPLAY "Nothing distributed yet."
           END-IF.

       EXEC SQL CLOSE delivery_log_cursor END-EXEC.
       0800-LIST-DELIVERIES-END.
