       01 WS-PEOPLE-FNAME     PIC X(25).
       01 WS-PEOPLE-PHONE     PIC X(15).
       01 WS-PEOPLE-EMAIL     PIC X(40).
       01 WS-RECIPIENT-ADDRESS PIC X(40).
       01 WS-ATTACHMENT-FILE  PIC X(50).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-OUT-LINE         PIC X(200).

      *    pending rows grouped by channel so each delivery file
      *    is written exactly once per run ; a spooled report
      *    queued by rptdistr has no patron, only an address and
      *    the spool file to go with it
       EXEC SQL
           DECLARE pending_notice_cursor CURSOR FOR
               SELECT notifications.id,
                   COALESCE(notifications.people_id, 0),
                   notifications.channel,
                   notifications.notice_kind,
                   notifications.notice_text,
                   COALESCE(people.last_name, ' '),
                   COALESCE(people.first_name, ' '),
                   COALESCE(people.phone_number, ' '),
                   COALESCE(people.email_address, ' '),
                   notifications.recipient_address,
                   notifications.attachment_file
               FROM notifications
               LEFT JOIN people
                   ON notifications.people_id = people.id
               WHERE notifications.status = 'P'
               ORDER BY notifications.channel, notifications.id
           INTO :WS-NOTICE-ID, :WS-PEOPLE-ID, :WS-CHANNEL,
               :WS-NOTICE-KIND, :WS-NOTICE-TEXT,
               :WS-PEOPLE-LNAME, :WS-PEOPLE-FNAME,
               :WS-PEOPLE-PHONE, :WS-PEOPLE-EMAIL,
               :WS-RECIPIENT-ADDRESS, :WS-ATTACHMENT-FILE
       END-EXEC

               IF SQLCODE = +100
           END-IF.

           MOVE SPACES TO WS-OUT-LINE.
           EVALUATE TRUE
               WHEN WS-RECIPIENT-ADDRESS NOT = SPACES
                   STRING FUNCTION TRIM(WS-RECIPIENT-ADDRESS)
                          DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          WS-NOTICE-KIND DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NOTICE-TEXT)
                          DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ATTACHMENT-FILE)
                          DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WHEN WS-CHANNEL = "E"
                   STRING FUNCTION TRIM(WS-PEOPLE-EMAIL)
                          DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NOTICE-TEXT)
                          DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               WHEN WS-CHANNEL = "T"
                   STRING FUNCTION TRIM(WS-PEOPLE-PHONE)
                          DELIMITED BY SIZE
                          " | " DELIMITED BY SIZE
