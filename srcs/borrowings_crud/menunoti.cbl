
       EXEC SQL
           DECLARE outbox_cursor CURSOR FOR
               SELECT id, COALESCE(people_id, 0), channel,
                   notice_kind,
                   status, created_date, notice_text
               FROM notifications
               WHERE status IN ('P', 'S', 'B')
           ACCEPT WS-NOTICE-ID.

       EXEC SQL
           SELECT COALESCE(people_id, 0)
           INTO :WS-PEOPLE-ID
           FROM notifications
           WHERE id = :WS-NOTICE-ID
           WHERE id = :WS-NOTICE-ID
       END-EXEC.

      *    a report copy bounced has no patron to flag
           IF SQLCODE = 0 AND WS-PEOPLE-ID NOT = 0
       EXEC SQL
           UPDATE people
           SET address_check_flag = 'Y'
