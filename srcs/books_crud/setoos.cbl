           MOVE LK-COPY-ID TO WS-COPY-ID.

       EXEC SQL
           SELECT id, book_id, status, oos_reason
           INTO :WS-COPY-ID, :WS-BOOK-ID, :WS-STATUS, :WS-REASON
           FROM copies
           WHERE id = :WS-COPY-ID
       END-EXEC.
              THRU 0950-AUDIT-END.
       0100-SET-OOS-END.

      *    a kit held back as MP is still on its open loan and
      *    leaves that state through the returns desk only
       0200-RELEASE-OOS-BEGIN.
           IF WS-STATUS NOT = "O" OR WS-REASON = "MP"
               SET LK-RETURN-CONFLICT TO TRUE
               EXIT PROGRAM
           END-IF.
