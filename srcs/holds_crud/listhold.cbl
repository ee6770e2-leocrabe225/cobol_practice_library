       01 WS-FIRST-NAME        PIC X(25).
       01 WS-LAST-NAME         PIC X(25).
       01 WS-REQUESTED-DATE    PIC X(08).
       01 WS-TODAY             PIC X(08).
       01 WS-SUSPEND-FROM      PIC X(08).
       01 WS-SUSPEND-UNTIL     PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT   PIC 9(05) VALUE 0.
       01 WS-SUSPEND-COUNT PIC 9(05) VALUE 0.

       01 WS-OUT-HDR.
           05 FILLER          PIC X(10) VALUE "id".
               INNER JOIN books ON holds.book_id = books.id
               INNER JOIN people ON holds.people_id = people.id
               WHERE holds.fulfilled_date = '00000000'
                 AND NOT (holds.suspend_from <= :WS-TODAY
                      AND holds.suspend_until > :WS-TODAY)
               ORDER BY holds.requested_date
       END-EXEC.

      *    paused holds are listed on their own : they keep their
      *    place in the queue but nobody should pull a copy for
      *    them before the until date
       EXEC SQL
           DECLARE suspended_hold_cursor CURSOR FOR
               SELECT
                   holds.id,
                   books.name,
                   people.last_name,
                   people.first_name,
                   holds.suspend_from,
                   holds.suspend_until
               FROM holds
               INNER JOIN books ON holds.book_id = books.id
               INNER JOIN people ON holds.people_id = people.id
               WHERE holds.fulfilled_date = '00000000'
                 AND holds.suspend_from <= :WS-TODAY
                 AND holds.suspend_until > :WS-TODAY
               ORDER BY holds.suspend_until
       END-EXEC.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

       EXEC SQL OPEN hold_list_cursor END-EXEC.

           IF SQLCODE NOT = 0

       EXEC SQL CLOSE hold_list_cursor END-EXEC.

           PERFORM 0100-LIST-SUSPENDED-BEGIN
              THRU 0100-LIST-SUSPENDED-END.

           EXIT PROGRAM.

       0100-LIST-SUSPENDED-BEGIN.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN suspended_hold_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Hold list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH suspended_hold_cursor
           INTO :WS-ID, :WS-BOOK-NAME, :WS-LAST-NAME,
               :WS-FIRST-NAME, :WS-SUSPEND-FROM, :WS-SUSPEND-UNTIL
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-SUSPEND-COUNT
                   IF WS-SUSPEND-COUNT = 1
                       DISPLAY "Suspended holds (queue place kept) :"
                   END-IF
                   DISPLAY WS-ID " | "
                           FUNCTION TRIM(WS-BOOK-NAME) " | "
                           FUNCTION TRIM(WS-FIRST-NAME) " "
                           FUNCTION TRIM(WS-LAST-NAME)
                           " | from " WS-SUSPEND-FROM
                           " until " WS-SUSPEND-UNTIL
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE suspended_hold_cursor END-EXEC.
       0100-LIST-SUSPENDED-END.
