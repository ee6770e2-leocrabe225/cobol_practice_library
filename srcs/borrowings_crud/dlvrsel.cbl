       IDENTIFICATION DIVISION.
       PROGRAM-ID. dlvrsel.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-ROUND-ID         PIC 9(10).
       01 WS-ROUND-NAME       PIC X(30).
       01 WS-VOLUNTEER-NAME   PIC X(40).
       01 WS-LANGUAGE         PIC X(20).
       01 WS-PICK-LIMIT       PIC 9(05) VALUE 6.
       01 WS-BOOK-ID          PIC 9(10).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-LAST-NAME        PIC X(25).
       01 WS-FIRST-NAME       PIC X(25).
       01 WS-ADDRESS          PIC X(50).
       01 WS-PHONE-NUMBER     PIC X(15).
       01 WS-LINE-KIND        PIC X(01).
       01 WS-DUE-DATE         PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "dlvrsel".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-PICK-EOF      PIC X   VALUE "n".
           88 WS-PICK-EOF-N        VALUE "n".
           88 WS-PICK-EOF-Y        VALUE "Y".

       01 WS-PATRON-COUNT     PIC 9(05) VALUE 0.
       01 WS-PICK-COUNT       PIC 9(05) VALUE 0.
       01 WS-PATRON-PICKS     PIC 9(05) VALUE 0.
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.

       01 WS-PREV-ROUND-ID    PIC 9(10) VALUE 0.
       01 WS-PREV-PEOPLE-ID   PIC 9(10) VALUE 0.

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30) VALUE "delivery-runsheet".

       EXEC SQL
           DECLARE delivery_patron_cursor CURSOR FOR
               SELECT people.id, people.delivery_round_id,
                   people.delivery_language
               FROM people
               INNER JOIN delivery_rounds
                   ON delivery_rounds.id = people.delivery_round_id
               WHERE people.delivery_flag = 'Y'
                 AND delivery_rounds.deleted_date = '00000000'
               ORDER BY people.delivery_round_id, people.id
       END-EXEC.

      *    titles the patron has never borrowed, with a lendable
      *    copy on the shelf (not reference-only, not short loan),
      *    in their language and, when they stated any, within
      *    their preferred types and subjects
       EXEC SQL
           DECLARE delivery_pick_cursor CURSOR FOR
               SELECT books.id
               FROM books
               WHERE books.deleted_date = '00000000'
                 AND books.withdrawn_date = '00000000'
                 AND books.copies_available > 0
                 AND EXISTS (
                     SELECT 1 FROM copies
                     WHERE copies.book_id = books.id
                       AND copies.status = 'A'
                       AND copies.loan_policy NOT IN ('R', 'S')
                 )
                 AND (:WS-LANGUAGE = ' '
                   OR books.language = :WS-LANGUAGE)
                 AND NOT EXISTS (
                     SELECT 1 FROM borrowings
                     WHERE borrowings.people_id = :WS-PEOPLE-ID
                       AND borrowings.book_id = books.id
                 )
                 AND (NOT EXISTS (
                         SELECT 1 FROM delivery_prefs
                         WHERE people_id = :WS-PEOPLE-ID
                           AND pref_kind = 'T')
                   OR books.type_id IN (
                         SELECT ref_id FROM delivery_prefs
                         WHERE people_id = :WS-PEOPLE-ID
                           AND pref_kind = 'T'))
                 AND (NOT EXISTS (
                         SELECT 1 FROM delivery_prefs
                         WHERE people_id = :WS-PEOPLE-ID
                           AND pref_kind = 'S')
                   OR EXISTS (
                         SELECT 1 FROM books_subjects
                         INNER JOIN delivery_prefs
                             ON delivery_prefs.ref_id =
                                books_subjects.subject_id
                         WHERE books_subjects.book_id = books.id
                           AND delivery_prefs.people_id =
                               :WS-PEOPLE-ID
                           AND delivery_prefs.pref_kind = 'S'))
               ORDER BY books.copies_available DESC, books.id DESC
               LIMIT :WS-PICK-LIMIT
       END-EXEC.

      *    the run sheet : per round, per patron, what goes out
      *    in the bag (D) and what comes back (C)
       EXEC SQL
           DECLARE runsheet_cursor CURSOR FOR
               SELECT delivery_rounds.id, delivery_rounds.name,
                   delivery_rounds.volunteer_name,
                   people.id, people.last_name, people.first_name,
                   people.delivery_address, people.phone_number,
                   sheet.kind, books.name, sheet.due_date
               FROM (
                   SELECT delivery_selections.people_id AS people_id,
                       'D' AS kind,
                       delivery_selections.book_id AS book_id,
                       '        ' AS due_date
                   FROM delivery_selections
                   WHERE delivery_selections.status = 'P'
                   UNION ALL
                   SELECT borrowings.people_id, 'C',
                       borrowings.book_id, borrowings.end_date
                   FROM borrowings
                   WHERE borrowings.delivery_flag = 'Y'
                     AND borrowings.returned_date = '00000000'
               ) sheet
               INNER JOIN people ON people.id = sheet.people_id
               INNER JOIN delivery_rounds
                   ON delivery_rounds.id = people.delivery_round_id
               INNER JOIN books ON books.id = sheet.book_id
               WHERE people.delivery_flag = 'Y'
               ORDER BY delivery_rounds.id, people.id, sheet.kind,
                   books.name
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the housebound round used to be chosen on paper : this
      *    batch proposes a fresh bag per delivery patron and
      *    prints the volunteers' run sheet ; the bag itself goes
      *    out and comes back through dlvrbag
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "DELIVERY-PICKS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-PICK-LIMIT
           END-IF.

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

       EXEC SQL OPEN delivery_patron_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Delivery selection error SQLCODE: " SQLCODE
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

           SET WS-EOF-N TO TRUE.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH delivery_patron_cursor
           INTO :WS-PEOPLE-ID, :WS-ROUND-ID, :WS-LANGUAGE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0100-SELECT-FOR-PATRON-BEGIN
                      THRU 0100-SELECT-FOR-PATRON-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE delivery_patron_cursor END-EXEC.

           PERFORM 0300-PRINT-RUNSHEET-BEGIN
              THRU 0300-PRINT-RUNSHEET-END.

           SET LK-RETURN-OK TO TRUE.

           DISPLAY WS-PICK-COUNT " title(s) proposed for "
                   WS-PATRON-COUNT " delivery patron(s).".

           MOVE WS-PICK-COUNT TO WS-RUN-COUNT.
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

      *    a patron's earlier proposals that never went out are
      *    superseded by tonight's pick
       0100-SELECT-FOR-PATRON-BEGIN.
       EXEC SQL
           UPDATE delivery_selections
           SET status = 'X'
           WHERE people_id = :WS-PEOPLE-ID
             AND status = 'P'
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "Selection reset error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PATRON-COUNT.
           MOVE 0 TO WS-PATRON-PICKS.
           SET WS-PICK-EOF-N TO TRUE.

       EXEC SQL OPEN delivery_pick_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Delivery pick error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-PICK-EOF-Y

       EXEC SQL
           FETCH delivery_pick_cursor
           INTO :WS-BOOK-ID
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-PICK-EOF-Y TO TRUE
               ELSE
                   PERFORM 0200-PROPOSE-ONE-BEGIN
                      THRU 0200-PROPOSE-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE delivery_pick_cursor END-EXEC.

       EXEC SQL COMMIT END-EXEC.

           IF WS-PATRON-PICKS = 0
               DISPLAY "Nothing new to offer patron " WS-PEOPLE-ID
                       ", check their reading preferences."
           END-IF.
       0100-SELECT-FOR-PATRON-END.

       0200-PROPOSE-ONE-BEGIN.
       EXEC SQL
           INSERT INTO delivery_selections
               (people_id, round_id, book_id, run_date)
           VALUES (:WS-PEOPLE-ID, :WS-ROUND-ID, :WS-BOOK-ID,
               :WS-TODAY)
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Selection insert error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-PICK-COUNT.
           ADD 1 TO WS-PATRON-PICKS.
       0200-PROPOSE-ONE-END.

       0300-PRINT-RUNSHEET-BEGIN.
           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Home delivery run sheet for " DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE 0 TO WS-PREV-ROUND-ID.
           MOVE 0 TO WS-PREV-PEOPLE-ID.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN runsheet_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Run sheet error SQLCODE: " SQLCODE
               SET WS-EOF-Y TO TRUE
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH runsheet_cursor
           INTO :WS-ROUND-ID, :WS-ROUND-NAME, :WS-VOLUNTEER-NAME,
               :WS-PEOPLE-ID, :WS-LAST-NAME, :WS-FIRST-NAME,
               :WS-ADDRESS, :WS-PHONE-NUMBER, :WS-LINE-KIND,
               :WS-BOOK-NAME, :WS-DUE-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0400-PRINT-ONE-LINE-BEGIN
                      THRU 0400-PRINT-ONE-LINE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE runsheet_cursor END-EXEC.

           MOVE "CLOS" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
       0300-PRINT-RUNSHEET-END.

       0400-PRINT-ONE-LINE-BEGIN.
           MOVE "LINE" TO WS-SPOOL-REQUEST.

           IF WS-ROUND-ID NOT = WS-PREV-ROUND-ID
               MOVE SPACES TO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "Round " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ROUND-NAME) DELIMITED BY SIZE
                      " -- volunteer " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VOLUNTEER-NAME)
                      DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               MOVE WS-ROUND-ID TO WS-PREV-ROUND-ID
               MOVE 0 TO WS-PREV-PEOPLE-ID
           END-IF.

           IF WS-PEOPLE-ID NOT = WS-PREV-PEOPLE-ID
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "  " DELIMITED BY SIZE
                      WS-PEOPLE-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FIRST-NAME) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LAST-NAME) DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ADDRESS) DELIMITED BY SIZE
                      ", tel " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PHONE-NUMBER)
                      DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               MOVE WS-PEOPLE-ID TO WS-PREV-PEOPLE-ID
           END-IF.

           MOVE SPACES TO WS-SPOOL-TEXT.
           IF WS-LINE-KIND = "C"
               STRING "      collect : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BOOK-NAME) DELIMITED BY SIZE
                      " (due " DELIMITED BY SIZE
                      WS-DUE-DATE DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
           ELSE
               STRING "      deliver : " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BOOK-NAME) DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
           END-IF.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
       0400-PRINT-ONE-LINE-END.
