       01 WS-EXPECTED-DATE    PIC X(08).
       01 WS-ORDER-STATUS     PIC X(01).
       01 WS-PICKUP-BRANCH    PIC 9(10).
       01 WS-ANY-EDITION      PIC X(01).
       01 WS-CHALLENGE-NAME   PIC X(40).
       01 WS-RETURNS-COUNT    PIC 9(05).
       01 WS-TARGET-COUNT     PIC 9(05).
       01 WS-REQUESTED-DATE   PIC X(08).
       01 WS-FULFILLED-DATE   PIC X(08).
       01 WS-SUSPEND-FROM     PIC X(08).
       01 WS-SUSPEND-UNTIL    PIC X(08).
       01 WS-RETURNED-DATE    PIC X(08).
       01 WS-HISTORY-PREF     PIC X(01).
       01 WS-REVIEW-ID        PIC 9(10).
       01 WS-RATING           PIC 9(01).
       01 WS-RATING-AVG       PIC 9(01)V9.
       01 WS-RATING-COUNT     PIC 9(05).
       01 WS-REVIEW-TEXT      PIC X(120).
       01 WS-REVIEW-STATUS    PIC X(01).
       01 WS-BORROW-COUNT     PIC 9(05).
       01 WS-LIST-ID          PIC 9(10).
       01 WS-LIST-KIND        PIC X(01).
       01 WS-LIST-NAME        PIC X(40).
       01 WS-ENTRY-ID         PIC 9(10).
       01 WS-ON-SHELF         PIC 9(05).
       01 WS-PC-ID            PIC 9(10).
       01 WS-PC-NAME          PIC X(20).
       01 WS-PC-BRANCH        PIC 9(10).
       01 WS-PC-BOOKING-ID    PIC 9(10).
       01 WS-PC-DATE          PIC X(08).
       01 WS-PC-START         PIC X(04).
       01 WS-PC-END           PIC X(04).
       01 WS-CONSENT          PIC X(01).
       01 WS-CONSENT-DATE     PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-SUGGEST-STRING  PIC X(10) VALUE "SUGGEST".
       01 WS-CHALLENGE-STRING PIC X(10) VALUE "CHALLENGE".
       01 WS-ORDERHOLD-STRING PIC X(10) VALUE "ORDERHOLD".
       01 WS-MYHOLDS-STRING  PIC X(10) VALUE "MYHOLDS".
       01 WS-SUSPEND-STRING  PIC X(10) VALUE "SUSPEND".
       01 WS-RESUME-STRING   PIC X(10) VALUE "RESUME".
       01 WS-NEW-STRING      PIC X(10) VALUE "NEW".
       01 WS-REVIEW-STRING   PIC X(10) VALUE "REVIEW".
       01 WS-LISTS-STRING    PIC X(10) VALUE "LISTS".
       01 WS-READLIST-STRING PIC X(10) VALUE "READLIST".
       01 WS-WANT-STRING     PIC X(10) VALUE "WANT".
       01 WS-NEWLIST-STRING  PIC X(10) VALUE "NEWLIST".
       01 WS-REMOVE-STRING   PIC X(10) VALUE "REMOVE".
       01 WS-PC-STRING       PIC X(10) VALUE "PC".
       01 WS-BOOK-STRING     PIC X(10) VALUE "BOOK".
       01 WS-CANCEL-STRING   PIC X(10) VALUE "CANCEL".
       01 WS-NEWSLETTER-STRING PIC X(10) VALUE "NEWSLETTER".
       01 WS-CONSENT-ANSWER  PIC X(01).
       01 WS-CONSENT-SOURCE  PIC X(01) VALUE "O".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".
       01 WS-ISBN-RAW        PIC X(17).

       01 WS-NEW-REQUEST     PIC X(04) VALUE "SHOW".
       01 WS-NEW-FROM        PIC X(08) VALUE SPACES.
       01 WS-NEW-TO          PIC X(08) VALUE SPACES.

       01 WS-RATING-AVG-OUT  PIC 9.9.

       01 WS-LIST-ACTION     PIC X(10).
       01 WS-PREV-LIST-ID    PIC 9(10).

       01 WS-PC-MINUTES      PIC 9(03).
       01 WS-PC-MINUTES-LEFT PIC 9(05).
       01 WS-PC-VIA          PIC X(01) VALUE "O".
       01 WS-PREV-PC-ID      PIC 9(10).

       01 WS-BIB-TITLE       PIC X(50).
       01 WS-BIB-AUTHOR-L    PIC X(25).
       01 WS-BIB-AUTHOR-F    PIC X(25).
       01 WS-BIB-YEAR        PIC X(04).
       01 WS-BIB-EDITOR      PIC X(25).
       01 WS-BIB-TYPE        PIC X(20).
       01 WS-BIB-CLASS       PIC X(12).
       01 WS-BIB-CUTTER      PIC X(10).
       01 WS-MATCH-WORD      PIC X(50).
       01 WS-TITLE-UPPER     PIC X(50).
       01 WS-HIT-COUNT       PIC 9(02).

       01 WS-SEARCH-TEXT     PIC X(50).
       01 WS-TODAY           PIC X(08).
       01 WS-PATRON-SUSP-UNTIL PIC X(08).
       01 WS-HOLD-ID         PIC 9(10).
       01 WS-MATCH-COUNT     PIC 9(05) VALUE 0.
       01 WS-CARD-REQUEST    PIC X(04).
       01 WS-CARD-INPUT      PIC X(10).
       01 WS-HOLD-ACTION     PIC X(10).
       01 WS-SUSPEND-MAX-DAYS PIC 9(03) VALUE 90.
       01 WS-PARAM-NAME      PIC X(20).
       01 WS-PARAM-VALUE     PIC 9(05)V99.
       01 WS-FROM-DATE-NUM   PIC 9(08).
       01 WS-UNTIL-DATE-NUM  PIC 9(08).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
               ORDER BY borrowings.end_date
       END-EXEC.

      *    what the patron has read lately, for the ones who let
      *    us keep it
       EXEC SQL
           DECLARE opac_read_cursor CURSOR FOR
               SELECT books.name, borrowings.returned_date
               FROM borrowings
               INNER JOIN books ON borrowings.book_id = books.id
               WHERE borrowings.people_id = :WS-PEOPLE-ID
                 AND borrowings.returned_date <> '00000000'
               ORDER BY borrowings.returned_date DESC
               LIMIT 20
       END-EXEC.

       EXEC SQL
           DECLARE opac_hold_cursor CURSOR FOR
               SELECT holds.id, COALESCE(books.name, 'On order'),
                   holds.requested_date, holds.fulfilled_date,
                   holds.suspend_from, holds.suspend_until
               FROM holds
               LEFT JOIN books ON holds.book_id = books.id
               WHERE holds.people_id = :WS-PEOPLE-ID
                 AND holds.closed_date = '00000000'
               ORDER BY holds.requested_date
       END-EXEC.

       EXEC SQL
           DECLARE opac_fine_cursor CURSOR FOR
               SELECT fines.id,
               ORDER BY id
       END-EXEC.

      *    the patron's own lists, want-to-read first, each entry
      *    with how many copies are on the shelf right now
       EXEC SQL
           DECLARE opac_mylist_cursor CURSOR FOR
               SELECT reading_lists.id, reading_lists.list_kind,
                   reading_lists.name,
                   COALESCE(reading_list_items.id, 0),
                   COALESCE(books.name, ' '),
                   (SELECT COUNT(*) FROM copies
                    WHERE copies.book_id = books.id
                      AND copies.status = 'A')
               FROM reading_lists
               LEFT JOIN reading_list_items
                   ON reading_list_items.list_id = reading_lists.id
               LEFT JOIN books
                   ON reading_list_items.book_id = books.id
               WHERE reading_lists.people_id = :WS-PEOPLE-ID
                 AND reading_lists.list_kind IN ('W', 'N')
                 AND reading_lists.deleted_date = '00000000'
               ORDER BY reading_lists.list_kind DESC,
                   reading_lists.id, reading_list_items.id
       END-EXEC.

       EXEC SQL
           DECLARE opac_published_cursor CURSOR FOR
               SELECT id, name
               FROM reading_lists
               WHERE list_kind = 'P'
                 AND deleted_date = '00000000'
               ORDER BY name
       END-EXEC.

       EXEC SQL
           DECLARE opac_listitem_cursor CURSOR FOR
               SELECT reading_list_items.id, books.name,
                   (SELECT COUNT(*) FROM copies
                    WHERE copies.book_id = books.id
                      AND copies.status = 'A')
               FROM reading_list_items
               INNER JOIN books
                   ON reading_list_items.book_id = books.id
               WHERE reading_list_items.list_id = :WS-LIST-ID
                 AND books.deleted_date = '00000000'
               ORDER BY reading_list_items.id
       END-EXEC.

      *    the patron's PC sessions from today on
       EXEC SQL
           DECLARE opac_mypc_cursor CURSOR FOR
               SELECT pc_bookings.id, pcs.name,
                   pc_bookings.booking_date, pc_bookings.start_time,
                   pc_bookings.end_time
               FROM pc_bookings
               INNER JOIN pcs ON pc_bookings.pc_id = pcs.id
               WHERE pc_bookings.people_id = :WS-PEOPLE-ID
                 AND pc_bookings.booking_date >= :WS-TODAY
                 AND pc_bookings.status = 'B'
               ORDER BY pc_bookings.booking_date,
                   pc_bookings.start_time
       END-EXEC.

      *    a branch's PCs with the times already taken on the day
       EXEC SQL
           DECLARE opac_pc_taken_cursor CURSOR FOR
               SELECT pcs.id, pcs.name,
                   COALESCE(pc_bookings.start_time, ' '),
                   COALESCE(pc_bookings.end_time, ' ')
               FROM pcs
               LEFT JOIN pc_bookings
                   ON pc_bookings.pc_id = pcs.id
                  AND pc_bookings.booking_date = :WS-PC-DATE
                  AND pc_bookings.status IN ('B', 'U')
               WHERE pcs.branch_id = :WS-PC-BRANCH
                 AND pcs.deleted_date = '00000000'
               ORDER BY pcs.name, pcs.id, pc_bookings.start_time
       END-EXEC.

      *    what other readers said, newest first, once a librarian
      *    has let it through
       EXEC SQL
           DECLARE opac_review_cursor CURSOR FOR
               SELECT rating, review_text
               FROM reviews
               WHERE book_id = :WS-BOOK-ID
                 AND status = 'A'
                 AND review_text <> ' '
               ORDER BY submitted_date DESC, id DESC
               LIMIT 5
       END-EXEC.

       EXEC SQL
           DECLARE opac_branch_cursor CURSOR FOR
               SELECT branches.code, COUNT(*)
           ACCEPT WS-PIN.

       EXEC SQL
           SELECT pin, last_name, first_name, history_pref
           INTO :WS-DB-PIN, :WS-PEOPLE-LNAME, :WS-PEOPLE-FNAME,
               :WS-HISTORY-PREF
           FROM people
           WHERE id = :WS-PEOPLE-ID
       END-EXEC.
               EXIT PARAGRAPH
           END-IF.

      *    a suspended patron keeps no self-service : not even
      *    reviewing loans, the desk explains the suspension
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL "chksusp" USING
               WS-PEOPLE-ID
               WS-TODAY
               WS-PATRON-SUSP-UNTIL
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-SUSPENDED
               DISPLAY "Your account is suspended until "
                       WS-PATRON-SUSP-UNTIL
                       " - please see a librarian."
               EXIT PARAGRAPH
           END-IF.

           SET WS-SIGNED-ON TO TRUE.
           DISPLAY "Welcome, " FUNCTION TRIM(WS-PEOPLE-FNAME)
                   " " FUNCTION TRIM(WS-PEOPLE-LNAME) ".".
                       " - Your reading challenge progress"
               DISPLAY FUNCTION TRIM(WS-ORDERHOLD-STRING)
                       " - Hold a title that is on order"
               DISPLAY FUNCTION TRIM(WS-MYHOLDS-STRING)
                       " - Review, pause or resume your holds"
               DISPLAY FUNCTION TRIM(WS-NEW-STRING)
                       " - New on our shelves this month"
               DISPLAY FUNCTION TRIM(WS-REVIEW-STRING)
                       " - Rate or review a book you have borrowed"
               DISPLAY FUNCTION TRIM(WS-LISTS-STRING)
                       " - Your want-to-read and reading lists"
               DISPLAY FUNCTION TRIM(WS-READLIST-STRING)
                       " - Reading lists from the library"
               DISPLAY FUNCTION TRIM(WS-PC-STRING)
                       " - Book a public internet PC"
               DISPLAY FUNCTION TRIM(WS-NEWSLETTER-STRING)
                       " - Newsletters and event mailings"
               DISPLAY FUNCTION TRIM(WS-QUIT-STRING)
                       " - Leave the terminal"

                   WHEN WS-ORDERHOLD-STRING
                       PERFORM 1000-ORDER-HOLD-BEGIN
                          THRU 1000-ORDER-HOLD-END
                   WHEN WS-MYHOLDS-STRING
                       PERFORM 1100-MY-HOLDS-BEGIN
                          THRU 1100-MY-HOLDS-END
                   WHEN WS-NEW-STRING
                       PERFORM 1400-NEW-ARRIVALS-BEGIN
                          THRU 1400-NEW-ARRIVALS-END
                   WHEN WS-REVIEW-STRING
                       PERFORM 1500-RATE-AND-REVIEW-BEGIN
                          THRU 1500-RATE-AND-REVIEW-END
                   WHEN WS-LISTS-STRING
                       PERFORM 1600-MY-LISTS-BEGIN
                          THRU 1600-MY-LISTS-END
                   WHEN WS-READLIST-STRING
                       PERFORM 1700-BROWSE-LISTS-BEGIN
                          THRU 1700-BROWSE-LISTS-END
                   WHEN WS-PC-STRING
                       PERFORM 1800-PC-BOOKINGS-BEGIN
                          THRU 1800-PC-BOOKINGS-END
                   WHEN WS-NEWSLETTER-STRING
                       PERFORM 1900-NEWSLETTER-BEGIN
                          THRU 1900-NEWSLETTER-END
                   WHEN WS-QUIT-STRING
                       SET WS-QUIT-Y TO TRUE
               END-EVALUATE
               END-IF
           END-PERFORM.
       EXEC SQL CLOSE opac_branch_cursor END-EXEC.

       EXEC SQL
           SELECT COALESCE(ROUND(AVG(rating), 1), 0), COUNT(*)
           INTO :WS-RATING-AVG, :WS-RATING-COUNT
           FROM reviews
           WHERE book_id = :WS-BOOK-ID
             AND status = 'A'
             AND rating > 0
       END-EXEC.

           IF SQLCODE NOT = 0 OR WS-RATING-COUNT = 0
               DISPLAY "Not rated yet."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RATING-AVG TO WS-RATING-AVG-OUT.
           DISPLAY "Rated " WS-RATING-AVG-OUT " out of 5 by "
                   WS-RATING-COUNT " reader(s).".

           SET WS-EOF-N TO TRUE.
       EXEC SQL OPEN opac_review_cursor END-EXEC.
           PERFORM UNTIL WS-EOF-Y
       EXEC SQL
           FETCH opac_review_cursor
           INTO :WS-RATING, :WS-REVIEW-TEXT
       END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   DISPLAY "    " WS-RATING "/5 "
                           FUNCTION TRIM(WS-REVIEW-TEXT)
               END-IF
           END-PERFORM.
       EXEC SQL CLOSE opac_review_cursor END-EXEC.
       0300-BOOK-DETAIL-END.

       0400-PLACE-HOLD-BEGIN.
           DISPLAY "Enter book's id : ".
           ACCEPT WS-BOOK-ID.
           PERFORM 0450-SUBMIT-HOLD-BEGIN
              THRU 0450-SUBMIT-HOLD-END.
       0400-PLACE-HOLD-END.

      *    the hold itself, for WS-BOOK-ID : from the HOLD option
      *    or straight from a list entry
       0450-SUBMIT-HOLD-BEGIN.
           DISPLAY "Pickup branch id (0 for the main "
                   "building) : ".
           ACCEPT WS-PICKUP-BRANCH.
           DISPLAY "Take the first available edition or format "
                   "of this title? (y/N) ".
           MOVE "N" TO WS-ANY-EDITION.
           ACCEPT WS-ANY-EDITION.
           MOVE FUNCTION UPPER-CASE(WS-ANY-EDITION) TO WS-ANY-EDITION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           CALL "creahold" USING
               WS-BOOK-ID
               WS-TODAY
               WS-PICKUP-BRANCH
               WS-ANY-EDITION
               WS-HOLD-ID
               WS-RETURN-VALUE
           END-CALL.
                   DISPLAY "Copies are on the shelf right now, just "
                           "come and take one."
               WHEN WS-RETURN-ALREADY-HERE
                   DISPLAY "You already have a hold on this "
                           "title."
               WHEN WS-RETURN-SUSPENDED
                   DISPLAY "Holds cannot be placed on a suspended "
                           "membership - please see a librarian."
               WHEN WS-RETURN-ERROR
                   DISPLAY "Hold error - please see a librarian."
           END-EVALUATE.
       0450-SUBMIT-HOLD-END.

       0500-MY-LOANS-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           END-IF.

       EXEC SQL CLOSE opac_loan_cursor END-EXEC.

           IF WS-HISTORY-PREF = "K"
               PERFORM 0550-MY-READING-BEGIN
                  THRU 0550-MY-READING-END
           ELSE
               DISPLAY "You asked us not to keep your reading "
                       "history, so none is shown."
           END-IF.
       0500-MY-LOANS-END.

       0550-MY-READING-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN opac_read_cursor END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH opac_read_cursor
           INTO :WS-BOOK-NAME, :WS-RETURNED-DATE
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-MATCH-COUNT = 1
                       DISPLAY "Recently read :"
                   END-IF
                   DISPLAY "  " FUNCTION TRIM(WS-BOOK-NAME)
                           " returned " WS-RETURNED-DATE
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE opac_read_cursor END-EXEC.
       0550-MY-READING-END.

       0600-MY-FINES-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.
               WS-BIB-YEAR
               WS-BIB-EDITOR
               WS-BIB-TYPE
               WS-BIB-CLASS
               WS-BIB-CUTTER
               WS-BIB-RETURN-VALUE
           END-CALL.

           END-IF.
       1000-ORDER-HOLD-END.

      *    going away : a waiting hold can be paused for a
      *    while and keeps its place in the queue ; it comes back
      *    by itself on the until date, or earlier with RESUME
       1100-MY-HOLDS-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN opac_hold_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Hold list error - please see a librarian."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH opac_hold_cursor
           INTO :WS-HOLD-ID, :WS-BOOK-NAME, :WS-REQUESTED-DATE,
               :WS-FULFILLED-DATE, :WS-SUSPEND-FROM,
               :WS-SUSPEND-UNTIL
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   EVALUATE TRUE
                       WHEN WS-FULFILLED-DATE NOT = "00000000"
                           DISPLAY WS-HOLD-ID " "
                                   FUNCTION TRIM(WS-BOOK-NAME)
                                   " : ready to collect"
                       WHEN WS-SUSPEND-UNTIL > WS-TODAY
                           DISPLAY WS-HOLD-ID " "
                                   FUNCTION TRIM(WS-BOOK-NAME)
                                   " : paused " WS-SUSPEND-FROM
                                   " to " WS-SUSPEND-UNTIL
                       WHEN OTHER
                           DISPLAY WS-HOLD-ID " "
                                   FUNCTION TRIM(WS-BOOK-NAME)
                                   " : waiting since "
                                   WS-REQUESTED-DATE
                   END-EVALUATE
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE opac_hold_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "You have no holds."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY FUNCTION TRIM(WS-SUSPEND-STRING) " / "
                   FUNCTION TRIM(WS-RESUME-STRING)
                   " a hold, or blank to go back : ".
           MOVE SPACES TO WS-HOLD-ACTION.
           ACCEPT WS-HOLD-ACTION.

           EVALUATE WS-HOLD-ACTION
               WHEN WS-SUSPEND-STRING
                   PERFORM 1200-SUSPEND-HOLD-BEGIN
                      THRU 1200-SUSPEND-HOLD-END
               WHEN WS-RESUME-STRING
                   PERFORM 1300-RESUME-HOLD-BEGIN
                      THRU 1300-RESUME-HOLD-END
           END-EVALUATE.
       1100-MY-HOLDS-END.

       1200-SUSPEND-HOLD-BEGIN.
           MOVE 90 TO WS-SUSPEND-MAX-DAYS.
           MOVE "HOLD-SUSP-MAX-DAYS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-SUSPEND-MAX-DAYS
           END-IF.

           DISPLAY "Hold id : ".
           ACCEPT WS-HOLD-ID.
           DISPLAY "Pause from (YYYYMMDD) : ".
           MOVE SPACES TO WS-SUSPEND-FROM.
           ACCEPT WS-SUSPEND-FROM.
           CALL "valdate" USING
               WS-SUSPEND-FROM
               WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK OR WS-SUSPEND-FROM < WS-TODAY
               DISPLAY "That is not a valid date from today on."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Back in the queue on (YYYYMMDD) : ".
           MOVE SPACES TO WS-SUSPEND-UNTIL.
           ACCEPT WS-SUSPEND-UNTIL.
           CALL "valdate" USING
               WS-SUSPEND-UNTIL
               WS-RETURN-VALUE
           END-CALL.
           IF NOT WS-RETURN-OK OR WS-SUSPEND-UNTIL <= WS-SUSPEND-FROM
               DISPLAY "That date must come after the first one."
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-SUSPEND-FROM TO WS-FROM-DATE-NUM.
           MOVE WS-SUSPEND-UNTIL TO WS-UNTIL-DATE-NUM.
           IF FUNCTION INTEGER-OF-DATE(WS-UNTIL-DATE-NUM)
              - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-NUM)
              > WS-SUSPEND-MAX-DAYS
               DISPLAY "A hold can be paused for at most "
                       WS-SUSPEND-MAX-DAYS " days."
               EXIT PARAGRAPH
           END-IF.

      *    only a hold still waiting can be paused : one already
      *    on the pickup shelf has to be collected or let go
       EXEC SQL
           UPDATE holds
           SET suspend_from = :WS-SUSPEND-FROM,
               suspend_until = :WS-SUSPEND-UNTIL
           WHERE id = :WS-HOLD-ID
             AND people_id = :WS-PEOPLE-ID
             AND fulfilled_date = '00000000'
             AND closed_date = '00000000'
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Hold error - please see a librarian."
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "None of your waiting holds has that id."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "Hold paused - you keep your place in "
                           "the queue."
           END-EVALUATE.
       1200-SUSPEND-HOLD-END.

       1300-RESUME-HOLD-BEGIN.
           DISPLAY "Hold id : ".
           ACCEPT WS-HOLD-ID.

       EXEC SQL
           UPDATE holds
           SET suspend_from = '00000000',
               suspend_until = '00000000'
           WHERE id = :WS-HOLD-ID
             AND people_id = :WS-PEOPLE-ID
             AND suspend_until <> '00000000'
             AND closed_date = '00000000'
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Hold error - please see a librarian."
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "None of your paused holds has that id."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "Hold active again."
           END-EVALUATE.
       1300-RESUME-HOLD-END.

      *    the same selection as the staff new-arrivals list, for
      *    the month so far
       1400-NEW-ARRIVALS-BEGIN.
           CALL "newarriv" USING
               WS-NEW-REQUEST
               WS-NEW-FROM
               WS-NEW-TO
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-ERROR
               DISPLAY "The list is not available - please see a "
                       "librarian."
           ELSE
               DISPLAY "Use " FUNCTION TRIM(WS-DETAIL-STRING)
                       " with a book id to see if it is in."
           END-IF.
       1400-NEW-ARRIVALS-END.

      *    only a reader who has had the book out may rate it; a
      *    second go replaces the first.  Words go to the staff
      *    moderation queue, a bare rating counts straight away
       1500-RATE-AND-REVIEW-BEGIN.
           DISPLAY "Enter book's id : ".
           ACCEPT WS-BOOK-ID.

       EXEC SQL
           SELECT name
           INTO :WS-BOOK-NAME
           FROM books
           WHERE id = :WS-BOOK-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such book."
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-BORROW-COUNT
           FROM borrowings
           WHERE people_id = :WS-PEOPLE-ID
             AND book_id = :WS-BOOK-ID
       END-EXEC.

           IF SQLCODE NOT = 0 OR WS-BORROW-COUNT = 0
               DISPLAY "You can only rate books you have borrowed."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY FUNCTION TRIM(WS-BOOK-NAME)
                   " - your rating, 1 to 5 stars : ".
           MOVE 0 TO WS-RATING.
           ACCEPT WS-RATING.

           IF WS-RATING < 1 OR WS-RATING > 5
               DISPLAY "A rating is 1 to 5 stars."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "A few words for other readers (blank for none) : ".
           MOVE SPACES TO WS-REVIEW-TEXT.
           ACCEPT WS-REVIEW-TEXT.

           IF WS-REVIEW-TEXT = SPACES
               MOVE "A" TO WS-REVIEW-STATUS
           ELSE
               MOVE "P" TO WS-REVIEW-STATUS
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

       EXEC SQL
           SELECT id
           INTO :WS-REVIEW-ID
           FROM reviews
           WHERE people_id = :WS-PEOPLE-ID
             AND book_id = :WS-BOOK-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL
           UPDATE reviews
           SET rating = :WS-RATING,
               review_text = :WS-REVIEW-TEXT,
               submitted_date = :WS-TODAY,
               status = :WS-REVIEW-STATUS,
               moderated_by = ' ',
               moderated_date = '00000000'
           WHERE id = :WS-REVIEW-ID
       END-EXEC
           ELSE
       EXEC SQL
           INSERT INTO reviews
               (book_id, people_id, rating, review_text,
                submitted_date, status)
           VALUES (:WS-BOOK-ID, :WS-PEOPLE-ID, :WS-RATING,
               :WS-REVIEW-TEXT, :WS-TODAY, :WS-REVIEW-STATUS)
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY "Review error - please see a librarian."
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL COMMIT END-EXEC.

           IF WS-REVIEW-STATUS = "P"
               DISPLAY "Thank you - your review will appear once a "
                       "librarian has read it."
           ELSE
               DISPLAY "Thank you - your rating is counted."
           END-IF.
       1500-RATE-AND-REVIEW-END.

      *    bookmarks that are not holds : the want-to-read list and
      *    the patron's own named lists, shown with what is on the
      *    shelf now.  An entry turns into a hold in one step
       1600-MY-LISTS-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 0 TO WS-PREV-LIST-ID.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN opac_mylist_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "List error - please see a librarian."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH opac_mylist_cursor
           INTO :WS-LIST-ID, :WS-LIST-KIND, :WS-LIST-NAME,
               :WS-ENTRY-ID, :WS-BOOK-NAME, :WS-ON-SHELF
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   IF WS-LIST-ID NOT = WS-PREV-LIST-ID
                       MOVE WS-LIST-ID TO WS-PREV-LIST-ID
                       DISPLAY "List " WS-LIST-ID " : "
                               FUNCTION TRIM(WS-LIST-NAME)
                   END-IF
                   IF WS-ENTRY-ID > 0
                       ADD 1 TO WS-MATCH-COUNT
                       DISPLAY "    " WS-ENTRY-ID " "
                               FUNCTION TRIM(WS-BOOK-NAME) " : "
                               WS-ON-SHELF " on the shelf"
                   END-IF
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE opac_mylist_cursor END-EXEC.

           IF WS-PREV-LIST-ID = 0
               DISPLAY "You have no lists yet."
           END-IF.

           DISPLAY FUNCTION TRIM(WS-WANT-STRING) " a book / "
                   FUNCTION TRIM(WS-NEWLIST-STRING) " / "
                   FUNCTION TRIM(WS-REMOVE-STRING) " an entry / "
                   FUNCTION TRIM(WS-HOLD-STRING) " an entry, "
                   "or blank to go back : ".
           MOVE SPACES TO WS-LIST-ACTION.
           ACCEPT WS-LIST-ACTION.

           EVALUATE WS-LIST-ACTION
               WHEN WS-WANT-STRING
                   PERFORM 1620-ADD-TO-LIST-BEGIN
                      THRU 1620-ADD-TO-LIST-END
               WHEN WS-NEWLIST-STRING
                   PERFORM 1640-NEW-LIST-BEGIN
                      THRU 1640-NEW-LIST-END
               WHEN WS-REMOVE-STRING
                   PERFORM 1660-REMOVE-ENTRY-BEGIN
                      THRU 1660-REMOVE-ENTRY-END
               WHEN WS-HOLD-STRING
                   PERFORM 1680-HOLD-FROM-LIST-BEGIN
                      THRU 1680-HOLD-FROM-LIST-END
           END-EVALUATE.
       1600-MY-LISTS-END.

      *    list 0 is the want-to-read list, made on first use
       1620-ADD-TO-LIST-BEGIN.
           DISPLAY "Enter book's id : ".
           ACCEPT WS-BOOK-ID.

       EXEC SQL
           SELECT name
           INTO :WS-BOOK-NAME
           FROM books
           WHERE id = :WS-BOOK-ID
             AND deleted_date = '00000000'
             AND withdrawn_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such book."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Which list (0 for want to read) : ".
           MOVE 0 TO WS-LIST-ID.
           ACCEPT WS-LIST-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF WS-LIST-ID = 0
       EXEC SQL
           SELECT id
           INTO :WS-LIST-ID
           FROM reading_lists
           WHERE people_id = :WS-PEOPLE-ID
             AND list_kind = 'W'
             AND deleted_date = '00000000'
       END-EXEC
               IF SQLCODE = +100
       EXEC SQL
           INSERT INTO reading_lists
               (people_id, list_kind, name, created_date)
           VALUES (:WS-PEOPLE-ID, 'W', 'Want to read', :WS-TODAY)
           RETURNING id
           INTO :WS-LIST-ID
       END-EXEC
               END-IF
           ELSE
       EXEC SQL
           SELECT id
           INTO :WS-LIST-ID
           FROM reading_lists
           WHERE id = :WS-LIST-ID
             AND people_id = :WS-PEOPLE-ID
             AND deleted_date = '00000000'
       END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               DISPLAY "That is not one of your lists."
       EXEC SQL ROLLBACK END-EXEC
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           INSERT INTO reading_list_items
               (list_id, book_id, added_date)
           SELECT :WS-LIST-ID, :WS-BOOK-ID, :WS-TODAY
           WHERE NOT EXISTS (
               SELECT 1 FROM reading_list_items
               WHERE list_id = :WS-LIST-ID
                 AND book_id = :WS-BOOK-ID
           )
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = +100
       EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "It is already on that list."
               WHEN SQLCODE NOT = 0
       EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "List error - please see a librarian."
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY FUNCTION TRIM(WS-BOOK-NAME)
                           " added to your list."
           END-EVALUATE.
       1620-ADD-TO-LIST-END.

       1640-NEW-LIST-BEGIN.
           DISPLAY "Name for the new list : ".
           MOVE SPACES TO WS-LIST-NAME.
           ACCEPT WS-LIST-NAME.

           IF WS-LIST-NAME = SPACES
               DISPLAY "A list needs a name."
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

       EXEC SQL
           INSERT INTO reading_lists
               (people_id, list_kind, name, created_date)
           VALUES (:WS-PEOPLE-ID, 'N', :WS-LIST-NAME, :WS-TODAY)
           RETURNING id
           INTO :WS-LIST-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "List " WS-LIST-ID " made - add books to it "
                       "with " FUNCTION TRIM(WS-WANT-STRING) "."
           ELSE
       EXEC SQL ROLLBACK END-EXEC
               DISPLAY "List error - please see a librarian."
           END-IF.
       1640-NEW-LIST-END.

       1660-REMOVE-ENTRY-BEGIN.
           DISPLAY "Enter the entry's number : ".
           ACCEPT WS-ENTRY-ID.

       EXEC SQL
           DELETE FROM reading_list_items
           WHERE id = :WS-ENTRY-ID
             AND list_id IN (
                 SELECT id FROM reading_lists
                 WHERE people_id = :WS-PEOPLE-ID
             )
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0 AND SQLCODE NOT = +100
                   DISPLAY "List error - please see a librarian."
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "None of your lists has that entry."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "Entry removed."
           END-EVALUATE.
       1660-REMOVE-ENTRY-END.

      *    an entry from the patron's lists or a published one
      *    becomes a hold; off the want-to-read list it comes,
      *    since the hold now does the remembering
       1680-HOLD-FROM-LIST-BEGIN.
           DISPLAY "Enter the entry's number : ".
           ACCEPT WS-ENTRY-ID.

       EXEC SQL
           SELECT reading_list_items.book_id,
               reading_lists.list_kind
           INTO :WS-BOOK-ID, :WS-LIST-KIND
           FROM reading_list_items
           INNER JOIN reading_lists
               ON reading_list_items.list_id = reading_lists.id
           WHERE reading_list_items.id = :WS-ENTRY-ID
             AND reading_lists.deleted_date = '00000000'
             AND (reading_lists.people_id = :WS-PEOPLE-ID
                  OR reading_lists.list_kind = 'P')
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such list entry."
               EXIT PARAGRAPH
           END-IF.

           PERFORM 0450-SUBMIT-HOLD-BEGIN
              THRU 0450-SUBMIT-HOLD-END.

           IF WS-RETURN-OK AND WS-LIST-KIND = "W"
       EXEC SQL
           DELETE FROM reading_list_items
           WHERE id = :WS-ENTRY-ID
       END-EXEC
               IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               END-IF
           END-IF.
       1680-HOLD-FROM-LIST-END.

      *    the library's published lists, open to every patron
       1700-BROWSE-LISTS-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN opac_published_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "List error - please see a librarian."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH opac_published_cursor
           INTO :WS-LIST-ID, :WS-LIST-NAME
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-LIST-ID " " FUNCTION TRIM(WS-LIST-NAME)
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE opac_published_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "The library has no reading lists out just "
                       "now."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Which list (blank to go back) : ".
           MOVE 0 TO WS-LIST-ID.
           ACCEPT WS-LIST-ID.

           IF WS-LIST-ID = 0
               EXIT PARAGRAPH
           END-IF.

       EXEC SQL
           SELECT name
           INTO :WS-LIST-NAME
           FROM reading_lists
           WHERE id = :WS-LIST-ID
             AND list_kind = 'P'
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such reading list."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY FUNCTION TRIM(WS-LIST-NAME) " :".
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN opac_listitem_cursor END-EXEC.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH opac_listitem_cursor
           INTO :WS-ENTRY-ID, :WS-BOOK-NAME, :WS-ON-SHELF
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY "    " WS-ENTRY-ID " "
                           FUNCTION TRIM(WS-BOOK-NAME) " : "
                           WS-ON-SHELF " on the shelf"
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE opac_listitem_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "    (nothing on this list yet)"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY FUNCTION TRIM(WS-HOLD-STRING)
                   " an entry, or blank to go back : ".
           MOVE SPACES TO WS-LIST-ACTION.
           ACCEPT WS-LIST-ACTION.

           IF WS-LIST-ACTION = WS-HOLD-STRING
               PERFORM 1680-HOLD-FROM-LIST-BEGIN
                  THRU 1680-HOLD-FROM-LIST-END
           END-IF.
       1700-BROWSE-LISTS-END.

      *    the patron's own PC sessions, then book another or
      *    cancel one; the same allowance and checks as the desk
       1800-PC-BOOKINGS-BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN opac_mypc_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "PC booking error - please see a librarian."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH opac_mypc_cursor
           INTO :WS-PC-BOOKING-ID, :WS-PC-NAME, :WS-PC-DATE,
               :WS-PC-START, :WS-PC-END
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-PC-BOOKING-ID " "
                           FUNCTION TRIM(WS-PC-NAME) " on "
                           WS-PC-DATE " " WS-PC-START(1:2) ":"
                           WS-PC-START(3:2) "-" WS-PC-END(1:2) ":"
                           WS-PC-END(3:2)
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE opac_mypc_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "You have no PC sessions booked."
           END-IF.

           DISPLAY FUNCTION TRIM(WS-BOOK-STRING) " a PC / "
                   FUNCTION TRIM(WS-CANCEL-STRING) " a session, "
                   "or blank to go back : ".
           MOVE SPACES TO WS-LIST-ACTION.
           ACCEPT WS-LIST-ACTION.

           EVALUATE WS-LIST-ACTION
               WHEN WS-BOOK-STRING
                   PERFORM 1820-BOOK-PC-BEGIN
                      THRU 1820-BOOK-PC-END
               WHEN WS-CANCEL-STRING
                   PERFORM 1840-CANCEL-PC-BEGIN
                      THRU 1840-CANCEL-PC-END
           END-EVALUATE.
       1800-PC-BOOKINGS-END.

       1820-BOOK-PC-BEGIN.
           DISPLAY "Branch id (0 for the main library) : ".
           MOVE 0 TO WS-PC-BRANCH.
           ACCEPT WS-PC-BRANCH.
           IF WS-PC-BRANCH = 0
               MOVE 1 TO WS-PC-BRANCH
           END-IF.
           DISPLAY "Date (YYYYMMDD, blank for today) : ".
           MOVE SPACES TO WS-PC-DATE.
           ACCEPT WS-PC-DATE.
           IF WS-PC-DATE = SPACES
               MOVE WS-TODAY TO WS-PC-DATE
           END-IF.

           MOVE 0 TO WS-MATCH-COUNT.
           MOVE 0 TO WS-PREV-PC-ID.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN opac_pc_taken_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "PC booking error - please see a librarian."
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH opac_pc_taken_cursor
           INTO :WS-PC-ID, :WS-PC-NAME, :WS-PC-START, :WS-PC-END
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   IF WS-PC-ID NOT = WS-PREV-PC-ID
                       MOVE WS-PC-ID TO WS-PREV-PC-ID
                       ADD 1 TO WS-MATCH-COUNT
                       DISPLAY WS-PC-ID " " FUNCTION TRIM(WS-PC-NAME)
                   END-IF
                   IF WS-PC-START = SPACES
                       DISPLAY "    free all day"
                   ELSE
                       DISPLAY "    taken " WS-PC-START(1:2) ":"
                               WS-PC-START(3:2) "-"
                               WS-PC-END(1:2) ":" WS-PC-END(3:2)
                   END-IF
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE opac_pc_taken_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "That branch has no public PCs."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Which PC : ".
           ACCEPT WS-PC-ID.
           DISPLAY "Start time (HHMM) : ".
           MOVE SPACES TO WS-PC-START.
           ACCEPT WS-PC-START.
           DISPLAY "Minutes : ".
           MOVE 0 TO WS-PC-MINUTES.
           ACCEPT WS-PC-MINUTES.

           CALL "pcbook" USING
               WS-PEOPLE-ID
               WS-PC-ID
               WS-PC-DATE
               WS-PC-START
               WS-PC-MINUTES
               WS-PC-VIA
               WS-PC-BOOKING-ID
               WS-PC-MINUTES-LEFT
               WS-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN WS-RETURN-OK
                   DISPLAY "PC booked - session " WS-PC-BOOKING-ID
                           ", " WS-PC-MINUTES-LEFT
                           " minute(s) left that day."
               WHEN WS-RETURN-NOT-FOUND
                   DISPLAY "No such PC."
               WHEN WS-RETURN-EXPIRED
                   DISPLAY "Your membership has expired - please "
                           "renew it at the desk."
               WHEN WS-RETURN-SUSPENDED
                   DISPLAY "Your account is suspended - please see "
                           "a librarian."
               WHEN WS-RETURN-RESTRICTED
                   DISPLAY "That time cannot be booked."
               WHEN WS-RETURN-CONFLICT
                   DISPLAY "That PC is taken then, or you already "
                           "have a PC at that time."
               WHEN WS-RETURN-LIMIT-REACHED
                   DISPLAY "That is over your daily PC time : "
                           WS-PC-MINUTES-LEFT " minute(s) left."
               WHEN OTHER
                   DISPLAY "PC booking error - please see a "
                           "librarian."
           END-EVALUATE.
       1820-BOOK-PC-END.

       1840-CANCEL-PC-BEGIN.
           DISPLAY "Enter the session's number : ".
           ACCEPT WS-PC-BOOKING-ID.

       EXEC SQL
           UPDATE pc_bookings
           SET status = 'X'
           WHERE id = :WS-PC-BOOKING-ID
             AND people_id = :WS-PEOPLE-ID
             AND status = 'B'
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0 AND SQLCODE NOT = +100
       EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "PC booking error - please see a "
                           "librarian."
               WHEN SQLERRD(3) = 0
       EXEC SQL ROLLBACK END-EXEC
                   DISPLAY "You have no such PC session."
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "PC session cancelled."
           END-EVALUATE.
       1840-CANCEL-PC-END.

      *    the patron says yes or no to mailings for themselves ;
      *    the answer is recorded as given at the OPAC
       1900-NEWSLETTER-BEGIN.
       EXEC SQL
           SELECT marketing_consent, consent_date
           INTO :WS-CONSENT, :WS-CONSENT-DATE
           FROM people
           WHERE id = :WS-PEOPLE-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Newsletter error - please see a librarian."
               EXIT PARAGRAPH
           END-IF.

           IF WS-CONSENT = "Y"
               DISPLAY "You receive our newsletters and event "
                       "mailings (since " WS-CONSENT-DATE ")."
           ELSE
               DISPLAY "You do not receive our newsletters and "
                       "event mailings."
           END-IF.

           DISPLAY "Receive them from now on (Y/N, blank to "
                   "leave as it is) : ".
           MOVE SPACE TO WS-CONSENT-ANSWER.
           ACCEPT WS-CONSENT-ANSWER.

           IF WS-CONSENT-ANSWER NOT = "Y"
               AND WS-CONSENT-ANSWER NOT = "N"
               EXIT PARAGRAPH
           END-IF.

           CALL "setcnsnt" USING
               WS-PEOPLE-ID
               WS-CONSENT-ANSWER
               WS-CONSENT-SOURCE
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "Newsletter error - please see a librarian."
           ELSE
               IF WS-CONSENT-ANSWER = "Y"
                   DISPLAY "You are signed up - thank you."
               ELSE
                   DISPLAY "You will get no more mailings from us."
               END-IF
           END-IF.
       1900-NEWSLETTER-END.

       9900-DISCONNECT-SQL-BEGIN.
       EXEC SQL
           DISCONNECT ALL
