       IDENTIFICATION DIVISION.
       PROGRAM-ID. menulost.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-ITEM-ID          PIC 9(10).
       01 WS-BRANCH-ID        PIC 9(10).
       01 WS-BRANCH-NAME      PIC X(30).
       01 WS-DESCRIPTION      PIC X(50).
       01 WS-CATEGORY         PIC X(01).
       01 WS-VALUABLE         PIC X(01).
       01 WS-FOUND-DATE       PIC X(08).
       01 WS-FOUND-WHERE      PIC X(30).
       01 WS-FINDER-NAME      PIC X(30).
       01 WS-OPERATOR-ID      PIC X(10).
       01 WS-ITEM-STATUS      PIC X(01).
       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-CLAIMANT-NAME    PIC X(30).
       01 WS-CLAIMANT-CONTACT PIC X(40).
       01 WS-PATTERN          PIC X(52).
       01 WS-TODAY            PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY sepline.
       COPY curropr.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-QUIT      PIC X   VALUE "n".
           88 WS-QUIT-N        VALUE "n".
           88 WS-QUIT-Y        VALUE "Y".

       01 WS-CHOICE    PIC X(10).

       01 WS-FOUND-STRING    PIC X(10) VALUE "FOUND".
       01 WS-LIST-STRING     PIC X(10) VALUE "LIST".
       01 WS-CLAIM-STRING    PIC X(10) VALUE "CLAIM".
       01 WS-DISPOSE-STRING  PIC X(10) VALUE "DISPOSE".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-CATEGORY-IN     PIC X(01).
           88 WS-CATEGORY-VALID     VALUE "B" "U" "E" "C" "K" "W"
                                          "J" "O".
           88 WS-CATEGORY-VALUABLE  VALUE "E" "W" "J".
       01 WS-VALUABLE-IN     PIC X(01).
       01 WS-SEARCH-TEXT     PIC X(30).
       01 WS-CARD-REQUEST    PIC X(04).
       01 WS-CARD-INPUT      PIC X(10).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT     PIC 9(05) VALUE 0.

       01 WS-AUDIT-ENTITY    PIC X(10) VALUE "LOSTITEM".
       01 WS-AUDIT-ACTION    PIC X(10).

      *    what is still waiting in the lost property cupboard of
      *    one branch, or of every branch, newest first
       EXEC SQL
           DECLARE lost_list_cursor CURSOR FOR
               SELECT lost_items.id, lost_items.found_date,
                   lost_items.category, lost_items.valuable_flag,
                   lost_items.description,
                   COALESCE(branches.name, ' ')
               FROM lost_items
               LEFT JOIN branches
                   ON branches.id = lost_items.branch_id
               WHERE lost_items.status = 'H'
                 AND (:WS-BRANCH-ID = 0
                     OR lost_items.branch_id = :WS-BRANCH-ID)
               ORDER BY lost_items.found_date DESC, lost_items.id
       END-EXEC.

      *    the held items that fit what the caller says they lost
      *    : words of the description, or where it was left
       EXEC SQL
           DECLARE lost_match_cursor CURSOR FOR
               SELECT lost_items.id, lost_items.found_date,
                   lost_items.category, lost_items.valuable_flag,
                   lost_items.description,
                   COALESCE(branches.name, ' ')
               FROM lost_items
               LEFT JOIN branches
                   ON branches.id = lost_items.branch_id
               WHERE lost_items.status = 'H'
                 AND (lost_items.description ILIKE :WS-PATTERN
                     OR lost_items.found_where ILIKE :WS-PATTERN)
                 AND (:WS-CATEGORY = ' '
                     OR lost_items.category = :WS-CATEGORY)
               ORDER BY lost_items.found_date DESC, lost_items.id
       END-EXEC.

      *    the lost property register : items found in the
      *    building are booked in at the branch desk, matched
      *    against whoever comes asking, and handed back against
      *    a patron's card or a member of the public's name ;
      *    what nobody claims goes out through the LOSTDISP batch
       PROCEDURE DIVISION.

       SET WS-QUIT-N TO TRUE.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Lost property"
           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Choose an operation : "
           DISPLAY WS-FOUND-STRING " / "
                   WS-LIST-STRING " / "
                   WS-CLAIM-STRING " / "
                   WS-DISPOSE-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN WS-FOUND-STRING
                   PERFORM 0100-RECORD-FOUND-BEGIN
                      THRU 0100-RECORD-FOUND-END
               WHEN WS-LIST-STRING
                   PERFORM 0200-LIST-HELD-BEGIN
                      THRU 0200-LIST-HELD-END
               WHEN WS-CLAIM-STRING
                   PERFORM 0300-CLAIM-ITEM-BEGIN
                      THRU 0300-CLAIM-ITEM-END
               WHEN WS-DISPOSE-STRING
                   CALL "lostdisp" USING
                       WS-RETURN-VALUE
                   END-CALL
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE

       END-PERFORM.

       EXIT PROGRAM.

       0100-RECORD-FOUND-BEGIN.
           DISPLAY "Branch id of this desk (0 for the main "
                   "building) : ".
           MOVE 0 TO WS-BRANCH-ID.
           ACCEPT WS-BRANCH-ID.
           IF WS-BRANCH-ID = 0
               MOVE 1 TO WS-BRANCH-ID
           END-IF.

       EXEC SQL
           SELECT id
           INTO :WS-BRANCH-ID
           FROM branches
           WHERE id = :WS-BRANCH-ID
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such branch."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Describe the item (colour, make, title...) : ".
           MOVE SPACES TO WS-DESCRIPTION.
           ACCEPT WS-DESCRIPTION.

           IF WS-DESCRIPTION = SPACES
               DISPLAY "An item needs a description."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Category (B book, U umbrella, E phone or "
                   "electronics, C clothing, K keys, W wallet or "
                   "bag, J jewellery, O other) : ".
           MOVE SPACE TO WS-CATEGORY-IN.
           ACCEPT WS-CATEGORY-IN.
           MOVE FUNCTION UPPER-CASE(WS-CATEGORY-IN) TO WS-CATEGORY-IN.

           IF NOT WS-CATEGORY-VALID
               DISPLAY "Unknown category."
               EXIT PARAGRAPH
           END-IF.

      *    phones, wallets and jewellery go to the police unless
      *    the desk says otherwise ; anything else can be flagged
      *    (cash in a coat pocket)
           IF WS-CATEGORY-VALUABLE
               DISPLAY "Valuable, for the police if unclaimed ? "
                       "(Y/N, blank for Y) : "
           ELSE
               DISPLAY "Valuable, for the police if unclaimed ? "
                       "(Y/N, blank for N) : "
           END-IF.
           MOVE SPACE TO WS-VALUABLE-IN.
           ACCEPT WS-VALUABLE-IN.
           MOVE FUNCTION UPPER-CASE(WS-VALUABLE-IN) TO WS-VALUABLE-IN.

           EVALUATE TRUE
               WHEN WS-VALUABLE-IN = "Y" OR WS-VALUABLE-IN = "N"
                   MOVE WS-VALUABLE-IN TO WS-VALUABLE
               WHEN WS-VALUABLE-IN NOT = SPACE
                   DISPLAY "Answer Y or N."
                   EXIT PARAGRAPH
               WHEN WS-CATEGORY-VALUABLE
                   MOVE "Y" TO WS-VALUABLE
               WHEN OTHER
                   MOVE "N" TO WS-VALUABLE
           END-EVALUATE.

           DISPLAY "Where was it found ? ".
           MOVE SPACES TO WS-FOUND-WHERE.
           ACCEPT WS-FOUND-WHERE.

           DISPLAY "Found by (name, or staff) : ".
           MOVE SPACES TO WS-FINDER-NAME.
           ACCEPT WS-FINDER-NAME.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           DISPLAY "Date found (YYYYMMDD, blank for today) : ".
           MOVE SPACES TO WS-FOUND-DATE.
           ACCEPT WS-FOUND-DATE.

           IF WS-FOUND-DATE = SPACES
               MOVE WS-TODAY TO WS-FOUND-DATE
           ELSE
               CALL "valdate" USING
                   WS-FOUND-DATE
                   WS-RETURN-VALUE
               END-CALL
               IF NOT WS-RETURN-OK OR WS-FOUND-DATE > WS-TODAY
                   DISPLAY "Not a valid date."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-CATEGORY-IN) TO WS-CATEGORY.
           MOVE WS-CURRENT-OPERATOR TO WS-OPERATOR-ID.

       EXEC SQL
           INSERT INTO lost_items
               (branch_id, description, category, valuable_flag,
                found_date, found_where, finder_name, recorded_by)
           VALUES (:WS-BRANCH-ID, :WS-DESCRIPTION, :WS-CATEGORY,
               :WS-VALUABLE, :WS-FOUND-DATE, :WS-FOUND-WHERE,
               :WS-FINDER-NAME, :WS-OPERATOR-ID)
           RETURNING id
           INTO :WS-ITEM-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Item booked in, label it " WS-ITEM-ID "."
               MOVE "FOUND" TO WS-AUDIT-ACTION
               CALL "wrtaudit" USING
                   WS-AUDIT-ENTITY
                   WS-ITEM-ID
                   WS-AUDIT-ACTION
               END-CALL
           ELSE
               DISPLAY "Lost item insert error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0100-RECORD-FOUND-END.

       0200-LIST-HELD-BEGIN.
           DISPLAY "Enter branch's id (0 for all) : ".
           MOVE 0 TO WS-BRANCH-ID.
           ACCEPT WS-BRANCH-ID.

           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN lost_list_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Lost property list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH lost_list_cursor
           INTO :WS-ITEM-ID, :WS-FOUND-DATE, :WS-CATEGORY,
               :WS-VALUABLE, :WS-DESCRIPTION, :WS-BRANCH-NAME
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0400-SHOW-ITEM-BEGIN
                      THRU 0400-SHOW-ITEM-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE lost_list_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "Nothing held."
           END-IF.
       0200-LIST-HELD-END.

      *    the caller describes what they lost ; the desk picks
      *    the item from the matches and hands it over against a
      *    card, or a name and a way to reach a non-member
       0300-CLAIM-ITEM-BEGIN.
           DISPLAY "What was lost (a word of the description, "
                   "or where) : ".
           MOVE SPACES TO WS-SEARCH-TEXT.
           ACCEPT WS-SEARCH-TEXT.
           DISPLAY "Category (blank for any) : ".
           MOVE SPACE TO WS-CATEGORY-IN.
           ACCEPT WS-CATEGORY-IN.
           MOVE FUNCTION UPPER-CASE(WS-CATEGORY-IN) TO WS-CATEGORY.

           MOVE SPACES TO WS-PATTERN.
           STRING "%" FUNCTION TRIM(WS-SEARCH-TEXT) "%"
               DELIMITED BY SIZE
               INTO WS-PATTERN.

           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN lost_match_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Lost property search error SQLCODE: "
                       SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH lost_match_cursor
           INTO :WS-ITEM-ID, :WS-FOUND-DATE, :WS-CATEGORY,
               :WS-VALUABLE, :WS-DESCRIPTION, :WS-BRANCH-NAME
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0400-SHOW-ITEM-BEGIN
                      THRU 0400-SHOW-ITEM-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE lost_match_cursor END-EXEC.

           IF WS-MATCH-COUNT = 0
               DISPLAY "Nothing held matches."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Enter item's id to hand back (0 for none) : ".
           MOVE 0 TO WS-ITEM-ID.
           ACCEPT WS-ITEM-ID.

           IF WS-ITEM-ID = 0
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Scan patron card or enter patron id (blank "
                   "for a member of the public) : ".
           MOVE SPACES TO WS-CARD-INPUT.
           ACCEPT WS-CARD-INPUT.

           MOVE 0 TO WS-PEOPLE-ID.
           MOVE SPACES TO WS-CLAIMANT-NAME.
           MOVE SPACES TO WS-CLAIMANT-CONTACT.

           IF WS-CARD-INPUT NOT = SPACES
               MOVE "RSLV" TO WS-CARD-REQUEST
               CALL "cardsrvc" USING
                   WS-CARD-REQUEST
                   WS-PEOPLE-ID
                   WS-CARD-INPUT
                   WS-RETURN-VALUE
               END-CALL
               IF WS-RETURN-ERROR
                   DISPLAY "Card number mis-keyed (check digit)."
                   EXIT PARAGRAPH
               END-IF
               IF WS-RETURN-NOT-FOUND
                   DISPLAY "No such patron or card."
                   EXIT PARAGRAPH
               END-IF
           ELSE
               DISPLAY "Claimant's name : "
               ACCEPT WS-CLAIMANT-NAME
               DISPLAY "Phone or address to reach them : "
               ACCEPT WS-CLAIMANT-CONTACT
               IF WS-CLAIMANT-NAME = SPACES
                   DISPLAY "A claim needs a name."
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           UPDATE lost_items
           SET status = 'C',
               claim_people_id = :WS-PEOPLE-ID,
               claimant_name = :WS-CLAIMANT-NAME,
               claimant_contact = :WS-CLAIMANT-CONTACT,
               closed_date = :WS-TODAY
           WHERE id = :WS-ITEM-ID
             AND status = 'H'
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Lost item claim error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "No such item still held."
       EXEC SQL ROLLBACK END-EXEC
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   DISPLAY "Item " WS-ITEM-ID " handed back."
                   MOVE "CLAIMED" TO WS-AUDIT-ACTION
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-ITEM-ID
                       WS-AUDIT-ACTION
                   END-CALL
           END-EVALUATE.
       0300-CLAIM-ITEM-END.

       0400-SHOW-ITEM-BEGIN.
           ADD 1 TO WS-MATCH-COUNT.
           IF WS-VALUABLE = "Y"
               DISPLAY WS-ITEM-ID " | " WS-FOUND-DATE " | "
                       WS-CATEGORY " | valuable | "
                       FUNCTION TRIM(WS-DESCRIPTION) " | "
                       FUNCTION TRIM(WS-BRANCH-NAME)
           ELSE
               DISPLAY WS-ITEM-ID " | " WS-FOUND-DATE " | "
                       WS-CATEGORY " |          | "
                       FUNCTION TRIM(WS-DESCRIPTION) " | "
                       FUNCTION TRIM(WS-BRANCH-NAME)
           END-IF.
       0400-SHOW-ITEM-END.
