       IDENTIFICATION DIVISION.
       PROGRAM-ID. lostdisp.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-CUTOFF-DATE      PIC X(08).
       01 WS-ITEM-ID          PIC 9(10).
       01 WS-ROUTE            PIC X(01).
       01 WS-FOUND-DATE       PIC X(08).
       01 WS-CATEGORY         PIC X(01).
       01 WS-DESCRIPTION      PIC X(50).
       01 WS-FOUND-WHERE      PIC X(30).
       01 WS-BRANCH-NAME      PIC X(30).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "lostdisp".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-ERROR-SWITCH  PIC X   VALUE "n".
           88 WS-ERROR-N           VALUE "n".
           88 WS-ERROR-Y           VALUE "Y".

       01 WS-ROUTE-SEEN       PIC X(01) VALUE SPACE.

       01 WS-POLICE-COUNT     PIC 9(05) VALUE 0.
       01 WS-SALE-COUNT       PIC 9(05) VALUE 0.
       01 WS-CHARITY-COUNT    PIC 9(05) VALUE 0.

       01 WS-HOLD-DAYS        PIC 9(03) VALUE 90.
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-DATE-DAYS        PIC S9(05).

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).

      *    everything held past the claim window, already sorted
      *    by where it goes : valuables to the police, unclaimed
      *    books to the book sale, the rest to charity or the bin
       EXEC SQL
           DECLARE lost_aged_cursor CURSOR FOR
               SELECT lost_items.id,
                   CASE
                       WHEN lost_items.valuable_flag = 'Y' THEN 'P'
                       WHEN lost_items.category = 'B' THEN 'S'
                       ELSE 'D'
                   END,
                   lost_items.found_date, lost_items.category,
                   lost_items.description, lost_items.found_where,
                   COALESCE(branches.name, ' ')
               FROM lost_items
               LEFT JOIN branches
                   ON branches.id = lost_items.branch_id
               WHERE lost_items.status = 'H'
                 AND lost_items.found_date < :WS-CUTOFF-DATE
               ORDER BY 2, lost_items.branch_id, lost_items.id
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    lost property disposal : items nobody has claimed after
      *    LOST-PROPERTY-DAYS leave the register. Books become
      *    sale_items for the book sale, valuables are listed for
      *    handover to the police and the rest for charity or
      *    disposal ; the spooled list is what the desk works from
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "LOST-PROPERTY-DAYS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-HOLD-DAYS
           END-IF.

           MOVE "ADDD" TO WS-DATE-REQUEST.
           COMPUTE WS-DATE-DAYS = 0 - WS-HOLD-DAYS.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-TODAY
               WS-CUTOFF-DATE
               WS-DATE-DAYS
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               DISPLAY "Claim window cutoff could not be computed."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
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

       EXEC SQL OPEN lost_aged_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Lost property disposal error SQLCODE: "
                       SQLCODE
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM 0500-OPEN-LIST-BEGIN
              THRU 0500-OPEN-LIST-END.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH lost_aged_cursor
           INTO :WS-ITEM-ID, :WS-ROUTE, :WS-FOUND-DATE,
               :WS-CATEGORY, :WS-DESCRIPTION, :WS-FOUND-WHERE,
               :WS-BRANCH-NAME
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0100-DISPOSE-ONE-BEGIN
                      THRU 0100-DISPOSE-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE lost_aged_cursor END-EXEC.

      *    one unit of work for the whole run, so a failure part
      *    way leaves every item held and the list is not filed
           IF WS-ERROR-Y
       EXEC SQL ROLLBACK END-EXEC
               MOVE 0 TO WS-POLICE-COUNT
               MOVE 0 TO WS-SALE-COUNT
               MOVE 0 TO WS-CHARITY-COUNT
               MOVE "FAILED" TO WS-RUN-STATUS
               SET LK-RETURN-ERROR TO TRUE
           ELSE
       EXEC SQL COMMIT END-EXEC
               MOVE "OK" TO WS-RUN-STATUS
               SET LK-RETURN-OK TO TRUE
           END-IF.

           PERFORM 0700-CLOSE-LIST-BEGIN
              THRU 0700-CLOSE-LIST-END.

           COMPUTE WS-RUN-COUNT = WS-POLICE-COUNT + WS-SALE-COUNT
                                + WS-CHARITY-COUNT.
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

       0100-DISPOSE-ONE-BEGIN.
           IF WS-ERROR-Y
               EXIT PARAGRAPH
           END-IF.

      *    a book goes on the sale table under its description ;
      *    the desk prices it from the sale menu like any other
           IF WS-ROUTE = "S"
       EXEC SQL
           INSERT INTO sale_items (source, lost_item_id, title)
           VALUES ('L', :WS-ITEM-ID, :WS-DESCRIPTION)
       END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY "Sale item insert error SQLCODE: " SQLCODE
                   SET WS-ERROR-Y TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       EXEC SQL
           UPDATE lost_items
           SET status = :WS-ROUTE,
               closed_date = :WS-TODAY
           WHERE id = :WS-ITEM-ID
             AND status = 'H'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Lost item disposal error SQLCODE: " SQLCODE
               SET WS-ERROR-Y TO TRUE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-ROUTE
               WHEN "P"
                   ADD 1 TO WS-POLICE-COUNT
               WHEN "S"
                   ADD 1 TO WS-SALE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CHARITY-COUNT
           END-EVALUATE.

           PERFORM 0300-WRITE-ONE-BEGIN
              THRU 0300-WRITE-ONE-END.
       0100-DISPOSE-ONE-END.

       0300-WRITE-ONE-BEGIN.
           IF WS-ROUTE NOT = WS-ROUTE-SEEN
               MOVE WS-ROUTE TO WS-ROUTE-SEEN
               MOVE "LINE" TO WS-SPOOL-REQUEST
               MOVE SPACES TO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               EVALUATE WS-ROUTE
                   WHEN "P"
                       MOVE "Hand over to the police"
                         TO WS-SPOOL-TEXT
                   WHEN "S"
                       MOVE "Moved to the book sale"
                         TO WS-SPOOL-TEXT
                   WHEN OTHER
                       MOVE "For charity or disposal"
                         TO WS-SPOOL-TEXT
               END-EVALUATE
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
           END-IF.

           MOVE SPACES TO WS-SPOOL-TEXT.
           MOVE WS-ITEM-ID TO WS-SPOOL-TEXT(1:10).
           MOVE WS-FOUND-DATE TO WS-SPOOL-TEXT(13:8).
           MOVE WS-CATEGORY TO WS-SPOOL-TEXT(23:1).
           MOVE WS-DESCRIPTION TO WS-SPOOL-TEXT(26:50).
           MOVE WS-FOUND-WHERE TO WS-SPOOL-TEXT(78:30).
           MOVE WS-BRANCH-NAME(1:20) TO WS-SPOOL-TEXT(110:20).
           MOVE "LINE" TO WS-SPOOL-REQUEST.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
       0300-WRITE-ONE-END.

       0500-OPEN-LIST-BEGIN.
           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE "lost-property-disposal" TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Lost property unclaimed since before "
                      DELIMITED BY SIZE
                  WS-CUTOFF-DATE DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE SPACES TO WS-SPOOL-TEXT.
           MOVE "Item" TO WS-SPOOL-TEXT(1:10).
           MOVE "Found" TO WS-SPOOL-TEXT(13:8).
           MOVE "C" TO WS-SPOOL-TEXT(23:1).
           MOVE "Description" TO WS-SPOOL-TEXT(26:50).
           MOVE "Where found" TO WS-SPOOL-TEXT(78:30).
           MOVE "Branch" TO WS-SPOOL-TEXT(110:20).
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
       0500-OPEN-LIST-END.

       0700-CLOSE-LIST-BEGIN.
           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           IF WS-ERROR-Y
               MOVE "Run failed, every item is still held."
                 TO WS-SPOOL-TEXT
           ELSE
               STRING "Police " DELIMITED BY SIZE
                      WS-POLICE-COUNT DELIMITED BY SIZE
                      ", book sale " DELIMITED BY SIZE
                      WS-SALE-COUNT DELIMITED BY SIZE
                      ", charity or disposal " DELIMITED BY SIZE
                      WS-CHARITY-COUNT DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
           END-IF.
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
       0700-CLOSE-LIST-END.
