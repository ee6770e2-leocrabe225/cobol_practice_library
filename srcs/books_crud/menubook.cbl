       01  WS-LANGUAGE                  PIC X(20).
       01  WS-SERIES-NAME               PIC X(50).
       01  WS-VOLUME-NUMBER             PIC 9(05).
       01  WS-CLASS-NUMBER              PIC X(12).
       01  WS-CUTTER                    PIC X(10).
       01  WS-BRANCH-ID                 PIC 9(10).
       01  WS-VERSION                   PIC 9(05).

       01 WS-QUIT      PIC X   VALUE "n".
       01 WS-LABELS-STRING     PIC X(10) VALUE "LABELS".
       01 WS-SERVICE-STRING    PIC X(10) VALUE "SERVICE".
       01 WS-OOSLIST-STRING    PIC X(10) VALUE "OOSLIST".
       01 WS-POLICY-STRING     PIC X(10) VALUE "POLICY".
       01 WS-KIT-STRING        PIC X(10) VALUE "KIT".
       01 WS-KITLIST-STRING    PIC X(10) VALUE "KITLIST".
       01 WS-SHELFLIST-STRING  PIC X(10) VALUE "SHELFLIST".
       01 WS-WORK-STRING       PIC X(10) VALUE "WORK".
       01 WS-QUALITY-STRING    PIC X(10) VALUE "QUALITY".
       01 WS-REVIEWS-STRING    PIC X(10) VALUE "REVIEWS".
       01 WS-BESTREV-STRING    PIC X(10) VALUE "BESTREV".
       01 WS-READLISTS-STRING  PIC X(10) VALUE "READLISTS".
       01 WS-WORK-ID           PIC 9(10).
       01 WS-WORK-TITLE        PIC X(50).
       01 WS-LOAN-POLICY       PIC X(01).
       01 WS-COPY-ID           PIC 9(10).
       01 WS-OOS-ACTION        PIC X(01).
       01 WS-OOS-REASON        PIC X(02).
       01 WS-PIECE-COUNT       PIC 9(03).
       01 WS-KIT-CONTENTS      PIC X(100).

       01 WS-USER-RESPONSE         PIC X.
           88 WS-USER-RESPONSE-N           VALUE "n".
                   WS-LABELS-STRING " / "
                   WS-SERVICE-STRING " / "
                   WS-OOSLIST-STRING " / "
                   WS-POLICY-STRING " / "
                   WS-KIT-STRING " / "
                   WS-KITLIST-STRING " / "
                   WS-SHELFLIST-STRING " / "
                   WS-WORK-STRING " / "
                   WS-QUALITY-STRING " / "
                   WS-REVIEWS-STRING " / "
                   WS-BESTREV-STRING " / "
                   WS-READLISTS-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CRUD
                   ACCEPT WS-COPY-COST
                   DISPLAY "Enter book's shelf location : "
                   ACCEPT WS-SHELF-LOCATION
                   IF WS-CLASS-NUMBER = SPACES
                       DISPLAY "Enter classification number (Dewey "
                               "or FIC, blank if none) : "
                       ACCEPT WS-CLASS-NUMBER
                       DISPLAY "Enter cutter (author mark, e.g. "
                               "ROW) : "
                       MOVE SPACES TO WS-CUTTER
                       ACCEPT WS-CUTTER
                   END-IF
                   DISPLAY "Enter book's language : "
                   ACCEPT WS-LANGUAGE
                   DISPLAY "Enter book's series name : "
                       WS-LANGUAGE
                       WS-SERIES-NAME
                       WS-VOLUME-NUMBER
                       WS-CLASS-NUMBER
                       WS-CUTTER
                       WS-COPY-COST
                       WS-COPY-SOURCE
                       WS-COMMIT-SWITCH
               WHEN WS-OOSLIST-STRING
                   CALL "rptoos"

               WHEN WS-POLICY-STRING
                   DISPLAY "Enter copy's id: "
                   ACCEPT WS-COPY-ID
                   DISPLAY "Loan policy (N normal / R reference "
                           "only / S short loan) : "
                   MOVE SPACE TO WS-LOAN-POLICY
                   ACCEPT WS-LOAN-POLICY

                   CALL "setlpol" USING
                       WS-COPY-ID
                       WS-LOAN-POLICY
                       WS-RETURN-VALUE
                   END-CALL

                   EVALUATE TRUE
                       WHEN WS-RETURN-OK
                           DISPLAY "Copy loan policy updated."
                       WHEN WS-RETURN-NOT-FOUND
                           DISPLAY "Record not found."
                       WHEN WS-RETURN-ALREADY-HERE
                           DISPLAY "That copy already has this "
                                   "policy."
                       WHEN WS-RETURN-ERROR
                           DISPLAY "Bad policy code (N, R or S "
                                   "only)."
                   END-EVALUATE

               WHEN WS-KIT-STRING
                   DISPLAY "Enter copy's id: "
                   ACCEPT WS-COPY-ID
                   DISPLAY "Number of pieces (1 for an ordinary "
                           "item) : "
                   MOVE 0 TO WS-PIECE-COUNT
                   ACCEPT WS-PIECE-COUNT
                   DISPLAY "Contents list (book, CD 1-4, ...) : "
                   MOVE SPACES TO WS-KIT-CONTENTS
                   ACCEPT WS-KIT-CONTENTS

                   CALL "setkit" USING
                       WS-COPY-ID
                       WS-PIECE-COUNT
                       WS-KIT-CONTENTS
                       WS-RETURN-VALUE
                   END-CALL

                   EVALUATE TRUE
                       WHEN WS-RETURN-OK
                           DISPLAY "Copy piece count updated."
                       WHEN WS-RETURN-NOT-FOUND
                           DISPLAY "Record not found."
                       WHEN WS-RETURN-CONFLICT
                           DISPLAY "That copy is out or back short, "
                                   "change it once it is in whole."
                       WHEN WS-RETURN-ERROR
                           DISPLAY "A kit needs at least 2 pieces "
                                   "and a contents list."
                   END-EVALUATE

               WHEN WS-SHELFLIST-STRING
                   DISPLAY "Branch id (0 = every branch) : "
                   MOVE 0 TO WS-BRANCH-ID
                   ACCEPT WS-BRANCH-ID
                   DISPLAY "Shelf location (blank = every bay) : "
                   MOVE SPACES TO WS-SHELF-LOCATION
                   ACCEPT WS-SHELF-LOCATION
                   CALL "rptshelf" USING
                       WS-BRANCH-ID
                       WS-SHELF-LOCATION
                       WS-RETURN-VALUE
                   END-CALL

               WHEN WS-QUALITY-STRING
                   CALL "rptqual" USING
                       WS-RETURN-VALUE
                   END-CALL

      *        patron reviews waiting for an operator's approval
               WHEN WS-REVIEWS-STRING
                   CALL "mntrevw"
                   END-CALL

      *        the reading lists patrons browse in the OPAC
               WHEN WS-READLISTS-STRING
                   CALL "mntrlist"
                   END-CALL

               WHEN WS-BESTREV-STRING
                   CALL "rptrevw" USING
                       WS-RETURN-VALUE
                   END-CALL

      *        editions and formats of one title under one work
               WHEN WS-WORK-STRING
                   DISPLAY "Enter book's id: "
                   ACCEPT WS-BOOK-ID
                   DISPLAY "Work id (0 = new work, or 0 with no "
                           "title to take the book out) : "
                   MOVE 0 TO WS-WORK-ID
                   ACCEPT WS-WORK-ID
                   MOVE SPACES TO WS-WORK-TITLE
                   IF WS-WORK-ID = 0
                       DISPLAY "New work's title (blank = unlink) : "
                       ACCEPT WS-WORK-TITLE
                   END-IF

                   CALL "setwork" USING
                       WS-BOOK-ID
                       WS-WORK-ID
                       WS-WORK-TITLE
                       WS-RETURN-VALUE
                   END-CALL

                   EVALUATE TRUE
                       WHEN WS-RETURN-OK AND WS-WORK-ID = 0
                           DISPLAY "Book taken out of its work."
                       WHEN WS-RETURN-OK
                           DISPLAY "Book linked to work " WS-WORK-ID
                       WHEN WS-RETURN-NOT-FOUND
                           DISPLAY "No such book or work."
                       WHEN WS-RETURN-ERROR
                           DISPLAY "Work error, nothing changed."
                   END-EVALUATE

               WHEN WS-KITLIST-STRING
                   CALL "rptkits" USING
                       WS-RETURN-VALUE
                   END-CALL

               WHEN WS-COPIES-STRING
                   DISPLAY "Enter book's id: "
                   ACCEPT WS-BOOK-ID
                   ACCEPT WS-COPIES-TOTAL
                   DISPLAY "Enter book's new shelf location : "
                   ACCEPT WS-SHELF-LOCATION
                   DISPLAY "Enter book's new classification number "
                           "(Dewey or FIC, blank if none) : "
                   MOVE SPACES TO WS-CLASS-NUMBER
                   ACCEPT WS-CLASS-NUMBER
                   DISPLAY "Enter book's new cutter : "
                   MOVE SPACES TO WS-CUTTER
                   ACCEPT WS-CUTTER
                   DISPLAY "Enter book's new language : "
                   ACCEPT WS-LANGUAGE
                   DISPLAY "Enter book's new series name : "
                       WS-LANGUAGE
                       WS-SERIES-NAME
                       WS-VOLUME-NUMBER
                       WS-CLASS-NUMBER
                       WS-CUTTER
                       WS-VERSION
                       WS-RETURN-VALUE
                   END-CALL
      *    genre, and the operator only confirms
       0770-BIB-PREFILL-BEGIN.
           SET WS-PREFILL-N TO TRUE.
           MOVE SPACES TO WS-CLASS-NUMBER.
           MOVE SPACES TO WS-CUTTER.

           CALL "bibmastr" USING
               WS-BOOK-ISBN
               WS-BIB-YEAR
               WS-EDITOR-NAME
               WS-TYPE-NAME
               WS-CLASS-NUMBER
               WS-CUTTER
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               MOVE SPACES TO WS-CLASS-NUMBER
               MOVE SPACES TO WS-CUTTER
               EXIT PARAGRAPH
           END-IF.

                   WS-BIB-YEAR " / "
                   FUNCTION TRIM(WS-EDITOR-NAME) " / "
                   FUNCTION TRIM(WS-TYPE-NAME).
           IF WS-CLASS-NUMBER NOT = SPACES
               DISPLAY "  call number " FUNCTION TRIM(WS-CLASS-NUMBER)
                       " " FUNCTION TRIM(WS-CUTTER)
           END-IF.
           DISPLAY "Use this record ? (Y/n) " NO ADVANCING.
           MOVE SPACE TO WS-USER-RESPONSE.
           ACCEPT WS-USER-RESPONSE.
           IF WS-USER-RESPONSE-Y
               MOVE WS-BIB-YEAR TO WS-BOOK-YEAR
               SET WS-PREFILL-Y TO TRUE
           ELSE
               MOVE SPACES TO WS-CLASS-NUMBER
               MOVE SPACES TO WS-CUTTER
           END-IF.
       0770-BIB-PREFILL-END.

