       01 WS-LANGUAGE     PIC X(20).
       01 WS-SERIES-NAME  PIC X(50).
       01 WS-VOLUME-NUMBER PIC 9(05).
       01 WS-CLASS-NUMBER PIC X(12).
       01 WS-CUTTER       PIC X(10).
       01 WS-TODAY-DATE   PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.
       01 LK-LANGUAGE     PIC X(20).
       01 LK-SERIES-NAME  PIC X(50).
       01 LK-VOLUME-NUMBER PIC 9(05).
       01 LK-CLASS-NUMBER PIC X(12).
       01 LK-CUTTER       PIC X(10).
       01 LK-COPY-COST    PIC 9(05)V99.
       01 LK-COPY-SOURCE  PIC X(01).
       01 LK-COMMIT-SWITCH PIC X(01).
                                LK-LANGUAGE,
                                LK-SERIES-NAME,
                                LK-VOLUME-NUMBER,
                                LK-CLASS-NUMBER,
                                LK-CUTTER,
                                LK-COPY-COST,
                                LK-COPY-SOURCE,
                                LK-COMMIT-SWITCH,
           MOVE LK-LANGUAGE    TO WS-LANGUAGE.
           MOVE LK-SERIES-NAME TO WS-SERIES-NAME.
           MOVE LK-VOLUME-NUMBER TO WS-VOLUME-NUMBER.
           MOVE FUNCTION UPPER-CASE(LK-CUTTER) TO WS-CUTTER.
           MOVE LK-COPY-COST   TO WS-COPY-COST.
           MOVE LK-COPY-SOURCE TO WS-COPY-SOURCE.

               EXIT PROGRAM
           END-IF.

           CALL "clsnorm" USING
               LK-CLASS-NUMBER
               WS-CLASS-NUMBER
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           IF WS-YEAR NOT NUMERIC
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
       EXEC SQL
           INSERT INTO books (isbn, name, year, author_id, editor_id,
               type_id, copies_total, copies_available, shelf_location,
               language, series_name, volume_number, class_number,
               cutter, updated_at)
           VALUES (:WS-ISBN, :WS-NAME, :WS-YEAR, :WS-AUTHOR-ID,
               :WS-EDITOR-ID, :WS-TYPE-ID, :WS-COPIES-TOTAL,
               :WS-COPIES-TOTAL, :WS-SHELF-LOCATION, :WS-LANGUAGE,
               :WS-SERIES-NAME, :WS-VOLUME-NUMBER, :WS-CLASS-NUMBER,
               :WS-CUTTER, :WS-TODAY-DATE)
           RETURNING id INTO :WS-BOOK-ID
       END-EXEC

