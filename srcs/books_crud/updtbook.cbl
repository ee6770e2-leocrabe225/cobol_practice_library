       01 WS-LANGUAGE     PIC X(20).
       01 WS-SERIES-NAME  PIC X(50).
       01 WS-VOLUME-NUMBER PIC 9(05).
       01 WS-CLASS-NUMBER PIC X(12).
       01 WS-CUTTER       PIC X(10).
       01 WS-VERSION      PIC 9(05).
       01 WS-TODAY-DATE   PIC X(08).

       01 LK-LANGUAGE     PIC X(20).
       01 LK-SERIES-NAME  PIC X(50).
       01 LK-VOLUME-NUMBER PIC 9(05).
       01 LK-CLASS-NUMBER PIC X(12).
       01 LK-CUTTER       PIC X(10).
       01 LK-VERSION      PIC 9(05).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

                                LK-LANGUAGE,
                                LK-SERIES-NAME,
                                LK-VOLUME-NUMBER,
                                LK-CLASS-NUMBER,
                                LK-CUTTER,
                                LK-VERSION,
                                LK-RETURN-VALUE.

               WS-NORM-RETURN-VALUE
           END-CALL.

           IF NOT WS-NORM-RETURN-OK
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           CALL "clsnorm" USING
               LK-CLASS-NUMBER
               WS-CLASS-NUMBER
               WS-NORM-RETURN-VALUE
           END-CALL.

           IF NOT WS-NORM-RETURN-OK
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           MOVE LK-LANGUAGE TO WS-LANGUAGE.
           MOVE LK-SERIES-NAME TO WS-SERIES-NAME.
           MOVE LK-VOLUME-NUMBER TO WS-VOLUME-NUMBER.
           MOVE FUNCTION UPPER-CASE(LK-CUTTER) TO WS-CUTTER.
           MOVE LK-VERSION TO WS-VERSION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
       EXEC SQL
               language = :WS-LANGUAGE,
               series_name = :WS-SERIES-NAME,
               volume_number = :WS-VOLUME-NUMBER,
               class_number = :WS-CLASS-NUMBER,
               cutter = :WS-CUTTER,
               version = version + 1,
               updated_at = :WS-TODAY-DATE
           WHERE id = :WS-ID
