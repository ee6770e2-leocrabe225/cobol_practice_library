       01 WS-LANGUAGE        PIC X(20).
       01 WS-SERIES-NAME     PIC X(50).
       01 WS-VOLUME-NUMBER   PIC 9(05).
       01 WS-CLASS-NUMBER    PIC X(12).
       01 WS-CUTTER          PIC X(10).
       01 WS-COPIES-TOTAL    PIC 9(05).
       01 WS-COMMIT-SWITCH   PIC X(01) VALUE "Y".
       01 WS-DEFAULT-LOAN-DAYS PIC 9(03) VALUE 14.
           ACCEPT WS-COPIES-TOTAL.
           DISPLAY "Enter shelf location : ".
           ACCEPT WS-SHELF-LOCATION.
           DISPLAY "Enter classification number (Dewey or FIC, "
                   "blank if none) : ".
           MOVE SPACES TO WS-CLASS-NUMBER.
           ACCEPT WS-CLASS-NUMBER.
           DISPLAY "Enter cutter (author mark, e.g. ROW) : ".
           MOVE SPACES TO WS-CUTTER.
           ACCEPT WS-CUTTER.
           DISPLAY "Enter language : ".
           ACCEPT WS-LANGUAGE.
           MOVE SPACES TO WS-SERIES-NAME.
               WS-LANGUAGE
               WS-SERIES-NAME
               WS-VOLUME-NUMBER
               WS-CLASS-NUMBER
               WS-CUTTER
               WS-COPY-COST
               WS-COPY-SOURCE
               WS-COMMIT-SWITCH
