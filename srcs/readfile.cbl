       01 WS-LANGUAGE       PIC X(20) VALUE SPACE.
       01 WS-SERIES-NAME    PIC X(50) VALUE SPACE.
       01 WS-VOLUME-NUMBER  PIC 9(05) VALUE 0.
       01 WS-CLASS-NUMBER   PIC X(12) VALUE SPACE.
       01 WS-CUTTER         PIC X(10) VALUE SPACE.
       01 WS-DEFAULT-LOAN-DAYS PIC 9(03) VALUE 14.
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.
               WS-LANGUAGE
               WS-SERIES-NAME
               WS-VOLUME-NUMBER
               WS-CLASS-NUMBER
               WS-CUTTER
               WS-COPY-COST
               WS-COPY-SOURCE
               WS-COMMIT-SWITCH
