       FILE SECTION.
       FD F-PEOPLE-IN
           VALUE OF FILE-ID IS WS-IN-FILE-NAME.
       01 F-IN-RCD            PIC X(444).

       FD F-PEOPLE-OUT
           VALUE OF FILE-ID IS WS-OUT-FILE-NAME.
       01 F-OUT-RCD           PIC X(444).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.
           05 WS-PEOPLE-BIRTH-DATE         PIC X(08).
           05 WS-PEOPLE-HOME-PARTNER-ID    PIC 9(10).
           05 WS-PEOPLE-HOME-CARD-NUMBER   PIC X(20).
           05 WS-PEOPLE-HOUSEHOLD-ID       PIC 9(10).
           05 WS-PEOPLE-CLAIMS-COUNT       PIC 9(05).
           05 WS-PEOPLE-DELIVERY-FLAG      PIC X(01).
           05 WS-PEOPLE-DELIVERY-ROUND-ID  PIC 9(10).
           05 WS-PEOPLE-DELIVERY-LANGUAGE  PIC X(20).
           05 WS-PEOPLE-DELIVERY-ADDRESS   PIC X(50).
           05 WS-PEOPLE-HISTORY-PREF       PIC X(01).
           05 WS-PEOPLE-SCHOOL-CLASS       PIC X(10).
           05 WS-PEOPLE-LEFT-SCHOOL-NAME   PIC X(40).
           05 WS-PEOPLE-LEFT-SCHOOL-DATE   PIC X(08).
           05 WS-PEOPLE-MARKETING-CONSENT  PIC X(01).
           05 WS-PEOPLE-CONSENT-DATE       PIC X(08).
           05 WS-PEOPLE-CONSENT-SOURCE     PIC X(01).
           05 WS-PEOPLE-UNSUBSCRIBE-REF    PIC X(12).
           05 WS-PEOPLE-CARD-PRINT-STATUS  PIC X(01).
           05 WS-PEOPLE-CARD-PRINTED-DATE  PIC X(08).
           05 WS-PEOPLE-HOME-BRANCH-ID     PIC 9(10).

       01 WS-ROW-COUNT        PIC 9(07) VALUE 0.
       01 WS-SCRAMBLE-NAME    PIC X(25).
               TO WS-PEOPLE-EMAIL-ADDRESS.
           MOVE "0000" TO WS-PEOPLE-PIN.
           MOVE SPACES TO WS-PEOPLE-INSTITUTION-NAME.
           MOVE SPACES TO WS-PEOPLE-DELIVERY-ADDRESS.

           WRITE F-OUT-RCD FROM WS-PEOPLE-RCD.
           ADD 1 TO WS-ROW-COUNT.
