       01 WS-STATS-STRING      PIC X(10) VALUE "STATS".
       01 WS-FILE-STRING       PIC X(10) VALUE "FILE".
       01 WS-EXPORT-STRING     PIC X(10) VALUE "EXPORT".
       01 WS-MARCEXP-STRING    PIC X(10) VALUE "MARCEXP".
       01 WS-MARCIMP-STRING    PIC X(10) VALUE "MARCIMP".
       01 WS-CLOSE-STRING      PIC X(10) VALUE "CLOSE".
       01 WS-MERGE-STRING      PIC X(10) VALUE "MERGE".
       01 WS-NOTICES-STRING    PIC X(10) VALUE "NOTICES".
       01 WS-CHARGES-STRING    PIC X(10) VALUE "CHARGES".
       01 WS-SPOOL-STRING      PIC X(10) VALUE "SPOOL".
       01 WS-EQUIPMENT-STRING  PIC X(10) VALUE "EQUIPMENT".
       01 WS-PCS-STRING        PIC X(10) VALUE "PCS".
       01 WS-VOLUNTEER-STRING  PIC X(10) VALUE "VOLUNTEERS".
       01 WS-LOSTPROP-STRING   PIC X(10) VALUE "LOSTPROP".
       01 WS-EMERGENCY-STRING  PIC X(10) VALUE "EMERGENCY".
       01 WS-MORNING-STRING    PIC X(10) VALUE "MORNING".
       01 WS-GLMAP-STRING      PIC X(10) VALUE "GLMAP".
       01 WS-GLJOURNAL-STRING  PIC X(10) VALUE "GLJOURNAL".
       01 WS-JOURNAL-DATE      PIC X(08).
       01 WS-RETURN-YEAR       PIC X(04).
       01 WS-VATRETURN-STRING  PIC X(10) VALUE "VATRETURN".
       01 WS-SIPTERM-STRING    PIC X(10) VALUE "SIPTERM".
       01 WS-VAT-QUARTER       PIC X(06).
       01 WS-QUIT-STRING       PIC X(10) VALUE "QUIT".

       01 WS-USER-INPUT        PIC X(10).
                   WHEN WS-EXPORT-STRING
                       PERFORM 0400-WRITEFILE-BEGIN
                          THRU 0400-WRITEFILE-END
                   WHEN WS-MARCEXP-STRING
                       PERFORM 0410-MARCEXP-BEGIN
                          THRU 0410-MARCEXP-END
                   WHEN WS-MARCIMP-STRING
                       PERFORM 0420-MARCIMP-BEGIN
                          THRU 0420-MARCIMP-END
                   WHEN WS-CLOSE-STRING
                       IF WS-CURRENT-OPERATOR-ROLE = "ADMIN"
                           CALL "batcopyr" USING
                       CALL "spoolmgr"
                   WHEN WS-EQUIPMENT-STRING
                       CALL "menuequp"
                   WHEN WS-PCS-STRING
                       CALL "menupc"
                   WHEN WS-VOLUNTEER-STRING
                       CALL "menuvolu"
                   WHEN WS-LOSTPROP-STRING
                       CALL "menulost"
                   WHEN WS-MORNING-STRING
                       CALL "mornrpt" USING
                           WS-RETURN-VALUE
                       END-CALL
                   WHEN WS-GLJOURNAL-STRING
                       DISPLAY "Journal which day (YYYYMMDD, blank "
                               "for today) ?"
                       MOVE SPACES TO WS-JOURNAL-DATE
                       ACCEPT WS-JOURNAL-DATE
                       CALL "gljrnl" USING
                           WS-JOURNAL-DATE
                           WS-RETURN-VALUE
                       END-CALL
                   WHEN WS-VATRETURN-STRING
                       DISPLAY "VAT return for which quarter "
                               "(YYYYQn, blank for the last one) ?"
                       MOVE SPACES TO WS-VAT-QUARTER
                       ACCEPT WS-VAT-QUARTER
                       CALL "rptvat" USING
                           WS-VAT-QUARTER
                           WS-RETURN-VALUE
                       END-CALL
                   WHEN WS-GLMAP-STRING
                       IF WS-CURRENT-OPERATOR-ROLE = "ADMIN"
                           CALL "mntglmap"
                       ELSE
                           PERFORM 0700-ADMIN-ONLY-BEGIN
                              THRU 0700-ADMIN-ONLY-END
                       END-IF
                   WHEN WS-SIPTERM-STRING
                       IF WS-CURRENT-OPERATOR-ROLE = "ADMIN"
                           CALL "mntsipt"
                       ELSE
                           PERFORM 0700-ADMIN-ONLY-BEGIN
                              THRU 0700-ADMIN-ONLY-END
                       END-IF
                   WHEN WS-EMERGENCY-STRING
                       IF WS-CURRENT-OPERATOR-ROLE = "ADMIN"
                           CALL "emgclose"
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-EXPORT-STRING TO WS-OPTION-WORK.
           MOVE "MMEXPORT" TO WS-MSG-ID.
           PERFORM 0250-SHOW-MENU-OPTION-BEGIN
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-MARCEXP-STRING TO WS-OPTION-WORK.
           MOVE "MMMARCEX" TO WS-MSG-ID.
           PERFORM 0250-SHOW-MENU-OPTION-BEGIN
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-MARCIMP-STRING TO WS-OPTION-WORK.
           MOVE "MMMARCIM" TO WS-MSG-ID.
           PERFORM 0250-SHOW-MENU-OPTION-BEGIN
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-CLOSE-STRING TO WS-OPTION-WORK.
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-EQUIPMENT-STRING TO WS-OPTION-WORK.
           MOVE "MMEQUIP" TO WS-MSG-ID.
           PERFORM 0250-SHOW-MENU-OPTION-BEGIN
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-PCS-STRING TO WS-OPTION-WORK.
           MOVE "MMPCS" TO WS-MSG-ID.
           PERFORM 0250-SHOW-MENU-OPTION-BEGIN
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-VOLUNTEER-STRING TO WS-OPTION-WORK.
           MOVE "MMVOLUNT" TO WS-MSG-ID.
           PERFORM 0250-SHOW-MENU-OPTION-BEGIN
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-LOSTPROP-STRING TO WS-OPTION-WORK.
           MOVE "MMLOSTPR" TO WS-MSG-ID.
           PERFORM 0250-SHOW-MENU-OPTION-BEGIN
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-EMERGENCY-STRING TO WS-OPTION-WORK.
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-MORNING-STRING TO WS-OPTION-WORK.
           MOVE "MMMORN" TO WS-MSG-ID.
           PERFORM 0250-SHOW-MENU-OPTION-BEGIN
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-GLJOURNAL-STRING TO WS-OPTION-WORK.
           MOVE "MMGLJRNL" TO WS-MSG-ID.
           PERFORM 0250-SHOW-MENU-OPTION-BEGIN
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-GLMAP-STRING TO WS-OPTION-WORK.
           MOVE "MMGLMAP" TO WS-MSG-ID.
           PERFORM 0250-SHOW-MENU-OPTION-BEGIN
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-VATRETURN-STRING TO WS-OPTION-WORK.
           MOVE "MMVATRET" TO WS-MSG-ID.
           PERFORM 0250-SHOW-MENU-OPTION-BEGIN
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-SIPTERM-STRING TO WS-OPTION-WORK.
           MOVE "MMSIPTRM" TO WS-MSG-ID.
           PERFORM 0250-SHOW-MENU-OPTION-BEGIN
              THRU 0250-SHOW-MENU-OPTION-END.
           MOVE WS-QUIT-STRING TO WS-OPTION-WORK.
           END-CALL.
       0400-WRITEFILE-END.

       0410-MARCEXP-BEGIN.
           DISPLAY "What file do you want the MARC records written to?".
           ACCEPT WS-OUT-FILE-NAME.
           CALL 'marcexp' USING
               WS-OUT-FILE-NAME
               WS-RETURN-VALUE
           END-CALL.
       0410-MARCEXP-END.

       0420-MARCIMP-BEGIN.
           DISPLAY "What MARC file do you want to load?".
           ACCEPT WS-IN-FILE-NAME.
           CALL 'marcimp' USING
               WS-IN-FILE-NAME
               WS-AUTO-SWITCH
               WS-RETURN-VALUE
           END-CALL.
       0420-MARCIMP-END.

       0600-REPAIR-BEGIN.
           DISPLAY "Which reject file should be repaired?".
           ACCEPT WS-IN-FILE-NAME.
