       IDENTIFICATION DIVISION.
       PROGRAM-ID. mntsipt.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TERMINAL-ID      PIC X(10).
       01 WS-TERM-PASSWORD    PIC X(10).
       01 WS-BRANCH-CODE      PIC X(04).
       01 WS-BRANCH-ID        PIC 9(10).
       01 WS-PIN-REQUIRED     PIC X(01).
       01 WS-ACTIVE           PIC X(01).
       01 WS-DESCRIPTION      PIC X(30).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY sepline.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-QUIT      PIC X   VALUE "n".
           88 WS-QUIT-N        VALUE "n".
           88 WS-QUIT-Y        VALUE "Y".

       01 WS-CHOICE    PIC X(10).

       01 WS-ADD-STRING      PIC X(10) VALUE "ADD".
       01 WS-DISABLE-STRING  PIC X(10) VALUE "DISABLE".
       01 WS-ENABLE-STRING   PIC X(10) VALUE "ENABLE".
       01 WS-LIST-STRING     PIC X(10) VALUE "LIST".
       01 WS-QUIT-STRING     PIC X(10) VALUE "QUIT".

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-MATCH-COUNT   PIC 9(05) VALUE 0.

       EXEC SQL
           DECLARE sip_terminal_cursor CURSOR FOR
               SELECT sip_terminals.terminal_id,
                   COALESCE(branches.code, ' '),
                   sip_terminals.pin_required, sip_terminals.active,
                   sip_terminals.description
               FROM sip_terminals
               LEFT JOIN branches
                   ON branches.id = sip_terminals.branch_id
               ORDER BY sip_terminals.terminal_id
       END-EXEC.

      *    the self-check machines and returns sorters allowed to
      *    talk SIP2 to sip2srv : a machine is switched off rather
      *    than deleted, so the desk events it stamped still say
      *    which machine it was
       PROCEDURE DIVISION.

       SET WS-QUIT-N TO TRUE.

       PERFORM UNTIL WS-QUIT-Y

           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Self-check machines (SIP2)"
           DISPLAY WS-SEPARATION-LINE
           DISPLAY "Choose an operation : "
           DISPLAY WS-ADD-STRING " / "
                   WS-DISABLE-STRING " / "
                   WS-ENABLE-STRING " / "
                   WS-LIST-STRING " / "
                   WS-QUIT-STRING

           ACCEPT WS-CHOICE

           EVALUATE WS-CHOICE
               WHEN WS-ADD-STRING
                   PERFORM 0100-ADD-TERMINAL-BEGIN
                      THRU 0100-ADD-TERMINAL-END
               WHEN WS-DISABLE-STRING
                   MOVE "N" TO WS-ACTIVE
                   PERFORM 0200-SET-ACTIVE-BEGIN
                      THRU 0200-SET-ACTIVE-END
               WHEN WS-ENABLE-STRING
                   MOVE "Y" TO WS-ACTIVE
                   PERFORM 0200-SET-ACTIVE-BEGIN
                      THRU 0200-SET-ACTIVE-END
               WHEN WS-LIST-STRING
                   PERFORM 0300-LIST-TERMINALS-BEGIN
                      THRU 0300-LIST-TERMINALS-END
               WHEN WS-QUIT-STRING
                   SET WS-QUIT-Y TO TRUE
           END-EVALUATE

       END-PERFORM.

       EXIT PROGRAM.

       0100-ADD-TERMINAL-BEGIN.
           DISPLAY "Machine id (as it logs in) : ".
           MOVE SPACES TO WS-TERMINAL-ID.
           ACCEPT WS-TERMINAL-ID.

           IF WS-TERMINAL-ID = SPACES
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Login password : ".
           MOVE SPACES TO WS-TERM-PASSWORD.
           ACCEPT WS-TERM-PASSWORD.

           IF WS-TERM-PASSWORD = SPACES
               DISPLAY "A machine needs a password, nothing changed."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Branch code it stands in : ".
           MOVE SPACES TO WS-BRANCH-CODE.
           ACCEPT WS-BRANCH-CODE.

       EXEC SQL
           SELECT id
           INTO :WS-BRANCH-ID
           FROM branches
           WHERE code = :WS-BRANCH-CODE
             AND deleted_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "No such branch, nothing changed."
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "Must patrons key their PIN (Y/N) ? ".
           MOVE "Y" TO WS-PIN-REQUIRED.
           ACCEPT WS-PIN-REQUIRED.

           IF WS-PIN-REQUIRED NOT = "N"
               MOVE "Y" TO WS-PIN-REQUIRED
           END-IF.

           DISPLAY "Description : ".
           MOVE SPACES TO WS-DESCRIPTION.
           ACCEPT WS-DESCRIPTION.

       EXEC SQL
           INSERT INTO sip_terminals (terminal_id, password,
               branch_id, pin_required, active, description)
           VALUES (:WS-TERMINAL-ID, :WS-TERM-PASSWORD,
               :WS-BRANCH-ID, :WS-PIN-REQUIRED, 'Y',
               :WS-DESCRIPTION)
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               DISPLAY "Machine registered."
           ELSE
               DISPLAY "Insert error (already registered ?) "
                       "SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0100-ADD-TERMINAL-END.

       0200-SET-ACTIVE-BEGIN.
           DISPLAY "Machine id : ".
           MOVE SPACES TO WS-TERMINAL-ID.
           ACCEPT WS-TERMINAL-ID.

       EXEC SQL
           UPDATE sip_terminals
           SET active = :WS-ACTIVE
           WHERE terminal_id = :WS-TERMINAL-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               IF WS-ACTIVE = "Y"
                   DISPLAY "Machine switched on."
               ELSE
                   DISPLAY "Machine switched off."
               END-IF
           ELSE
               DISPLAY "No such machine."
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0200-SET-ACTIVE-END.

       0300-LIST-TERMINALS-BEGIN.
           MOVE 0 TO WS-MATCH-COUNT.
           SET WS-EOF-N TO TRUE.

       EXEC SQL OPEN sip_terminal_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Machine list error SQLCODE: " SQLCODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH sip_terminal_cursor
           INTO :WS-TERMINAL-ID, :WS-BRANCH-CODE,
               :WS-PIN-REQUIRED, :WS-ACTIVE, :WS-DESCRIPTION
       END-EXEC

               IF SQLCODE = +100
                   SET WS-EOF-Y TO TRUE
               ELSE
                   ADD 1 TO WS-MATCH-COUNT
                   DISPLAY WS-TERMINAL-ID " | " WS-BRANCH-CODE
                           " | PIN " WS-PIN-REQUIRED
                           " | active " WS-ACTIVE
                           " | " WS-DESCRIPTION
               END-IF

           END-PERFORM.

           IF WS-MATCH-COUNT = 0
               DISPLAY "No machines registered."
           END-IF.

       EXEC SQL CLOSE sip_terminal_cursor END-EXEC.
       0300-LIST-TERMINALS-END.
