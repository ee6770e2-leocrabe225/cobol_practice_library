       IDENTIFICATION DIVISION.
       PROGRAM-ID. rdaudkey.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-AUDKEY
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD F-AUDKEY
           VALUE OF FILE-ID IS WS-AUDKEY-FILE-NAME.
       01 F-AUDKEY-RCD        PIC X(32).

       WORKING-STORAGE SECTION.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.
           88 WS-F-STATUS-OPEN-ERROR   VALUE '05'.

       01 WS-AUDKEY-FILE-NAME PIC X(40)
               VALUE "config/audit.key".

       01 WS-LOADED-SWITCH    PIC X(01) VALUE "N".
           88 WS-LOADED              VALUE "Y".

       01 WS-FOUND-SWITCH     PIC X(01) VALUE "N".
           88 WS-KEY-FOUND           VALUE "Y".

       01 WS-CHAIN-KEY        PIC X(32)
               VALUE "library-audit-chain".

       LINKAGE SECTION.
       01 LK-CHAIN-KEY        PIC X(32).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the secret mixed into every audit checksum.  It lives in
      *    a file beside db.cfg and never in the database, so an
      *    account that can edit audit_log still cannot recompute
      *    a checksum that passes ; keep the file readable by the
      *    batch account only.  Read once per run unit ; without
      *    the file the built-in key is used and NOT-FOUND says so
       PROCEDURE DIVISION USING LK-CHAIN-KEY,
                                LK-RETURN-VALUE.

           IF NOT WS-LOADED
               PERFORM 0100-LOAD-KEY-BEGIN
                  THRU 0100-LOAD-KEY-END
           END-IF.

           MOVE WS-CHAIN-KEY TO LK-CHAIN-KEY.

           IF WS-KEY-FOUND
               SET LK-RETURN-OK TO TRUE
           ELSE
               SET LK-RETURN-NOT-FOUND TO TRUE
           END-IF.

           EXIT PROGRAM.

       0100-LOAD-KEY-BEGIN.
           SET WS-LOADED TO TRUE.
           OPEN INPUT F-AUDKEY.

           IF WS-F-STATUS-OPEN-ERROR
               EXIT PARAGRAPH
           END-IF.

           READ F-AUDKEY
               NOT AT END
                   IF F-AUDKEY-RCD NOT = SPACES
                       MOVE F-AUDKEY-RCD TO WS-CHAIN-KEY
                       SET WS-KEY-FOUND TO TRUE
                   END-IF
           END-READ.

           CLOSE F-AUDKEY.
       0100-LOAD-KEY-END.
