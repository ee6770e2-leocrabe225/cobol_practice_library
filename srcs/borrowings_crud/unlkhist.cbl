       IDENTIFICATION DIVISION.
       PROGRAM-ID. unlkhist.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-AS-OF-DATE       PIC X(08).
       01 WS-HOLDER-ID        PIC 9(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LK-PEOPLE-ID        PIC 9(10).
       01 LK-AS-OF-DATE       PIC X(08).
       01 LK-UNLINKED-COUNT   PIC 9(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    the reading history of a patron who asked us not to keep
      *    it : every loan returned before LK-AS-OF-DATE with no
      *    fine still open is handed to the unlinked-history holder
      *    -- book, copy, branch and dates stay for the statistics,
      *    the patron and any proxy go.  A loan returned on the day
      *    itself waits, so the return slip and the night's short
      *    loan fines still find their patron.  LK-PEOPLE-ID 0
      *    means every opted-out patron.  Their e-loans go the same
      *    way once the licence has run out before LK-AS-OF-DATE,
      *    the card number giving way to a placeholder that can
      *    never match a real card
       PROCEDURE DIVISION USING LK-PEOPLE-ID,
                                LK-AS-OF-DATE,
                                LK-UNLINKED-COUNT,
                                LK-RETURN-VALUE.

           MOVE LK-PEOPLE-ID TO WS-PEOPLE-ID.
           MOVE LK-AS-OF-DATE TO WS-AS-OF-DATE.
           MOVE 0 TO LK-UNLINKED-COUNT.

       EXEC SQL
           SELECT id
           INTO :WS-HOLDER-ID
           FROM people
           WHERE history_pref = 'A'
           ORDER BY id
           LIMIT 1
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL
           UPDATE borrowings
           SET people_id = :WS-HOLDER-ID,
               proxy_id = 0
           WHERE returned_date <> '00000000'
             AND returned_date < :WS-AS-OF-DATE
             AND people_id IN (
                 SELECT id FROM people
                 WHERE history_pref = 'D'
                   AND (id = :WS-PEOPLE-ID OR :WS-PEOPLE-ID = 0)
             )
             AND NOT EXISTS (
                 SELECT 1 FROM fines
                 WHERE fines.borrowing_id = borrowings.id
                   AND fines.paid_date = '00000000'
             )
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PROGRAM
           END-IF.

           IF SQLCODE = 0
               MOVE SQLERRD(3) TO LK-UNLINKED-COUNT
           END-IF.

       EXEC SQL
           UPDATE electronic_loans
           SET people_id = :WS-HOLDER-ID,
               card_number = 'E' || LPAD(CAST(id AS TEXT), 9, '0')
           WHERE expiry_date < :WS-AS-OF-DATE
             AND people_id IN (
                 SELECT id FROM people
                 WHERE history_pref = 'D'
                   AND (id = :WS-PEOPLE-ID OR :WS-PEOPLE-ID = 0)
             )
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               SET LK-RETURN-ERROR TO TRUE
       EXEC SQL ROLLBACK END-EXEC
               EXIT PROGRAM
           END-IF.

           IF SQLCODE = 0
               ADD SQLERRD(3) TO LK-UNLINKED-COUNT
           END-IF.

       EXEC SQL COMMIT END-EXEC.
           SET LK-RETURN-OK TO TRUE.

           EXIT PROGRAM.
