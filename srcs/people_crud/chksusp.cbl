       IDENTIFICATION DIVISION.
       PROGRAM-ID. chksusp.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-PEOPLE-ID        PIC 9(10).
       01 WS-CHECK-DATE       PIC X(08).
       01 WS-UNTIL-DATE       PIC X(08).
       01 WS-SUSP-COUNT       PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01 LK-PEOPLE-ID        PIC 9(10).
       01 LK-CHECK-DATE       PIC X(08).
       01 LK-UNTIL-DATE       PIC X(08).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    is the patron under a suspension or ban on the given
      *    date : SUSPENDED comes back with the last day it runs
      *    to (the latest one when several overlap), OK otherwise ;
      *    a lifted suspension no longer counts
       PROCEDURE DIVISION USING LK-PEOPLE-ID,
                                LK-CHECK-DATE,
                                LK-UNTIL-DATE,
                                LK-RETURN-VALUE.

           MOVE LK-PEOPLE-ID TO WS-PEOPLE-ID.
           MOVE LK-CHECK-DATE TO WS-CHECK-DATE.
           MOVE SPACES TO LK-UNTIL-DATE.
           SET LK-RETURN-OK TO TRUE.

       EXEC SQL
           SELECT COUNT(*), COALESCE(MAX(to_date), '00000000')
           INTO :WS-SUSP-COUNT, :WS-UNTIL-DATE
           FROM patron_suspensions
           WHERE people_id = :WS-PEOPLE-ID
             AND lifted_date = '00000000'
             AND from_date <= :WS-CHECK-DATE
             AND to_date >= :WS-CHECK-DATE
       END-EXEC.

           IF SQLCODE NOT = 0
               EXIT PROGRAM
           END-IF.

           IF WS-SUSP-COUNT > 0
               MOVE WS-UNTIL-DATE TO LK-UNTIL-DATE
               SET LK-RETURN-SUSPENDED TO TRUE
           END-IF.

           EXIT PROGRAM.
