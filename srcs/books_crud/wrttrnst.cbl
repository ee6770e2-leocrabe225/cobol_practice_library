       IDENTIFICATION DIVISION.
       PROGRAM-ID. wrttrnst.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01  WS-COPY-ID           PIC 9(10).
       01  WS-FROM-BRANCH       PIC 9(10).
       01  WS-TO-BRANCH         PIC 9(10).
       01  WS-REASON            PIC X(01).
       01  WS-HOLD-ID           PIC 9(10).
       01  WS-TODAY             PIC X(08).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       LINKAGE SECTION.
       01  LK-COPY-ID           PIC 9(10).
       01  LK-TO-BRANCH         PIC 9(10).
      *    T transfer by hand, B rebalancing proposal confirmed,
      *    H routed to a hold's pickup branch
       01  LK-REASON            PIC X(01).
       01  LK-HOLD-ID           PIC 9(10).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    books the copy onto the van for the courier manifest ;
      *    it runs inside the caller's unit of work and does not
      *    commit, so the transit row stands or falls with the
      *    status change that put the copy in transit.  A copy
      *    still booked on an earlier run that never arrived is
      *    closed as rerouted first
       PROCEDURE DIVISION USING LK-COPY-ID,
                                LK-TO-BRANCH,
                                LK-REASON,
                                LK-HOLD-ID,
                                LK-RETURN-VALUE.

           MOVE LK-COPY-ID TO WS-COPY-ID.
           MOVE LK-TO-BRANCH TO WS-TO-BRANCH.
           MOVE LK-REASON TO WS-REASON.
           MOVE LK-HOLD-ID TO WS-HOLD-ID.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

       EXEC SQL
           SELECT branch_id
           INTO :WS-FROM-BRANCH
           FROM copies
           WHERE id = :WS-COPY-ID
       END-EXEC.

           IF SQLCODE NOT = 0
               SET LK-RETURN-NOT-FOUND TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL
           UPDATE transit_items
           SET received_date = :WS-TODAY,
               received_by = 'REROUTED'
           WHERE copy_id = :WS-COPY-ID
             AND received_date = '00000000'
       END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

       EXEC SQL
           INSERT INTO transit_items (copy_id, from_branch,
               to_branch, reason, hold_id, sent_date)
           VALUES (:WS-COPY-ID, :WS-FROM-BRANCH, :WS-TO-BRANCH,
               :WS-REASON, :WS-HOLD-ID, :WS-TODAY)
       END-EXEC.

           IF SQLCODE = 0
               SET LK-RETURN-OK TO TRUE
           ELSE
               SET LK-RETURN-ERROR TO TRUE
           END-IF.

           EXIT PROGRAM.
