               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

      *    in-library use : reference items read in the building,
      *    scanned at the desk instead of being lent
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-FIGURE
           FROM in_library_uses
           WHERE use_date >= :WS-YEAR-START
             AND use_date <= :WS-YEAR-END
       END-EXEC.
           MOVE "INLIBUSE" TO F-RET-CODE.
           MOVE "ALL" TO F-RET-CATEGORY.
           MOVE WS-FIGURE TO F-RET-VALUE.
           WRITE F-RETURN-RCD.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE "INLIBUSE : in_library_uses.use_date within the "
               TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           MOVE "  year (desk INUSE scans, no loan created)."
               TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

      *    visits : heads counted in by the gate counters at every
      *    branch, straight from the hourly rows
       EXEC SQL
           SELECT COALESCE(SUM(visits_in), 0)
           INTO :WS-FIGURE
           FROM footfall
           WHERE count_date >= :WS-YEAR-START
             AND count_date <= :WS-YEAR-END
       END-EXEC.
           MOVE "VISITS" TO F-RET-CODE.
           MOVE "ALL" TO F-RET-CATEGORY.
           MOVE WS-FIGURE TO F-RET-VALUE.
           WRITE F-RETURN-RCD.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE "VISITS : footfall.visits_in summed over the year, "
               TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           MOVE "  all branches (gate counter files as imported)."
               TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

      *    e-loans : loans taken on the e-lending platform, a line
      *    of their own and never added into the physical LOANS
       EXEC SQL
           SELECT COUNT(*)
           INTO :WS-FIGURE
           FROM electronic_loans
           WHERE loan_date >= :WS-YEAR-START
             AND loan_date <= :WS-YEAR-END
       END-EXEC.
           MOVE "ELOANS" TO F-RET-CODE.
           MOVE "ALL" TO F-RET-CATEGORY.
           MOVE WS-FIGURE TO F-RET-VALUE.
           WRITE F-RETURN-RCD.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE "ELOANS : electronic_loans.loan_date within the "
               TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           MOVE "  year (platform loan files, matched or not)."
               TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
       0200-YEAR-FIGURES-END.

       0300-MEMBERS-BY-CATEGORY-BEGIN.
