       IDENTIFICATION DIVISION.
       PROGRAM-ID. histaply.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01 WS-TODAY            PIC X(08).
       01 WS-ALL-PEOPLE-ID    PIC 9(10) VALUE 0.
       01 WS-UNLINKED-COUNT   PIC 9(08) VALUE 0.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    a patron who opts out of reading history has years of
      *    returned loans behind them : this run detaches all of
      *    them in one go, for every opted-out patron.  Run again
      *    it picks up the loans whose fines have been settled
      *    since, and the ones returned on the day of the last run
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

      *    a loan returned today stays linked until tomorrow's
      *    run, as it does at the counter
           CALL "unlkhist" USING
               WS-ALL-PEOPLE-ID
               WS-TODAY
               WS-UNLINKED-COUNT
               LK-RETURN-VALUE
           END-CALL.

           EVALUATE TRUE
               WHEN LK-RETURN-OK
                   DISPLAY WS-UNLINKED-COUNT " returned loan(s) "
                           "detached from opted-out patrons."
               WHEN LK-RETURN-NOT-FOUND
                   DISPLAY "No unlinked-history holder in the "
                           "people table, nothing done."
                   SET LK-RETURN-ERROR TO TRUE
               WHEN OTHER
                   DISPLAY "Reading history run failed, nothing "
                           "detached."
           END-EVALUATE.

           EXIT PROGRAM.
