       IDENTIFICATION DIVISION.
       PROGRAM-ID. serrview.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-TODAY            PIC X(08).
       01 WS-REVIEW-LIMIT     PIC X(08).
       01 WS-SUBSCRIPTION-ID  PIC 9(10).
       01 WS-TITLE            PIC X(50).
       01 WS-SUPPLIER-NAME    PIC X(40).
       01 WS-FUND-CODE        PIC X(04).
       01 WS-ANNUAL-COST      PIC 9(05)V99.
       01 WS-RENEWAL-DATE     PIC X(08).
       01 WS-REVIEW-FLAG      PIC X(01).
       01 WS-RECEIVED-COUNT   PIC 9(05).
       01 WS-CLAIMED-COUNT    PIC 9(05).
       01 WS-LENT-COUNT       PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-RUN-REQUEST      PIC X(05).
       01 WS-RUN-PROGRAM      PIC X(10) VALUE "serrview".
       01 WS-RUN-ID           PIC 9(10).
       01 WS-RUN-COUNT        PIC 9(08) VALUE 0.
       01 WS-RUN-STATUS       PIC X(07).
       01 WS-OVERRIDE-ANSWER  PIC X(01).

       01 WS-EOF-SWITCH    PIC X   VALUE "n".
           88 WS-EOF-N             VALUE "n".
           88 WS-EOF-Y             VALUE "Y".

       01 WS-REVIEW-DAYS      PIC 9(03) VALUE 60.
       01 WS-PARAM-NAME       PIC X(20).
       01 WS-PARAM-VALUE      PIC 9(05)V99.
       01 WS-DATE-REQUEST     PIC X(04).
       01 WS-DATE-DAYS        PIC S9(05).

       01 WS-COST-PER-USE     PIC 9(05)V99.
       01 WS-TOTAL-COST       PIC 9(07)V99 VALUE 0.
       01 WS-COST-EDIT        PIC Z(4)9.99.
       01 WS-CPU-EDIT         PIC Z(4)9.99.
       01 WS-TOTAL-EDIT       PIC Z(6)9.99.
       01 WS-USE-TEXT         PIC X(20).

       01 WS-SPOOL-REQUEST    PIC X(04).
       01 WS-SPOOL-TEXT       PIC X(132).
       01 WS-REPORT-NAME      PIC X(30)
                              VALUE "serial-renewal-review".

      *    every subscription renewing within the review window and
      *    not yet listed for that renewal ; the figures cover the
      *    year of issues leading up to the renewal date : issues
      *    checked in, issues claimed and times lent
       EXEC SQL
           DECLARE renewal_review_cursor CURSOR FOR
               SELECT serial_subscriptions.id,
                   serial_subscriptions.title,
                   suppliers.name,
                   COALESCE(funds.code, ' '),
                   serial_subscriptions.annual_cost,
                   serial_subscriptions.renewal_date,
                   serial_subscriptions.cancel_review_flag,
                   COUNT(CASE WHEN serial_issues.received_date
                       <> '00000000' THEN 1 END),
                   COUNT(CASE WHEN serial_issues.claim_count > 0
                       THEN 1 END),
                   COALESCE(SUM(serial_issues.lend_count), 0)
               FROM serial_subscriptions
               INNER JOIN suppliers
                   ON serial_subscriptions.supplier_id
                       = suppliers.id
               LEFT JOIN funds
                   ON serial_subscriptions.fund_id = funds.id
               LEFT JOIN serial_issues
                   ON serial_issues.subscription_id
                       = serial_subscriptions.id
                  AND serial_issues.expected_date
                       < serial_subscriptions.renewal_date
                  AND serial_issues.expected_date >=
                       CAST(CAST(SUBSTRING(
                           serial_subscriptions.renewal_date, 1, 4)
                           AS INT) - 1 AS CHAR(4))
                       || SUBSTRING(
                           serial_subscriptions.renewal_date, 5, 4)
               WHERE serial_subscriptions.deleted_date = '00000000'
                 AND serial_subscriptions.renewal_date
                     <> '00000000'
                 AND serial_subscriptions.renewal_date
                     <= :WS-REVIEW-LIMIT
                 AND serial_subscriptions.reviewed_for
                     <> serial_subscriptions.renewal_date
               GROUP BY serial_subscriptions.id,
                   serial_subscriptions.title, suppliers.name,
                   funds.code, serial_subscriptions.annual_cost,
                   serial_subscriptions.renewal_date,
                   serial_subscriptions.cancel_review_flag
               ORDER BY serial_subscriptions.renewal_date,
                   serial_subscriptions.id
       END-EXEC.

       LINKAGE SECTION.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    subscriptions renew silently unless somebody looks :
      *    this batch puts each title in front of the staff the
      *    review window (SERIAL-REVIEW-DAYS, 60 by default) before
      *    it renews, with its cost per use, and marks it listed so
      *    the decision is asked for once per renewal
       PROCEDURE DIVISION USING LK-RETURN-VALUE.

           CALL "rdbusdat" USING
               WS-TODAY
               WS-RETURN-VALUE
           END-CALL.

           MOVE "SERIAL-REVIEW-DAYS" TO WS-PARAM-NAME.
           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.
           IF WS-RETURN-OK
               MOVE WS-PARAM-VALUE TO WS-REVIEW-DAYS
           END-IF.

           MOVE "ADDD" TO WS-DATE-REQUEST.
           MOVE WS-REVIEW-DAYS TO WS-DATE-DAYS.
           CALL "datesrvc" USING
               WS-DATE-REQUEST
               WS-TODAY
               WS-REVIEW-LIMIT
               WS-DATE-DAYS
               WS-RETURN-VALUE
           END-CALL.

           IF NOT WS-RETURN-OK
               MOVE WS-TODAY TO WS-REVIEW-LIMIT
           END-IF.

           MOVE "START" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           IF WS-RETURN-ALREADY-HERE
               DISPLAY "This batch already ran OK for business "
                       "date " WS-TODAY ". Run again? (Y/n) "
                       WITH NO ADVANCING
               MOVE SPACE TO WS-OVERRIDE-ANSWER
               ACCEPT WS-OVERRIDE-ANSWER
               IF WS-OVERRIDE-ANSWER NOT = "Y"
                   DISPLAY "Refused, nothing done."
                   SET LK-RETURN-CONFLICT TO TRUE
                   EXIT PROGRAM
               END-IF
               MOVE "FORCE" TO WS-RUN-REQUEST
               CALL "wrtbrun" USING
                   WS-RUN-REQUEST
                   WS-RUN-PROGRAM
                   WS-TODAY
                   WS-RUN-ID
                   WS-RUN-COUNT
                   WS-RUN-STATUS
                   WS-RETURN-VALUE
               END-CALL
           END-IF.

           MOVE "OPEN" TO WS-SPOOL-REQUEST.
           MOVE WS-REPORT-NAME TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           MOVE "HEAD" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Serial subscriptions renewing by "
                  DELIMITED BY SIZE
                  WS-REVIEW-LIMIT DELIMITED BY SIZE
                  " : mark each RENEW or CANCEL (serials menu, "
                  DELIMITED BY SIZE
                  "DECIDE)" DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

       EXEC SQL OPEN renewal_review_cursor END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Renewal review error SQLCODE: " SQLCODE
               MOVE "FAILED" TO WS-RUN-STATUS
               MOVE "END" TO WS-RUN-REQUEST
               CALL "wrtbrun" USING
                   WS-RUN-REQUEST
                   WS-RUN-PROGRAM
                   WS-TODAY
                   WS-RUN-ID
                   WS-RUN-COUNT
                   WS-RUN-STATUS
                   WS-RETURN-VALUE
               END-CALL
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-EOF-Y

       EXEC SQL
           FETCH renewal_review_cursor
           INTO :WS-SUBSCRIPTION-ID, :WS-TITLE,
               :WS-SUPPLIER-NAME, :WS-FUND-CODE,
               :WS-ANNUAL-COST, :WS-RENEWAL-DATE,
               :WS-REVIEW-FLAG, :WS-RECEIVED-COUNT,
               :WS-CLAIMED-COUNT, :WS-LENT-COUNT
       END-EXEC

               IF SQLCODE NOT = 0
                   SET WS-EOF-Y TO TRUE
               ELSE
                   PERFORM 0200-REVIEW-ONE-BEGIN
                      THRU 0200-REVIEW-ONE-END
               END-IF

           END-PERFORM.

       EXEC SQL CLOSE renewal_review_cursor END-EXEC.

           MOVE WS-TOTAL-COST TO WS-TOTAL-EDIT.
           MOVE "TOTL" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING "Subscriptions to decide : " DELIMITED BY SIZE
                  WS-RUN-COUNT DELIMITED BY SIZE
                  ", annual cost at stake " DELIMITED BY SIZE
                  WS-TOTAL-EDIT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           MOVE "CLOS" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.

           SET LK-RETURN-OK TO TRUE.

           MOVE "OK" TO WS-RUN-STATUS.
           MOVE "END" TO WS-RUN-REQUEST.
           CALL "wrtbrun" USING
               WS-RUN-REQUEST
               WS-RUN-PROGRAM
               WS-TODAY
               WS-RUN-ID
               WS-RUN-COUNT
               WS-RUN-STATUS
               WS-RETURN-VALUE
           END-CALL.

           EXIT PROGRAM.

      *    cost per use is the annual cost over the loans of the
      *    year ; a title nobody borrowed has no figure, which is
      *    the strongest case for cancelling it
       0200-REVIEW-ONE-BEGIN.
           MOVE WS-ANNUAL-COST TO WS-COST-EDIT.

           MOVE SPACES TO WS-USE-TEXT.
           IF WS-LENT-COUNT = 0
               MOVE "never lent" TO WS-USE-TEXT
           ELSE
               COMPUTE WS-COST-PER-USE ROUNDED =
                   WS-ANNUAL-COST / WS-LENT-COUNT
               MOVE WS-COST-PER-USE TO WS-CPU-EDIT
               STRING "per use " DELIMITED BY SIZE
                      WS-CPU-EDIT DELIMITED BY SIZE
               INTO WS-USE-TEXT
           END-IF.

           MOVE "LINE" TO WS-SPOOL-REQUEST.
           MOVE SPACES TO WS-SPOOL-TEXT.
           STRING WS-SUBSCRIPTION-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TITLE(1:25) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FUND-CODE DELIMITED BY SIZE
                  " renews " DELIMITED BY SIZE
                  WS-RENEWAL-DATE DELIMITED BY SIZE
                  " cost " DELIMITED BY SIZE
                  WS-COST-EDIT DELIMITED BY SIZE
                  " recd " DELIMITED BY SIZE
                  WS-RECEIVED-COUNT DELIMITED BY SIZE
                  " claimed " DELIMITED BY SIZE
                  WS-CLAIMED-COUNT DELIMITED BY SIZE
                  " lent " DELIMITED BY SIZE
                  WS-LENT-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-USE-TEXT DELIMITED BY SIZE
           INTO WS-SPOOL-TEXT.
           CALL "prtspool" USING
               WS-SPOOL-REQUEST
               WS-SPOOL-TEXT
           END-CALL.
           DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT).

           IF WS-REVIEW-FLAG = "Y"
               MOVE "LINE" TO WS-SPOOL-REQUEST
               MOVE SPACES TO WS-SPOOL-TEXT
               STRING "    already flagged for cancellation after "
                      DELIMITED BY SIZE
                      "repeated claims to "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUPPLIER-NAME)
                      DELIMITED BY SIZE
               INTO WS-SPOOL-TEXT
               CALL "prtspool" USING
                   WS-SPOOL-REQUEST
                   WS-SPOOL-TEXT
               END-CALL
               DISPLAY FUNCTION TRIM(WS-SPOOL-TEXT)
           END-IF.

       EXEC SQL
           UPDATE serial_subscriptions
           SET reviewed_for = renewal_date
           WHERE id = :WS-SUBSCRIPTION-ID
       END-EXEC.

           IF SQLCODE = 0
       EXEC SQL COMMIT END-EXEC
               ADD 1 TO WS-RUN-COUNT
               ADD WS-ANNUAL-COST TO WS-TOTAL-COST
           ELSE
               DISPLAY "Review update error SQLCODE: " SQLCODE
       EXEC SQL ROLLBACK END-EXEC
           END-IF.
       0200-REVIEW-ONE-END.
