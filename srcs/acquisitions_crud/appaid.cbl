       IDENTIFICATION DIVISION.
       PROGRAM-ID. appaid.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-PAID
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-F-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    the council's paid confirmation : our invoice id as we
      *    sent it in the AP file, the date they paid and their
      *    payment reference
       FD F-PAID
           VALUE OF FILE-ID IS WS-PAID-FILE-NAME.
       01 F-PAID-RCD.
           05 F-PD-INVOICE-ID   PIC 9(10).
           05 F-PD-PAID-DATE    PIC X(08).
           05 F-PD-REFERENCE    PIC X(20).

       WORKING-STORAGE SECTION.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.

       01 WS-INVOICE-ID       PIC 9(10).
       01 WS-PAID-DATE        PIC X(08).
       01 WS-PAYMENT-REFERENCE PIC X(20).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       01 WS-F-STATUS         PIC X(2).
           88 WS-F-STATUS-OK           VALUE '00'.
           88 WS-F-STATUS-OPEN-ERROR   VALUE '05'.
           88 WS-F-STATUS-EOF          VALUE '10'.

       01 WS-PAID-FILE-NAME   PIC X(50).
       01 WS-APPLIED-COUNT    PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(05) VALUE 0.

       01 WS-AUDIT-ENTITY     PIC X(10) VALUE "INVOICE".
       01 WS-AUDIT-ACTION     PIC X(10) VALUE "PAID".

       LINKAGE SECTION.
       01 LK-FILE-NAME        PIC X(40).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    closes the loop the payment run opened : an invoice
      *    submitted for payment (S) becomes paid (D) once the
      *    council confirms it ; anything not submitted is
      *    rejected for the payables clerk to chase
       PROCEDURE DIVISION USING LK-FILE-NAME,
                                LK-RETURN-VALUE.

           MOVE LK-FILE-NAME TO WS-PAID-FILE-NAME.
           OPEN INPUT F-PAID.

           IF WS-F-STATUS-OPEN-ERROR
               DISPLAY "No such file "
                       FUNCTION TRIM(WS-PAID-FILE-NAME) "."
               SET LK-RETURN-ERROR TO TRUE
               EXIT PROGRAM
           END-IF.

           PERFORM UNTIL WS-F-STATUS-EOF
               READ F-PAID
                   NOT AT END
                       IF F-PAID-RCD(1:1) NOT = "T"
                           PERFORM 0100-APPLY-ONE-BEGIN
                              THRU 0100-APPLY-ONE-END
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE F-PAID.

           DISPLAY WS-APPLIED-COUNT " invoice(s) marked paid, "
                   WS-REJECT-COUNT " rejected.".

           IF WS-REJECT-COUNT > 0
               SET LK-RETURN-ERROR TO TRUE
           ELSE
               SET LK-RETURN-OK TO TRUE
           END-IF.

           EXIT PROGRAM.

       0100-APPLY-ONE-BEGIN.
           IF F-PD-INVOICE-ID NOT NUMERIC
               OR F-PD-PAID-DATE NOT NUMERIC
               DISPLAY "Bad paid confirmation line : " F-PAID-RCD
               ADD 1 TO WS-REJECT-COUNT
               EXIT PARAGRAPH
           END-IF.

           MOVE F-PD-INVOICE-ID TO WS-INVOICE-ID.
           MOVE F-PD-PAID-DATE TO WS-PAID-DATE.
           MOVE F-PD-REFERENCE TO WS-PAYMENT-REFERENCE.

       EXEC SQL
           UPDATE invoices
           SET status = 'D',
               paid_date = :WS-PAID-DATE,
               payment_reference = :WS-PAYMENT-REFERENCE
           WHERE id = :WS-INVOICE-ID
             AND status = 'S'
       END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE NOT = 0
                   DISPLAY "Paid update error SQLCODE: " SQLCODE
                   ADD 1 TO WS-REJECT-COUNT
       EXEC SQL ROLLBACK END-EXEC
               WHEN SQLERRD(3) = 0
                   DISPLAY "Invoice " WS-INVOICE-ID " was not "
                           "submitted for payment."
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
       EXEC SQL COMMIT END-EXEC
                   ADD 1 TO WS-APPLIED-COUNT
                   CALL "wrtaudit" USING
                       WS-AUDIT-ENTITY
                       WS-INVOICE-ID
                       WS-AUDIT-ACTION
                   END-CALL
           END-EVALUATE.
       0100-APPLY-ONE-END.
