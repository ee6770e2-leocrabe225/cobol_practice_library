       IDENTIFICATION DIVISION.
       PROGRAM-ID. vatsrvc.
       AUTHOR. ThomasD & Leocrabe225.
       DATE-WRITTEN. 15-10-2026 (fr).
       DATE-COMPILED. null.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       01  WS-PARAM-NAME        PIC X(20).
       01  WS-PARAM-VALUE       PIC 9(05)V99.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.

       LINKAGE SECTION.
      *    LK-BASIS G : LK-AMOUNT already includes the VAT (desk
      *                 charges, sale prices) and the VAT is the
      *                 fraction of it
      *             N : LK-AMOUNT is net (supplier invoices) and
      *                 the VAT is added on top
       01  LK-VAT-CODE          PIC X(01).
           88 LK-VAT-STANDARD         VALUE "S".
           88 LK-VAT-REDUCED          VALUE "R".
           88 LK-VAT-NO-RATE          VALUE "Z" "E" "O".
       01  LK-BASIS             PIC X(01).
           88 LK-BASIS-GROSS          VALUE "G".
           88 LK-BASIS-NET            VALUE "N".
       01  LK-AMOUNT            PIC 9(07)V99.
       01  LK-VAT-RATE          PIC 9(03)V99.
       01  LK-VAT-AMOUNT        PIC 9(07)V99.
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    one place that knows the VAT rates : the percentage
      *    comes from the parameters screen, so a budget change of
      *    rate is a SET, not a recompile ; an unknown code comes
      *    back ERROR with no VAT
       PROCEDURE DIVISION USING LK-VAT-CODE,
                                LK-BASIS,
                                LK-AMOUNT,
                                LK-VAT-RATE,
                                LK-VAT-AMOUNT,
                                LK-RETURN-VALUE.

           MOVE 0 TO LK-VAT-RATE.
           MOVE 0 TO LK-VAT-AMOUNT.

           EVALUATE TRUE
               WHEN LK-VAT-STANDARD
                   MOVE "VAT-RATE-STANDARD" TO WS-PARAM-NAME
                   MOVE 20 TO WS-PARAM-VALUE
               WHEN LK-VAT-REDUCED
                   MOVE "VAT-RATE-REDUCED" TO WS-PARAM-NAME
                   MOVE 5 TO WS-PARAM-VALUE
               WHEN LK-VAT-NO-RATE
                   SET LK-RETURN-OK TO TRUE
                   EXIT PROGRAM
               WHEN OTHER
                   SET LK-RETURN-ERROR TO TRUE
                   EXIT PROGRAM
           END-EVALUATE.

           CALL "rdparam" USING
               WS-PARAM-NAME
               WS-PARAM-VALUE
               WS-RETURN-VALUE
           END-CALL.

           MOVE WS-PARAM-VALUE TO LK-VAT-RATE.

           IF LK-BASIS-GROSS
               COMPUTE LK-VAT-AMOUNT ROUNDED =
                   LK-AMOUNT * LK-VAT-RATE / (100 + LK-VAT-RATE)
           ELSE
               COMPUTE LK-VAT-AMOUNT ROUNDED =
                   LK-AMOUNT * LK-VAT-RATE / 100
           END-IF.

           SET LK-RETURN-OK TO TRUE.

           EXIT PROGRAM.
