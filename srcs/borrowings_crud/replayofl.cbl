
       COPY offlrcd REPLACING ==:PREFIX:== BY ==WS==.
       COPY retstatu REPLACING ==:PREFIX:== BY ==WS==.
       01 WS-KIT-COUNTED      PIC X(01) VALUE "N".

       01 WS-CARD-REQUEST     PIC X(04).
       01 WS-CARD-INPUT       PIC X(10).
           CALL "retnborw" USING
               WS-BORROWING-ID
               WS-OFF-DATE
               WS-KIT-COUNTED
               WS-RETURN-VALUE
           END-CALL.

