       FILE SECTION.
      *    the county's bibliographic reference file, fixed
      *    columns : isbn(13) title(50) author last(25) author
      *    first(25) year(4) editor(25) type(20) class(12)
      *    cutter(10) series(50) volume(4) -- older extracts stop
      *    after type and leave the call number blank
       FD F-BIBMASTER
           VALUE OF FILE-ID IS WS-BIBMASTER-FILE-NAME.
       COPY bibmrcd REPLACING ==:PREFIX:== BY ==F==.

       WORKING-STORAGE SECTION.

       01 LK-YEAR             PIC X(04).
       01 LK-EDITOR           PIC X(25).
       01 LK-TYPE             PIC X(20).
       01 LK-CLASS-NUMBER     PIC X(12).
       01 LK-CUTTER           PIC X(10).
       COPY retstatu REPLACING ==:PREFIX:== BY ==LK==.

      *    cataloging by lookup instead of by typing : hand in an
                                LK-YEAR,
                                LK-EDITOR,
                                LK-TYPE,
                                LK-CLASS-NUMBER,
                                LK-CUTTER,
                                LK-RETURN-VALUE.

           CALL "isbnnorm" USING
               MOVE F-BIB-YEAR         TO LK-YEAR
               MOVE F-BIB-EDITOR       TO LK-EDITOR
               MOVE F-BIB-TYPE         TO LK-TYPE
               MOVE F-BIB-CLASS        TO LK-CLASS-NUMBER
               MOVE F-BIB-CUTTER       TO LK-CUTTER
               SET LK-RETURN-OK TO TRUE
           ELSE
               SET LK-RETURN-NOT-FOUND TO TRUE
