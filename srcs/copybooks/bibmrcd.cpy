      ******************************************************************
      *    BIBMRCD - one record of the county's bibliographic
      *    reference file, fixed columns.  Older extracts stop after
      *    type and leave the call number blank; only the newer ones
      *    carry the series and volume columns.
      *    COPY with REPLACING ==:PREFIX:== BY the record prefix.
      ******************************************************************
       01 :PREFIX:-BIB-RCD.
           05 :PREFIX:-BIB-ISBN          PIC X(13).
           05 :PREFIX:-BIB-TITLE         PIC X(50).
           05 :PREFIX:-BIB-AUTHOR-LNAME  PIC X(25).
           05 :PREFIX:-BIB-AUTHOR-FNAME  PIC X(25).
           05 :PREFIX:-BIB-YEAR          PIC X(04).
           05 :PREFIX:-BIB-EDITOR        PIC X(25).
           05 :PREFIX:-BIB-TYPE          PIC X(20).
           05 :PREFIX:-BIB-CLASS         PIC X(12).
           05 :PREFIX:-BIB-CUTTER        PIC X(10).
           05 :PREFIX:-BIB-SERIES        PIC X(50).
           05 :PREFIX:-BIB-VOLUME        PIC X(04).
