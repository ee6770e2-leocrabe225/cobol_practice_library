      ******************************************************************
      *    MARCCTL - ISO 2709 structure characters and the MARC 21
      *    language codes our books.language names are mapped to,
      *    shared by the MARC export (marcexp) and import (marcimp).
      ******************************************************************
       01  WS-MARC-SUBFIELD-MARK     PIC X(01) VALUE X"1F".
       01  WS-MARC-FIELD-END         PIC X(01) VALUE X"1E".
       01  WS-MARC-RECORD-END        PIC X(01) VALUE X"1D".

       01  WS-MARC-LANG-VALUES.
           05 FILLER PIC X(23) VALUE "engENGLISH".
           05 FILLER PIC X(23) VALUE "freFRENCH".
           05 FILLER PIC X(23) VALUE "gerGERMAN".
           05 FILLER PIC X(23) VALUE "spaSPANISH".
           05 FILLER PIC X(23) VALUE "itaITALIAN".
           05 FILLER PIC X(23) VALUE "porPORTUGUESE".
           05 FILLER PIC X(23) VALUE "dutDUTCH".
           05 FILLER PIC X(23) VALUE "welWELSH".
           05 FILLER PIC X(23) VALUE "gleIRISH".
           05 FILLER PIC X(23) VALUE "polPOLISH".
           05 FILLER PIC X(23) VALUE "araARABIC".
           05 FILLER PIC X(23) VALUE "chiCHINESE".
           05 FILLER PIC X(23) VALUE "urdURDU".
           05 FILLER PIC X(23) VALUE "panPUNJABI".
           05 FILLER PIC X(23) VALUE "latLATIN".
           05 FILLER PIC X(23) VALUE "mulMULTIPLE".
       01  WS-MARC-LANG-TABLE REDEFINES WS-MARC-LANG-VALUES.
           05 WS-MARC-LANG OCCURS 16 TIMES.
              10 WS-MARC-LANG-CODE   PIC X(03).
              10 WS-MARC-LANG-NAME   PIC X(20).
       01  WS-MARC-LANG-MAX          PIC 9(02) VALUE 16.
       01  WS-MARC-LANG-IDX          PIC 9(02).
