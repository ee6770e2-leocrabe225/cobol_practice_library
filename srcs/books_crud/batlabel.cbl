
       DATA DIVISION.
       FILE SECTION.
      *    laid out for our 32-column label sheets : the call
      *    number on top where it shows on the spine, then the
      *    printed lines and a blank separator per sticker
       FD F-LABELS
           VALUE OF FILE-ID IS WS-LABELS-FILE-NAME.
       01 F-LABELS-RCD        PIC X(32).
       01 WS-ACCESSION-NO     PIC 9(10).
       01 WS-BOOK-NAME        PIC X(50).
       01 WS-VOLUME-NUMBER    PIC 9(05).
       01 WS-CLASS-NUMBER     PIC X(12).
       01 WS-CUTTER           PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

           DECLARE label_shelf_cursor CURSOR FOR
               SELECT books.shelf_location, copies.barcode,
                   books.name, books.volume_number,
                   books.class_number, books.cutter,
                   COALESCE((SELECT MIN(accession_no)
                       FROM accessions
                       WHERE accessions.copy_id = copies.id), 0)
               WHERE books.deleted_date = '00000000'
                 AND books.shelf_location >= :WS-FROM-SHELF
                 AND books.shelf_location <= :WS-TO-SHELF
               ORDER BY books.shelf_location, books.class_number,
                   books.cutter, copies.id
       END-EXEC.

      *    one sticker per accession received since the date --
           DECLARE label_since_cursor CURSOR FOR
               SELECT books.shelf_location, copies.barcode,
                   books.name, books.volume_number,
                   books.class_number, books.cutter,
                   COALESCE((SELECT MIN(accession_no)
                       FROM accessions
                       WHERE accessions.copy_id = copies.id), 0)
               INNER JOIN books ON copies.book_id = books.id
               WHERE books.deleted_date = '00000000'
                 AND copies.acquired_date >= :WS-SINCE-DATE
               ORDER BY books.shelf_location, books.class_number,
                   books.cutter, copies.id
       END-EXEC.

       PROCEDURE DIVISION.
       EXEC SQL
           FETCH label_shelf_cursor
           INTO :WS-SHELF-LOCATION, :WS-BARCODE, :WS-BOOK-NAME,
               :WS-VOLUME-NUMBER, :WS-CLASS-NUMBER, :WS-CUTTER,
               :WS-ACCESSION-NO
       END-EXEC
               ELSE
       EXEC SQL
           FETCH label_since_cursor
           INTO :WS-SHELF-LOCATION, :WS-BARCODE, :WS-BOOK-NAME,
               :WS-VOLUME-NUMBER, :WS-CLASS-NUMBER, :WS-CUTTER,
               :WS-ACCESSION-NO
       END-EXEC
               END-IF

           EXIT PROGRAM.

       0200-WRITE-ONE-LABEL-BEGIN.
           MOVE SPACES TO WS-OUT-LINE.
           IF WS-CLASS-NUMBER NOT = SPACES
               STRING FUNCTION TRIM(WS-CLASS-NUMBER) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CUTTER) DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-IF.
           WRITE F-LABELS-RCD FROM WS-OUT-LINE.

           MOVE SPACES TO WS-OUT-LINE.
           STRING WS-SHELF-LOCATION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
