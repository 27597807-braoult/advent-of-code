*>
*> Distribution print of the reconciliation matches. Reads the raw
*> REPORTFILE rows and produces PRINTFILE: page headers carrying run
*> date, input source and target, column headings over the input
*> reference/value/category/product columns, page numbering, pair and
*> triple matches on distinct detail lines, and a grand-total trailer
*> with the match count. A new page starts whenever the source/target/
*> mode section changes or the page fills. Each leg shows the
*> reference of its input line (R record number, M master entry id, C
*> CORRECTEDFILE line, O open item) rather than its sorted-table
*> position, which means nothing outside the run.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
           05 RPT-VARIANCE PIC X(09).
           05 FILLER PIC X(01).
           05 RPT-SOURCE PIC X(40).
           05 FILLER PIC X(01).
           05 RPT-REF-I PIC X(06).
           05 FILLER PIC X(01).
           05 RPT-REF-J PIC X(06).
           05 FILLER PIC X(01).
           05 RPT-REF-K PIC X(06).

       FD PRINTFILE.
       01 PRINT-RECORD PIC X(110).
           05 HD3-MODE PIC X(06).
       01 HEAD-COLUMNS.
           05 FILLER PIC X(10) VALUE "  TYPE    ".
           05 FILLER PIC X(54) VALUE
               "REF-I     VAL-I C REF-J     VAL-J C REF-K     VAL-K C ".
           05 FILLER PIC X(35) VALUE
               "              PRODUCT      VARIANCE".
       01 DETAIL-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 DTL-TYPE PIC X(08).
           05 DTL-REF-I PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-VAL-I PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-CAT-I PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-REF-J PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-VAL-J PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-CAT-J PIC X(01).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-REF-K PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 DTL-VAL-K PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.

       05-FORMAT-DETAIL.
           MOVE SPACES TO DETAIL-LINE.
           MOVE RPT-REF-I TO DTL-REF-I.
           MOVE RPT-VAL-I TO DTL-VAL-I.
           MOVE RPT-CAT-I TO DTL-CAT-I.
           MOVE RPT-REF-J TO DTL-REF-J.
           MOVE RPT-VAL-J TO DTL-VAL-J.
           MOVE RPT-CAT-J TO DTL-CAT-J.
           IF RPT-MODE = "3" THEN
               MOVE "TRIPLE  " TO DTL-TYPE
               MOVE RPT-REF-K TO DTL-REF-K
               MOVE RPT-VAL-K TO DTL-VAL-K
               MOVE RPT-CAT-K TO DTL-CAT-K
           ELSE
