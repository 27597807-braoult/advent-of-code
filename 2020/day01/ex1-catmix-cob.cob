       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC-2020-day-1-catmix.
*>         Compilation: cobc -F -fmfcomment -std=rm -x ex1-catmix-cob.cob
*>         Utilisation: ./ex1-catmix-cob
*>         Utilisation: ./ex1-catmix-cob 20260101 20261231
*>         Utilisation: ./ex1-catmix-cob 20260801 ALL D
*>
*> Category combination analysis over the report archive. Reads the
*> RPTARCH.YYYYMMDD members listed on ARCHINDEX for the requested
*> date range (both bounds optional, YYYYMMDD, ALL = open-ended) and
*> classifies every match by the categories of its legs, taken in
*> ascending order so a debit/credit pair is the same combination
*> whichever leg carried the lower value ("C/D", "A/B/C"; a leg with
*> no category shows "-"). CATMIXREPORT holds a matrix per target and
*> mode: one line per combination and period - month by default, each
*> archived date with a third argument "D" - with the match count and
*> the summed value of the legs, a total per combination marked
*> SAME-CATEGORY (every leg the same code) or CROSS-CATEGORY, and the
*> same/cross share of the block. A second section gives the share
*> per period over all targets. A combination that matched in an
*> earlier period of the range but not at all in the latest one is
*> marked STOPPED in the matrix and listed again in a closing section,
*> with the last period it was seen: a pair that used to reconcile
*> and has quietly stopped is what this report is for. Near-miss rows
*> (mode N) are failed reconciliations, not matches, and are left out.
*> A member listed on the index but gone from disk is reported and
*> skipped. Return code 0 clean, 4 something stopped or the picture is
*> incomplete (missing member, full table, no archived date in range),
*> 12 a bad argument or file failure.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCHINDEX ASSIGN TO "ARCHINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IDX-FILE-STATUS.
           SELECT OPTIONAL ARCHIVEFILE ASSIGN TO ARCHIVE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARC-FILE-STATUS.
           SELECT CATMIXREPORT ASSIGN TO "CATMIXREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CMR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHINDEX.
       01 INDEX-RECORD PIC 9(8).

       FD ARCHIVEFILE.
*>     Layout shared with the reconciliation run's REPORTFILE, which
*>     the archiver files unchanged.
       01 REPORT-RECORD.
           05 RPT-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 RPT-POS-I PIC X(05).
           05 FILLER PIC X(01).
           05 RPT-VAL-I PIC X(08).
           05 RPT-VAL-I-E REDEFINES RPT-VAL-I PIC -(7)9.
           05 FILLER PIC X(01).
           05 RPT-CAT-I PIC X(01).
           05 FILLER PIC X(01).
           05 RPT-POS-J PIC X(05).
           05 FILLER PIC X(01).
           05 RPT-VAL-J PIC X(08).
           05 RPT-VAL-J-E REDEFINES RPT-VAL-J PIC -(7)9.
           05 FILLER PIC X(01).
           05 RPT-CAT-J PIC X(01).
           05 FILLER PIC X(01).
           05 RPT-POS-K PIC X(05).
           05 FILLER PIC X(01).
           05 RPT-VAL-K PIC X(08).
           05 RPT-VAL-K-E REDEFINES RPT-VAL-K PIC -(7)9.
           05 FILLER PIC X(01).
           05 RPT-CAT-K PIC X(01).
           05 FILLER PIC X(01).
           05 RPT-PRODUCT PIC X(22).
           05 FILLER PIC X(01).
           05 RPT-TARGET PIC X(08).
           05 RPT-TARGET-E REDEFINES RPT-TARGET PIC -(7)9.
           05 FILLER PIC X(01).
           05 RPT-MODE PIC X(01).
           05 FILLER PIC X(01).
           05 RPT-VARIANCE PIC X(09).
           05 FILLER PIC X(01).
           05 RPT-SOURCE PIC X(40).
           05 FILLER PIC X(01).
           05 RPT-REF-I PIC X(06).
           05 FILLER PIC X(01).
           05 RPT-REF-J PIC X(06).
           05 FILLER PIC X(01).
           05 RPT-REF-K PIC X(06).

       FD CATMIXREPORT.
       01 CATMIX-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 IDX-FILE-STATUS PIC XX VALUE "00".
       01 ARC-FILE-STATUS PIC XX VALUE "00".
       01 CMR-FILE-STATUS PIC XX VALUE "00".
       01 FILE-STATUS PIC 9 VALUE 0.
       01 ARG-LINE PIC X(40) VALUE SPACES.
       01 FROM-ARG PIC X(8) VALUE SPACES.
       01 FROM-ARG-N REDEFINES FROM-ARG PIC 9(8).
       01 TO-ARG PIC X(8) VALUE SPACES.
       01 TO-ARG-N REDEFINES TO-ARG PIC 9(8).
       01 PERIOD-ARG PIC X(8) VALUE SPACES.
       01 SEL-FROM PIC 9(8) VALUE 0.
       01 SEL-TO PIC 9(8) VALUE 99999999.
       01 PERIOD-SWITCH PIC X(01) VALUE "M".
           88 BY-MONTH VALUE "M".
           88 BY-DATE VALUE "D".
       01 ARCHIVE-DSN PIC X(16) VALUE SPACES.
       01 FROM-SHOWN PIC X(08) VALUE SPACES.
       01 TO-SHOWN PIC X(08) VALUE SPACES.
       01 DATE-COUNT PIC 9(5) VALUE 0.
       01 DATE-TABLE.
           02 SEL-DATE PIC 9(8) OCCURS 1000 TIMES.
       01 MISSING-COUNT PIC 9(5) VALUE 0.
       01 ROW-COUNT PIC 9(7) VALUE 0.
       01 NEAR-COUNT PIC 9(7) VALUE 0.
       01 MATCH-COUNT PIC 9(7) VALUE 0.
       01 SAME-COUNT PIC 9(7) VALUE 0.
       01 CROSS-COUNT PIC 9(7) VALUE 0.
       01 ALL-SUM PIC S9(13) VALUE 0.
       01 DROPPED-COUNT PIC 9(7) VALUE 0.
       01 STOP-COUNT PIC 9(5) VALUE 0.
       01 FULL-SWITCH PIC X(01) VALUE "N".
           88 CELL-TABLE-FULL VALUE "Y".
*>     Period of the member being read: the archived date itself, or
*>     its month with the day zeroed.
       01 PERIOD-WORK PIC 9(8) VALUE 0.
       01 PERIOD-PARTS REDEFINES PERIOD-WORK.
           05 PERIOD-YYYYMM PIC 9(6).
           05 PERIOD-DD PIC 9(2).
       01 PERIOD-SHOWN PIC X(08) VALUE SPACES.
       01 LATEST-PERIOD PIC 9(8) VALUE 0.
*>     One match being classified.
       01 ROW-TARGET PIC S9(7) VALUE 0.
       01 ROW-SUM PIC S9(9) VALUE 0.
       01 ROW-LEG PIC S9(7) VALUE 0.
       01 LEG-COUNT PIC 9(1) VALUE 2.
       01 CAT-WORKS.
           05 CAT-WORK PIC X(01) OCCURS 3 TIMES.
       01 CAT-SWAP PIC X(01).
       01 ROW-COMBO PIC X(05) VALUE SPACES.
       01 ROW-SAME PIC X(01) VALUE "N".
       01 FOUND-IX PIC 9(5) VALUE 0.
*>     One cell per target, mode, combination and period.
       01 CM-COUNT PIC 9(5) VALUE 0.
       01 CELL-TABLE.
           02 CM-ENTRY OCCURS 0 TO 10000 DEPENDING ON CM-COUNT.
               05 CM-TARGET PIC S9(7).
               05 CM-MODE PIC X(01).
               05 CM-COMBO PIC X(05).
               05 CM-PERIOD PIC 9(8).
               05 CM-SAME PIC X(01).
               05 CM-MATCHES PIC 9(7).
               05 CM-SUM PIC S9(13).
*>     Share per period over every target; periods arrive in index
*>     order, which is ascending.
       01 PER-COUNT PIC 9(5) VALUE 0.
       01 PERIOD-TABLE.
           02 PER-ENTRY OCCURS 1000 TIMES.
               05 PER-KEY PIC 9(8).
               05 PER-MATCHES PIC 9(7).
               05 PER-SAME PIC 9(7).
               05 PER-CROSS PIC 9(7).
               05 PER-SUM PIC S9(13).
*>     Combinations found STOPPED, kept for the closing section.
       01 STOP-TABLE.
           02 STOP-ENTRY OCCURS 2000 TIMES.
               05 STOP-TARGET PIC S9(7).
               05 STOP-MODE PIC X(01).
               05 STOP-COMBO PIC X(05).
               05 STOP-LAST PIC 9(8).
               05 STOP-MATCHES PIC 9(7).
*>     Control-break state for the matrix.
       01 BLK-TARGET PIC S9(7) VALUE 0.
       01 BLK-MODE PIC X(01) VALUE SPACE.
       01 BLK-SAME PIC 9(7) VALUE 0.
       01 BLK-CROSS PIC 9(7) VALUE 0.
       01 CMB-COMBO PIC X(05) VALUE SPACES.
       01 CMB-SAME PIC X(01) VALUE "N".
       01 CMB-MATCHES PIC 9(7) VALUE 0.
       01 CMB-SUM PIC S9(13) VALUE 0.
       01 CMB-LAST PIC 9(8) VALUE 0.
       01 KIND-SHOWN PIC X(14) VALUE SPACES.
       01 SHARE-BASE PIC 9(7) VALUE 0.
       01 SHARE-PART PIC 9(7) VALUE 0.
       01 SHARE-PCT PIC 9(3)V9 VALUE 0.
       01 RATE-FMT PIC ZZ9.9.
       01 RATE2-FMT PIC ZZ9.9.
       01 TGT-FMT PIC -(7)9.
       01 CNT-FMT PIC Z(6)9.
       01 CNT2-FMT PIC Z(6)9.
       01 CNT3-FMT PIC Z(6)9.
       01 SUM-FMT PIC -(13)9.
       01 SUMMARY-LINE PIC X(100) VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01 I USAGE UNSIGNED-INT VALUE 1.
       01 J USAGE UNSIGNED-INT VALUE 1.

       PROCEDURE DIVISION.
       01-MAIN.
           PERFORM 02-PARSE-ARGS.
           PERFORM 03-LOAD-INDEX.
           OPEN OUTPUT CATMIXREPORT.
           IF CMR-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN CATMIXREPORT - FILE STATUS "
                   CMR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 05-READ-MEMBER VARYING I FROM 1 BY 1
               UNTIL I > DATE-COUNT.
           IF PER-COUNT > 0 THEN
               MOVE PER-KEY(PER-COUNT) TO LATEST-PERIOD
           END-IF.
           IF CM-COUNT > 1 THEN
               SORT CM-ENTRY ASCENDING KEY CM-TARGET CM-MODE CM-COMBO
                   CM-PERIOD
           END-IF.
           PERFORM 11-WRITE-TITLE.
           PERFORM 12-MATRIX-LINE VARYING I FROM 1 BY 1
               UNTIL I > CM-COUNT.
           IF CM-COUNT > 0 THEN
               PERFORM 13-CLOSE-COMBO
               PERFORM 14-CLOSE-BLOCK
           END-IF.
           PERFORM 16-PERIOD-SECTION.
           PERFORM 18-STOPPED-SECTION.
           PERFORM 20-SUMMARY.
           CLOSE CATMIXREPORT.
           IF STOP-COUNT > 0 OR MISSING-COUNT > 0 OR CELL-TABLE-FULL
               OR DATE-COUNT = 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       02-PARSE-ARGS.
           ACCEPT ARG-LINE FROM COMMAND-LINE.
           UNSTRING ARG-LINE DELIMITED BY ALL SPACE
               INTO FROM-ARG TO-ARG PERIOD-ARG
           END-UNSTRING.
           IF FROM-ARG NOT = SPACES AND FROM-ARG NOT = "ALL" THEN
               IF FROM-ARG NUMERIC THEN
                   MOVE FROM-ARG-N TO SEL-FROM
               ELSE
                   DISPLAY "FIRST DATE NOT YYYYMMDD - " FROM-ARG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF TO-ARG NOT = SPACES AND TO-ARG NOT = "ALL" THEN
               IF TO-ARG NUMERIC THEN
                   MOVE TO-ARG-N TO SEL-TO
               ELSE
                   DISPLAY "LAST DATE NOT YYYYMMDD - " TO-ARG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           IF SEL-FROM > SEL-TO THEN
               DISPLAY "FIRST DATE " SEL-FROM " AFTER LAST DATE "
                   SEL-TO
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF PERIOD-ARG NOT = SPACES THEN
               IF PERIOD-ARG = "M" OR PERIOD-ARG = "D" THEN
                   MOVE PERIOD-ARG TO PERIOD-SWITCH
               ELSE
                   DISPLAY "PERIOD NOT M (MONTH) OR D (DATE) - "
                       PERIOD-ARG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       03-LOAD-INDEX.
*>     The index is ascending (the archiver appends each day), so the
*>     selected dates - and the periods built from them - come out in
*>     date order without a sort.
           OPEN INPUT ARCHINDEX.
           IF IDX-FILE-STATUS NOT = "00" AND IDX-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN ARCHINDEX - FILE STATUS "
                   IDX-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 04-READ-INDEX UNTIL FILE-STATUS = 1.
           CLOSE ARCHINDEX.
           IF DATE-COUNT = 0 THEN
               DISPLAY "NO ARCHIVED DATE ON ARCHINDEX IN THE RANGE"
           END-IF.

       04-READ-INDEX.
           READ ARCHINDEX
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   IF INDEX-RECORD NUMERIC
                       AND INDEX-RECORD NOT < SEL-FROM
                       AND INDEX-RECORD NOT > SEL-TO
                       AND DATE-COUNT < 1000 THEN
                       ADD 1 TO DATE-COUNT
                       MOVE INDEX-RECORD TO SEL-DATE(DATE-COUNT)
                   END-IF
           END-READ.

       05-READ-MEMBER.
*>     Status 05 on the OPTIONAL open is a member the index still
*>     lists but that is no longer on disk: reported, and its date
*>     does not open a period, so it cannot make everything before it
*>     look stopped.
           MOVE SPACES TO ARCHIVE-DSN.
           STRING "RPTARCH." DELIMITED BY SIZE
                  SEL-DATE(I) DELIMITED BY SIZE
               INTO ARCHIVE-DSN
           END-STRING.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT ARCHIVEFILE.
           IF ARC-FILE-STATUS NOT = "00" AND ARC-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN " ARCHIVE-DSN " - FILE STATUS "
                   ARC-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ARC-FILE-STATUS = "05" THEN
               ADD 1 TO MISSING-COUNT
               DISPLAY "ARCHIVED MEMBER " ARCHIVE-DSN " NOT FOUND - "
                   "LISTED ON ARCHINDEX, SKIPPED"
           ELSE
               MOVE SEL-DATE(I) TO PERIOD-WORK
               IF BY-MONTH THEN
                   MOVE 0 TO PERIOD-DD
               END-IF
               IF PER-COUNT = 0 THEN
                   PERFORM 10-ADD-PERIOD
               ELSE
                   IF PER-KEY(PER-COUNT) NOT = PERIOD-WORK THEN
                       PERFORM 10-ADD-PERIOD
                   END-IF
               END-IF
               PERFORM 06-READ-ROW UNTIL FILE-STATUS = 1
           END-IF.
           CLOSE ARCHIVEFILE.

       06-READ-ROW.
           READ ARCHIVEFILE
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   IF RPT-DATE NUMERIC THEN
                       ADD 1 TO ROW-COUNT
                       IF RPT-MODE = "N" THEN
                           ADD 1 TO NEAR-COUNT
                       ELSE
                           PERFORM 07-TAKE-ROW
                       END-IF
                   END-IF
           END-READ.

       07-TAKE-ROW.
           ADD 1 TO MATCH-COUNT.
           MOVE RPT-TARGET-E TO ROW-TARGET.
           MOVE RPT-VAL-I-E TO ROW-LEG.
           MOVE ROW-LEG TO ROW-SUM.
           MOVE RPT-VAL-J-E TO ROW-LEG.
           ADD ROW-LEG TO ROW-SUM.
           MOVE RPT-CAT-I TO CAT-WORK(1).
           MOVE RPT-CAT-J TO CAT-WORK(2).
           MOVE SPACE TO CAT-WORK(3).
           IF RPT-MODE = "3" THEN
               MOVE 3 TO LEG-COUNT
               MOVE RPT-VAL-K-E TO ROW-LEG
               ADD ROW-LEG TO ROW-SUM
               MOVE RPT-CAT-K TO CAT-WORK(3)
           ELSE
               MOVE 2 TO LEG-COUNT
           END-IF.
           PERFORM 08-SORT-CATS.
           MOVE SPACES TO ROW-COMBO.
           IF LEG-COUNT = 3 THEN
               STRING CAT-WORK(1) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      CAT-WORK(2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      CAT-WORK(3) DELIMITED BY SIZE
                   INTO ROW-COMBO
               END-STRING
           ELSE
               STRING CAT-WORK(1) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      CAT-WORK(2) DELIMITED BY SIZE
                   INTO ROW-COMBO
               END-STRING
           END-IF.
           MOVE "N" TO ROW-SAME.
           IF CAT-WORK(1) = CAT-WORK(2) THEN
               IF LEG-COUNT = 2 OR CAT-WORK(2) = CAT-WORK(3) THEN
                   MOVE "Y" TO ROW-SAME
               END-IF
           END-IF.
           ADD 1 TO PER-MATCHES(PER-COUNT).
           ADD ROW-SUM TO PER-SUM(PER-COUNT).
           ADD ROW-SUM TO ALL-SUM.
           IF ROW-SAME = "Y" THEN
               ADD 1 TO SAME-COUNT
               ADD 1 TO PER-SAME(PER-COUNT)
           ELSE
               ADD 1 TO CROSS-COUNT
               ADD 1 TO PER-CROSS(PER-COUNT)
           END-IF.
           PERFORM 09-ACCUMULATE.

       08-SORT-CATS.
*>     A leg without a category sorts and shows as "-"; two or three
*>     codes sort with at most three compare-and-swaps.
           PERFORM 24-DASH-CAT VARYING J FROM 1 BY 1
               UNTIL J > LEG-COUNT.
           IF CAT-WORK(1) > CAT-WORK(2) THEN
               MOVE CAT-WORK(1) TO CAT-SWAP
               MOVE CAT-WORK(2) TO CAT-WORK(1)
               MOVE CAT-SWAP TO CAT-WORK(2)
           END-IF.
           IF LEG-COUNT = 3 THEN
               IF CAT-WORK(2) > CAT-WORK(3) THEN
                   MOVE CAT-WORK(2) TO CAT-SWAP
                   MOVE CAT-WORK(3) TO CAT-WORK(2)
                   MOVE CAT-SWAP TO CAT-WORK(3)
               END-IF
               IF CAT-WORK(1) > CAT-WORK(2) THEN
                   MOVE CAT-WORK(1) TO CAT-SWAP
                   MOVE CAT-WORK(2) TO CAT-WORK(1)
                   MOVE CAT-SWAP TO CAT-WORK(2)
               END-IF
           END-IF.

       09-ACCUMULATE.
           MOVE 0 TO FOUND-IX.
           PERFORM 25-FIND-CELL VARYING J FROM 1 BY 1
               UNTIL J > CM-COUNT OR FOUND-IX > 0.
           IF FOUND-IX = 0 THEN
               IF CM-COUNT < 10000 THEN
                   ADD 1 TO CM-COUNT
                   MOVE CM-COUNT TO FOUND-IX
                   MOVE ROW-TARGET TO CM-TARGET(FOUND-IX)
                   MOVE RPT-MODE TO CM-MODE(FOUND-IX)
                   MOVE ROW-COMBO TO CM-COMBO(FOUND-IX)
                   MOVE PERIOD-WORK TO CM-PERIOD(FOUND-IX)
                   MOVE ROW-SAME TO CM-SAME(FOUND-IX)
                   MOVE 0 TO CM-MATCHES(FOUND-IX)
                   MOVE 0 TO CM-SUM(FOUND-IX)
               ELSE
                   IF NOT CELL-TABLE-FULL THEN
                       DISPLAY "MATRIX TABLE FULL - COMBINATIONS "
                           "BEYOND 10000 CELLS LEFT OUT OF THE MATRIX"
                   END-IF
                   SET CELL-TABLE-FULL TO TRUE
                   ADD 1 TO DROPPED-COUNT
               END-IF
           END-IF.
           IF FOUND-IX > 0 THEN
               ADD 1 TO CM-MATCHES(FOUND-IX)
               ADD ROW-SUM TO CM-SUM(FOUND-IX)
           END-IF.

       10-ADD-PERIOD.
           ADD 1 TO PER-COUNT.
           MOVE PERIOD-WORK TO PER-KEY(PER-COUNT).
           MOVE 0 TO PER-MATCHES(PER-COUNT).
           MOVE 0 TO PER-SAME(PER-COUNT).
           MOVE 0 TO PER-CROSS(PER-COUNT).
           MOVE 0 TO PER-SUM(PER-COUNT).

       11-WRITE-TITLE.
           MOVE "ALL" TO FROM-SHOWN.
           IF SEL-FROM > 0 THEN
               MOVE SEL-FROM TO FROM-SHOWN
           END-IF.
           MOVE "ALL" TO TO-SHOWN.
           IF SEL-TO < 99999999 THEN
               MOVE SEL-TO TO TO-SHOWN
           END-IF.
           MOVE SPACES TO CATMIX-RECORD.
           STRING "CATEGORY COMBINATION ANALYSIS - ARCHIVED REPORTS "
                      DELIMITED BY SIZE
                  FROM-SHOWN DELIMITED BY SPACE
                  " TO " DELIMITED BY SIZE
                  TO-SHOWN DELIMITED BY SPACE
               INTO CATMIX-RECORD
           END-STRING.
           WRITE CATMIX-RECORD.
           MOVE SPACES TO CATMIX-RECORD.
           IF BY-MONTH THEN
               MOVE "PERIOD: MONTH" TO CATMIX-RECORD
           ELSE
               MOVE "PERIOD: ARCHIVED DATE" TO CATMIX-RECORD
           END-IF.
           WRITE CATMIX-RECORD.

       12-MATRIX-LINE.
*>     Sorted by target, mode, combination and period: a change of
*>     target or mode opens a block, a change of combination closes
*>     the previous combination with its total.
           IF I = 1 OR CM-TARGET(I) NOT = BLK-TARGET
               OR CM-MODE(I) NOT = BLK-MODE THEN
               IF I > 1 THEN
                   PERFORM 13-CLOSE-COMBO
                   PERFORM 14-CLOSE-BLOCK
               END-IF
               MOVE CM-TARGET(I) TO BLK-TARGET
               MOVE CM-MODE(I) TO BLK-MODE
               MOVE 0 TO BLK-SAME
               MOVE 0 TO BLK-CROSS
               MOVE SPACES TO CMB-COMBO
               MOVE SPACES TO CATMIX-RECORD
               WRITE CATMIX-RECORD
               MOVE BLK-TARGET TO TGT-FMT
               STRING "TARGET " DELIMITED BY SIZE
                      TGT-FMT DELIMITED BY SIZE
                      " MODE " DELIMITED BY SIZE
                      BLK-MODE DELIMITED BY SIZE
                   INTO CATMIX-RECORD
               END-STRING
               WRITE CATMIX-RECORD
               MOVE "  COMBO  PERIOD    MATCHES    SUMMED VALUE  KIND"
                   TO CATMIX-RECORD
               WRITE CATMIX-RECORD
           END-IF.
           IF CM-COMBO(I) NOT = CMB-COMBO THEN
               IF CMB-COMBO NOT = SPACES THEN
                   PERFORM 13-CLOSE-COMBO
               END-IF
               MOVE CM-COMBO(I) TO CMB-COMBO
               MOVE CM-SAME(I) TO CMB-SAME
               MOVE 0 TO CMB-MATCHES
               MOVE 0 TO CMB-SUM
           END-IF.
           ADD CM-MATCHES(I) TO CMB-MATCHES.
           ADD CM-SUM(I) TO CMB-SUM.
           MOVE CM-PERIOD(I) TO CMB-LAST.
           MOVE CM-PERIOD(I) TO PERIOD-WORK.
           PERFORM 15-SHOW-PERIOD.
           MOVE CM-MATCHES(I) TO CNT-FMT.
           MOVE CM-SUM(I) TO SUM-FMT.
           MOVE SPACES TO CATMIX-RECORD.
           STRING "  " DELIMITED BY SIZE
                  CM-COMBO(I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PERIOD-SHOWN DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SUM-FMT DELIMITED BY SIZE
               INTO CATMIX-RECORD
           END-STRING.
           WRITE CATMIX-RECORD.

       13-CLOSE-COMBO.
*>     Every combination matched at least once in the range; one whose
*>     last period is before the latest period has stopped.
           IF CMB-SAME = "Y" THEN
               MOVE "SAME-CATEGORY" TO KIND-SHOWN
               ADD CMB-MATCHES TO BLK-SAME
           ELSE
               MOVE "CROSS-CATEGORY" TO KIND-SHOWN
               ADD CMB-MATCHES TO BLK-CROSS
           END-IF.
           MOVE CMB-MATCHES TO CNT-FMT.
           MOVE CMB-SUM TO SUM-FMT.
           MOVE SPACES TO CATMIX-RECORD.
           IF CMB-LAST < LATEST-PERIOD THEN
               MOVE CMB-LAST TO PERIOD-WORK
               PERFORM 15-SHOW-PERIOD
               STRING "  " DELIMITED BY SIZE
                      CMB-COMBO DELIMITED BY SIZE
                      "  TOTAL     " DELIMITED BY SIZE
                      CNT-FMT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      SUM-FMT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      KIND-SHOWN DELIMITED BY SIZE
                      "  *** STOPPED - LAST " DELIMITED BY SIZE
                      PERIOD-SHOWN DELIMITED BY SPACE
                   INTO CATMIX-RECORD
               END-STRING
               ADD 1 TO STOP-COUNT
               IF STOP-COUNT NOT > 2000 THEN
                   MOVE BLK-TARGET TO STOP-TARGET(STOP-COUNT)
                   MOVE BLK-MODE TO STOP-MODE(STOP-COUNT)
                   MOVE CMB-COMBO TO STOP-COMBO(STOP-COUNT)
                   MOVE CMB-LAST TO STOP-LAST(STOP-COUNT)
                   MOVE CMB-MATCHES TO STOP-MATCHES(STOP-COUNT)
               END-IF
           ELSE
               STRING "  " DELIMITED BY SIZE
                      CMB-COMBO DELIMITED BY SIZE
                      "  TOTAL     " DELIMITED BY SIZE
                      CNT-FMT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      SUM-FMT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      KIND-SHOWN DELIMITED BY SIZE
                   INTO CATMIX-RECORD
               END-STRING
           END-IF.
           WRITE CATMIX-RECORD.

       14-CLOSE-BLOCK.
           COMPUTE SHARE-BASE = BLK-SAME + BLK-CROSS.
           MOVE BLK-SAME TO SHARE-PART.
           PERFORM 19-SHARE.
           MOVE SHARE-PCT TO RATE-FMT.
           MOVE BLK-CROSS TO SHARE-PART.
           PERFORM 19-SHARE.
           MOVE SHARE-PCT TO RATE2-FMT.
           MOVE BLK-SAME TO CNT-FMT.
           MOVE BLK-CROSS TO CNT2-FMT.
           MOVE SPACES TO CATMIX-RECORD.
           STRING "  SAME-CATEGORY " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  RATE-FMT DELIMITED BY SIZE
                  " PCT)   CROSS-CATEGORY " DELIMITED BY SIZE
                  CNT2-FMT DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  RATE2-FMT DELIMITED BY SIZE
                  " PCT)" DELIMITED BY SIZE
               INTO CATMIX-RECORD
           END-STRING.
           WRITE CATMIX-RECORD.

       15-SHOW-PERIOD.
           MOVE SPACES TO PERIOD-SHOWN.
           IF BY-MONTH THEN
               MOVE PERIOD-YYYYMM TO PERIOD-SHOWN
           ELSE
               MOVE PERIOD-WORK TO PERIOD-SHOWN
           END-IF.

       16-PERIOD-SECTION.
           MOVE SPACES TO CATMIX-RECORD.
           WRITE CATMIX-RECORD.
           MOVE "SAME/CROSS-CATEGORY SHARE BY PERIOD, ALL TARGETS"
               TO CATMIX-RECORD.
           WRITE CATMIX-RECORD.
           MOVE SPACES TO CATMIX-RECORD.
           STRING "PERIOD    MATCHES     SAME   PCT    CROSS   PCT"
                      DELIMITED BY SIZE
                  "    SUMMED VALUE" DELIMITED BY SIZE
               INTO CATMIX-RECORD
           END-STRING.
           WRITE CATMIX-RECORD.
           PERFORM 17-PERIOD-LINE VARYING I FROM 1 BY 1
               UNTIL I > PER-COUNT.
           MOVE SPACES TO PERIOD-SHOWN.
           MOVE "ALL" TO PERIOD-SHOWN.
           MOVE MATCH-COUNT TO SHARE-BASE.
           MOVE SAME-COUNT TO CNT2-FMT.
           MOVE CROSS-COUNT TO CNT3-FMT.
           MOVE ALL-SUM TO SUM-FMT.
           MOVE SAME-COUNT TO SHARE-PART.
           PERFORM 19-SHARE.
           MOVE SHARE-PCT TO RATE-FMT.
           MOVE CROSS-COUNT TO SHARE-PART.
           PERFORM 19-SHARE.
           MOVE SHARE-PCT TO RATE2-FMT.
           MOVE MATCH-COUNT TO CNT-FMT.
           PERFORM 21-SHARE-LINE.

       17-PERIOD-LINE.
           MOVE PER-KEY(I) TO PERIOD-WORK.
           PERFORM 15-SHOW-PERIOD.
           MOVE PER-MATCHES(I) TO SHARE-BASE.
           MOVE PER-MATCHES(I) TO CNT-FMT.
           MOVE PER-SAME(I) TO CNT2-FMT.
           MOVE PER-CROSS(I) TO CNT3-FMT.
           MOVE PER-SUM(I) TO SUM-FMT.
           MOVE PER-SAME(I) TO SHARE-PART.
           PERFORM 19-SHARE.
           MOVE SHARE-PCT TO RATE-FMT.
           MOVE PER-CROSS(I) TO SHARE-PART.
           PERFORM 19-SHARE.
           MOVE SHARE-PCT TO RATE2-FMT.
           PERFORM 21-SHARE-LINE.

       18-STOPPED-SECTION.
           MOVE SPACES TO CATMIX-RECORD.
           WRITE CATMIX-RECORD.
           MOVE LATEST-PERIOD TO PERIOD-WORK.
           PERFORM 15-SHOW-PERIOD.
           MOVE SPACES TO CATMIX-RECORD.
           STRING "COMBINATIONS THAT HAVE STOPPED RECONCILING"
                      DELIMITED BY SIZE
                  " - NONE IN " DELIMITED BY SIZE
                  PERIOD-SHOWN DELIMITED BY SPACE
               INTO CATMIX-RECORD
           END-STRING.
           WRITE CATMIX-RECORD.
           IF STOP-COUNT = 0 THEN
               MOVE "  NONE" TO CATMIX-RECORD
               WRITE CATMIX-RECORD
           ELSE
               MOVE "TARGET   M COMBO  LAST      MATCHES"
                   TO CATMIX-RECORD
               WRITE CATMIX-RECORD
               PERFORM 22-STOPPED-LINE VARYING I FROM 1 BY 1
                   UNTIL I > STOP-COUNT OR I > 2000
               IF STOP-COUNT > 2000 THEN
                   MOVE "  MORE THAN 2000 - SEE THE MATRIX ABOVE"
                       TO CATMIX-RECORD
                   WRITE CATMIX-RECORD
               END-IF
           END-IF.

       19-SHARE.
           IF SHARE-BASE > 0 THEN
               COMPUTE SHARE-PCT ROUNDED = SHARE-PART * 100 / SHARE-BASE
           ELSE
               MOVE 0 TO SHARE-PCT
           END-IF.

       20-SUMMARY.
           MOVE SPACES TO CATMIX-RECORD.
           WRITE CATMIX-RECORD.
           MOVE DATE-COUNT TO CNT-FMT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "DATES IN RANGE....: " CNT-FMT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING.
           PERFORM 23-SUMMARY-LINE.
           MOVE MISSING-COUNT TO CNT-FMT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "MEMBERS MISSING...: " CNT-FMT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING.
           PERFORM 23-SUMMARY-LINE.
           MOVE ROW-COUNT TO CNT-FMT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "REPORT ROWS READ..: " CNT-FMT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING.
           PERFORM 23-SUMMARY-LINE.
           MOVE NEAR-COUNT TO CNT-FMT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "NEAR-MISS ROWS....: " CNT-FMT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING.
           PERFORM 23-SUMMARY-LINE.
           MOVE MATCH-COUNT TO CNT-FMT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "MATCHES ANALYSED..: " CNT-FMT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING.
           PERFORM 23-SUMMARY-LINE.
           MOVE SAME-COUNT TO CNT-FMT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "SAME-CATEGORY.....: " CNT-FMT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING.
           PERFORM 23-SUMMARY-LINE.
           MOVE CROSS-COUNT TO CNT-FMT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "CROSS-CATEGORY....: " CNT-FMT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING.
           PERFORM 23-SUMMARY-LINE.
           MOVE STOP-COUNT TO CNT-FMT.
           MOVE SPACES TO SUMMARY-LINE.
           STRING "STOPPED...........: " CNT-FMT DELIMITED BY SIZE
               INTO SUMMARY-LINE
           END-STRING.
           PERFORM 23-SUMMARY-LINE.
           IF CELL-TABLE-FULL THEN
               MOVE DROPPED-COUNT TO CNT-FMT
               MOVE SPACES TO SUMMARY-LINE
               STRING "LEFT OUT (FULL)...: " CNT-FMT DELIMITED BY SIZE
                   INTO SUMMARY-LINE
               END-STRING
               PERFORM 23-SUMMARY-LINE
           END-IF.

       21-SHARE-LINE.
           MOVE SPACES TO CATMIX-RECORD.
           STRING PERIOD-SHOWN DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CNT2-FMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RATE-FMT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CNT3-FMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RATE2-FMT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SUM-FMT DELIMITED BY SIZE
               INTO CATMIX-RECORD
           END-STRING.
           WRITE CATMIX-RECORD.

       22-STOPPED-LINE.
           MOVE STOP-TARGET(I) TO TGT-FMT.
           MOVE STOP-LAST(I) TO PERIOD-WORK.
           PERFORM 15-SHOW-PERIOD.
           MOVE STOP-MATCHES(I) TO CNT-FMT.
           MOVE SPACES TO CATMIX-RECORD.
           STRING TGT-FMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STOP-MODE(I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STOP-COMBO(I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PERIOD-SHOWN DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO CATMIX-RECORD
           END-STRING.
           WRITE CATMIX-RECORD.
           DISPLAY "STOPPED: TARGET " TGT-FMT " MODE " STOP-MODE(I)
               " " STOP-COMBO(I) " LAST " PERIOD-SHOWN.

       23-SUMMARY-LINE.
           DISPLAY SUMMARY-LINE(1:27).
           MOVE SUMMARY-LINE TO CATMIX-RECORD.
           WRITE CATMIX-RECORD.

       24-DASH-CAT.
           IF CAT-WORK(J) = SPACE THEN
               MOVE "-" TO CAT-WORK(J)
           END-IF.

       25-FIND-CELL.
           IF CM-TARGET(J) = ROW-TARGET AND CM-MODE(J) = RPT-MODE
               AND CM-COMBO(J) = ROW-COMBO
               AND CM-PERIOD(J) = PERIOD-WORK THEN
               MOVE J TO FOUND-IX
           END-IF.
