*>   keeps are folded into the match total, so a resumed run whose
*>   remaining targets find nothing still ends 0, not 4, when the kept
*>   report rows are matches.
*>   Clearing mode ("Y" in a new column after the suppression override
*>   on the first control record): each loaded value is consumed by at
*>   most one match in the run, across all its targets, so REPORTFILE
*>   can be used to clear the books. Whatever no target consumed is
*>   written to OPENITEMS with its value, category, source and the
*>   date it was first seen, and the next clearing run loads OPENITEMS
*>   alongside the extract or VALMASTER so earlier leftovers get
*>   another chance; a manifest member only takes back the items its
*>   own dataset left. RESIDUELIST lists what is still open with its
*>   age in days. Master-source runs do not reload the items the
*>   master itself left (the master still holds them) but keep their
*>   first-seen date. Clearing runs take load-phase checkpoints only -
*>   consumption cannot be resumed target by target - and the
*>   checkpoint carries the OPENWORK row count so a restart cuts the
*>   residue back like the report.
*>   Every loaded value now carries the reference of the input line it
*>   came from - "R" and the record number on a dataset or keyboard
*>   load, "M" and the VM-ENTRY-ID on a master load, "C" and the line
*>   number on CORRECTEDFILE, "O" and the original number for an open
*>   item brought forward - and each REPORTFILE row ends with the
*>   reference of every leg, so a match can be traced to its source
*>   line; the sorted-table positions stay in their columns. OPENITEMS
*>   keeps each item's original reference.
*>   At successful end of run every REPORTFILE row is filed on
*>   MATCHLEDGER, a keyed match confirmation ledger (target, mode, the
*>   matched values ascending with a separate leading sign, an
*>   occurrence number for identical combinations, and the report
*>   date) worked by the companion sign-off program. A new match is
*>   filed PROPOSED; a match already filed for today by an earlier run
*>   keeps its status, and a match that was on the ledger for an
*>   earlier date starts from the status it last had there, so a
*>   confirmed recurring match does not drop back to PROPOSED.
*>   Manifest members are dated dataset names, so an open item is now
*>   taken back by the member of the same feed rather than the same
*>   name: both are cut back to their stem - the name less a last
*>   qualifier (after ".", "-" or "_") of six or eight digits, with or
*>   without a leading "D" - so EXTRACT.EAST.D20240115's residue
*>   comes back to EXTRACT.EAST.D20240116. A name with no such date
*>   qualifier is its own stem and has to stay the same from run to
*>   run for its residue to come back.
*>   MATCHLEDGER entries now also carry the row's product and variance
*>   and the feed sequence that shipped them (zero for a new entry;
*>   a same-day refresh keeps it), so a match confirmed after its
*>   day's feed has run still reaches finance with a later one.
*>   OPENITEMS is now replaced after the ledger is filed, the last
*>   step before the checkpoint is cleared, so a run stopped while
*>   filing restarts from the open items it began with instead of
*>   counting the carried ones twice.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
           SELECT TRIMWORK ASSIGN TO "TRIMWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRM-FILE-STATUS.
           SELECT OPTIONAL OPENITEMS ASSIGN TO "OPENITEMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPN-FILE-STATUS.
           SELECT OPENWORK ASSIGN TO "OPENWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPW-FILE-STATUS.
           SELECT RESIDUELIST ASSIGN TO "RESIDUELIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSD-FILE-STATUS.
           SELECT OPTIONAL MATCHLEDGER ASSIGN TO "MATCHLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ML-KEY
               FILE STATUS IS MLG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CTL-TOLER-IN PIC 9(7).
           05 FILLER PIC X(01).
           05 CTL-OVERRIDE-IN PIC X(01).
           05 FILLER PIC X(01).
           05 CTL-CLEAR-IN PIC X(01).

       FD REPORTFILE.
       01 REPORT-RECORD.
           05 RPT-VARIANCE-X REDEFINES RPT-VARIANCE PIC X(09).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RPT-SOURCE PIC X(40).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RPT-REF-I PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RPT-REF-J PIC X(06).
           05 FILLER PIC X(01) VALUE SPACE.
           05 RPT-REF-K PIC X(06).

       FD EXCEPTFILE.
       01 EXCEPT-RECORD PIC X(80).
*>     Phase "L" is a load-phase point (records read so far), phase
*>     "S" a search-phase point (targets completed against a fully
*>     loaded table); the manifest counter says how many manifest
*>     members had completely finished when the point was taken. The
*>     OPENWORK row count (clearing runs) sits at the end so points
*>     written before it existed still read back, as zero rows.
       01 CHECKPOINT-RECORD.
           05 CKPT-REC-OUT PIC 9(5).
           05 FILLER PIC X(01).
           05 CKPT-SRC-OUT PIC X(01).
           05 FILLER PIC X(01).
           05 CKPT-DSN-OUT PIC X(100).
           05 FILLER PIC X(01).
           05 CKPT-OPW-OUT PIC 9(7).
           05 CKPT-OPW-OUT-X REDEFINES CKPT-OPW-OUT PIC X(07).

       FD RUNLOGFILE.
       01 RUNLOG-RECORD.
*>     wide enough for either record.
       01 TRIM-RECORD PIC X(200).

       FD OPENITEMS.
*>     Unmatched residue of a clearing run, carried into the next one:
*>     value (separate leading sign), category, the date the item was
*>     first seen and the input it first arrived on. OPENWORK holds
*>     the same record, built up source by source during the run and
*>     copied over OPENITEMS at successful end of run.
       01 OPEN-RECORD.
           05 OPN-VALUE PIC S9(7) SIGN LEADING SEPARATE.
           05 OPN-VALUE-X REDEFINES OPN-VALUE PIC X(08).
           05 FILLER PIC X(01).
           05 OPN-CATEGORY PIC X(01).
           05 FILLER PIC X(01).
           05 OPN-FIRST-SEEN PIC X(08).
           05 OPN-FIRST-SEEN-N REDEFINES OPN-FIRST-SEEN PIC 9(08).
           05 FILLER PIC X(01).
           05 OPN-SOURCE PIC X(40).
           05 FILLER PIC X(01).
           05 OPN-REF PIC X(06).

       FD OPENWORK.
       01 OPENWORK-RECORD.
           05 OPW-VALUE PIC S9(7) SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 OPW-CATEGORY PIC X(01).
           05 FILLER PIC X(01).
           05 OPW-FIRST-SEEN PIC 9(08).
           05 FILLER PIC X(01).
           05 OPW-SOURCE PIC X(40).
           05 FILLER PIC X(01).
           05 OPW-REF PIC X(06).

       FD RESIDUELIST.
       01 RESIDUE-RECORD PIC X(100).

       FD MATCHLEDGER.
*>     Layout shared with the sign-off program and the finance feed.
*>     The key holds the combination the way SUPPMASTER does, then an
*>     occurrence number (identical combinations reported more than
*>     once the same day) and the report date last, so the history of
*>     one combination reads back in date order. ML-FILED-DATE/TIME is
*>     the run that last reported the match, ML-CARRIED-FROM the
*>     earlier report date its status was taken over from (zero when
*>     first seen), ML-SIGN-* the last sign-off applied to it.
*>     ML-PRODUCT and ML-VARIANCE are the report row's own renderings,
*>     so the feed can ship an entry without its report; ML-SENT-SEQ
*>     is the feed sequence that shipped it, zero until then.
       01 MATCH-RECORD.
           05 ML-KEY.
               10 ML-COMBO.
                   15 ML-TARGET PIC X(08).
                   15 ML-MODE PIC X(01).
                   15 ML-VAL-1 PIC X(08).
                   15 ML-VAL-2 PIC X(08).
                   15 ML-VAL-3 PIC X(08).
               10 ML-OCCUR PIC 9(3).
               10 ML-DATE PIC 9(8).
           05 FILLER PIC X(01).
           05 ML-STATUS PIC X(09).
           05 FILLER PIC X(01).
           05 ML-CAT-I PIC X(01).
           05 ML-CAT-J PIC X(01).
           05 ML-CAT-K PIC X(01).
           05 FILLER PIC X(01).
           05 ML-REF-I PIC X(06).
           05 FILLER PIC X(01).
           05 ML-REF-J PIC X(06).
           05 FILLER PIC X(01).
           05 ML-REF-K PIC X(06).
           05 FILLER PIC X(01).
           05 ML-SOURCE PIC X(40).
           05 FILLER PIC X(01).
           05 ML-FILED-DATE PIC 9(8).
           05 FILLER PIC X(01).
           05 ML-FILED-TIME PIC 9(6).
           05 FILLER PIC X(01).
           05 ML-CARRIED-FROM PIC 9(8).
           05 FILLER PIC X(01).
           05 ML-SIGN-DATE PIC 9(8).
           05 FILLER PIC X(01).
           05 ML-SIGN-TIME PIC 9(6).
           05 FILLER PIC X(01).
           05 ML-SIGN-OPERATOR PIC X(10).
           05 FILLER PIC X(01).
           05 ML-NOTE PIC X(30).
           05 FILLER PIC X(01).
           05 ML-PRODUCT PIC X(22).
           05 FILLER PIC X(01).
           05 ML-VARIANCE PIC X(09).
           05 FILLER PIC X(01).
           05 ML-SENT-SEQ PIC 9(6).

       WORKING-STORAGE SECTION.
       01 FILE-STATUS PIC 9 VALUE 0.
       01 DSN-FILE-STATUS PIC XX VALUE "00".
       01 LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
           88 LEDGER-EOF VALUE "Y".
       01 RUN-SOURCE-NAME PIC X(40) VALUE SPACES.
       01 RUN-SOURCE-STEM PIC X(40) VALUE SPACES.
       01 STEM-NAME PIC X(40) VALUE SPACES.
       01 STEM-IX PIC 9(2) VALUE 0.
       01 STEM-SEP PIC 9(2) VALUE 0.
       01 STEM-LEN PIC 9(2) VALUE 0.
       01 STEM-Q PIC 9(2) VALUE 0.
       01 STEM-Q-LEN PIC 9(2) VALUE 0.
       01 CTL-COUNT PIC 9(3) VALUE 0.
       01 CTL-IX PIC 9(3) VALUE 0.
       01 CONTROL-TABLE.
       01 CKPT-INTERVAL PIC 9(5) VALUE 100.
       01 CKPT-REMAINDER PIC 9(5) VALUE 0.
       01 SKIP-COUNT PIC 9(5) VALUE 0.
       01 CLEAR-SWITCH PIC X(01) VALUE "N".
           88 CLEARING-RUN VALUE "Y".
       01 CLEAR-HIT-SWITCH PIC X(01) VALUE "N".
           88 CLEAR-HIT VALUE "Y".
       01 OPN-FILE-STATUS PIC XX VALUE "00".
       01 OPW-FILE-STATUS PIC XX VALUE "00".
       01 RSD-FILE-STATUS PIC XX VALUE "00".
       01 OPEN-EOF-SWITCH PIC X(01) VALUE "N".
           88 OPEN-EOF VALUE "Y".
       01 OPW-ROW-COUNT PIC 9(7) VALUE 0.
       01 REST-OPW PIC 9(7) VALUE 0.
       01 OPEN-READ PIC 9(7) VALUE 0.
       01 SRC-OPEN-IN PIC 9(5) VALUE 0.
       01 SRC-OPEN-CLEARED PIC 9(5) VALUE 0.
       01 SRC-RESIDUE PIC 9(5) VALUE 0.
       01 TOT-OPEN-IN PIC 9(7) VALUE 0.
       01 TOT-OPEN-CLEARED PIC 9(7) VALUE 0.
       01 TOT-RESIDUE PIC 9(7) VALUE 0.
       01 RSD-CARRIED PIC 9(7) VALUE 0.
       01 RSD-NEW PIC 9(7) VALUE 0.
       01 RSD-OLDEST PIC 9(5) VALUE 0.
       01 TODAY-DAYS PIC 9(8) VALUE 0.
       01 AGE-DAYS PIC 9(5) VALUE 0.
       01 AGE-FMT PIC Z(4)9.
       01 ENTRY-DAYS PIC 9(8) VALUE 0.
       01 DATED-SWITCH PIC X(01) VALUE "N".
           88 RESIDUE-DATED VALUE "Y".
       01 RSD-VAL-FMT PIC -(7)9.
       01 NEAR-BEST-J PIC 9(5) VALUE 0.
       01 NEAR-BEST-ABS PIC 9(8) VALUE 0.
       01 NEAR-ABS PIC 9(8) VALUE 0.
       01 OPEN-IX PIC 9(5) VALUE 0.
       01 DATING-IX PIC 9(5) VALUE 0.
       01 OPEN-COUNT PIC 9(5) VALUE 0.
       01 MLG-FILE-STATUS PIC XX VALUE "00".
       01 ML-ROW-SWITCH PIC X(01) VALUE "N".
           88 ML-ROW-FILED VALUE "Y".
       01 ML-PRIOR-SWITCH PIC X(01) VALUE "N".
           88 ML-PRIOR-FOUND VALUE "Y".
       01 ML-SCAN-SWITCH PIC X(01) VALUE "N".
           88 ML-SCAN-DONE VALUE "Y".
       01 ML-OCC-WORK PIC 9(3) VALUE 0.
       01 ML-NEW-COUNT PIC 9(7) VALUE 0.
       01 ML-KEPT-COUNT PIC 9(7) VALUE 0.
       01 ML-CARRIED-COUNT PIC 9(7) VALUE 0.
*>     The report row being filed, and the latest earlier-dated entry
*>     of the same combination, held across the ledger scan that
*>     overwrites the record area.
       01 ML-HOLD.
           05 ML-HOLD-KEY.
               10 ML-HOLD-COMBO PIC X(33).
               10 ML-HOLD-OCCUR PIC 9(3).
               10 ML-HOLD-DATE PIC 9(8).
           05 ML-HOLD-CATS PIC X(03).
           05 ML-HOLD-REF-I PIC X(06).
           05 ML-HOLD-REF-J PIC X(06).
           05 ML-HOLD-REF-K PIC X(06).
           05 ML-HOLD-SOURCE PIC X(40).
       01 ML-PRIOR.
           05 ML-PRIOR-DATE PIC 9(8).
           05 ML-PRIOR-STATUS PIC X(09).
           05 ML-PRIOR-SIGN-DATE PIC 9(8).
           05 ML-PRIOR-SIGN-TIME PIC 9(6).
           05 ML-PRIOR-OPERATOR PIC X(10).
           05 ML-PRIOR-NOTE PIC X(30).
*>     Open items read from OPENITEMS at start of a clearing run,
*>     sorted by value. OT-TAKEN: "N" not yet loaded, "Y" loaded into
*>     a source's table (or used up dating a master residue), "D" left
*>     by VALMASTER and only kept to date the master's own residue.
       01 OPEN-TABLE.
           02 OPEN-ENTRY OCCURS 0 TO 50000 DEPENDING ON OPEN-COUNT.
               05 OT-VALUE PIC S9(7).
               05 OT-CAT PIC X(01).
               05 OT-SEEN PIC 9(8).
               05 OT-SOURCE PIC X(40).
               05 OT-STEM PIC X(40).
               05 OT-TAKEN PIC X(01).
               05 OT-REF.
                   10 OT-REF-TAG PIC X(01).
                   10 OT-REF-NUM PIC X(05).
       01 LEN PIC 9(5) VALUE 0.
*>     VAL-USED marks a value consumed by a clearing match; VAL-OPEN-IX
*>     points back at the OPEN-TABLE entry an open item came from
*>     (0 for a record loaded today); VAL-REF is the input reference
*>     the loader set in LOAD-REF.
       01 ARRAY.
           02 ARR OCCURS 0 TO 50000 DEPENDING ON LEN.
               05 VAL PIC S9(7).
               05 VAL-CAT PIC X(01).
               05 VAL-USED PIC X(01).
               05 VAL-OPEN-IX PIC 9(5).
               05 VAL-REF PIC X(06).
       01 LOAD-REF.
           05 LOAD-REF-TAG PIC X(01).
           05 LOAD-REF-NUM PIC 9(05).
           05 LOAD-REF-NUM-X REDEFINES LOAD-REF-NUM PIC X(05).
       01 S PIC S9(8).
       01 P PIC S9(21).
       01 FMT PIC -(21)9.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
*>         A clearing run builds the new open items on OPENWORK as each
*>         source finishes; like the report, a restart keeps the rows
*>         the checkpoint vouched for (52-TRIM-OUTPUTS has cut it
*>         back) and appends. OPENITEMS itself is only read here and
*>         replaced at successful end of run.
           IF CLEARING-RUN THEN
               PERFORM 61-READ-OPEN-ITEMS
               IF RESTART-RUN AND REST-OPW > 0 THEN
                   OPEN EXTEND OPENWORK
               ELSE
                   MOVE 0 TO OPW-ROW-COUNT
                   OPEN OUTPUT OPENWORK
               END-IF
               IF OPW-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN OPENWORK - FILE STATUS "
                       OPW-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
*>         Status 05 is the OPTIONAL ledger being created on first use.
           OPEN I-O EXCLEDGER.
           IF EXL-FILE-STATUS NOT = "00" AND EXL-FILE-STATUS NOT = "05"
               MOVE TOT-SUP TO TOT-FMT
               DISPLAY "ALL SOURCES - SUPPRESSED..: " TOT-FMT
           END-IF.
*>         The ledger is filed from the finished report rather than
*>         row by row as the search writes it: a restart has cut the
*>         report back to what it vouches for, so only rows that
*>         really stand are ever put up for sign-off.
           PERFORM 91-FILE-MATCHES.
*>         OPENITEMS is replaced only once everything that can still
*>         stop the run is behind it, straight before the checkpoint
*>         goes: a restart must load the items this run started from.
           IF CLEARING-RUN THEN
               PERFORM 70-CARRY-FORWARD
           END-IF.
           PERFORM 15-CHECKPOINT-CLEAR.
           IF SUP-COUNT > 0 THEN
               PERFORM 37-SUPPLEMENTAL-CLEAR

       03-WRITE-TO-TABLE.
*>     05-VALIDATE-RECORD has always run first on every path here, so
*>     PARSED-VALUE holds the signed value of the current record, and
*>     every loader sets LOAD-REF to the record's input reference.
           ADD 1 TO LEN.
           MOVE PARSED-VALUE TO VAL(LEN).
           MOVE IN-CATEGORY TO VAL-CAT(LEN).
           MOVE "N" TO VAL-USED(LEN).
           MOVE 0 TO VAL-OPEN-IX(LEN).
           MOVE LOAD-REF TO VAL-REF(LEN).
           IF VAL(LEN) < MIN-VAL THEN
               MOVE VAL(LEN) TO MIN-VAL
           END-IF.
               MOVE RLG-ROW-COUNT TO CKPT-RLG-OUT
               MOVE SOURCE-SWITCH TO CKPT-SRC-OUT
               MOVE INPUT-DSN TO CKPT-DSN-OUT
               MOVE OPW-ROW-COUNT TO CKPT-OPW-OUT
               PERFORM 49-CHECKPOINT-WRITE
           END-IF.

           MOVE I TO RPT-POS-I.
           MOVE VAL(I) TO RPT-VAL-I.
           MOVE VAL-CAT(I) TO RPT-CAT-I.
           MOVE VAL-REF(I) TO RPT-REF-I.
           MOVE J TO RPT-POS-J.
           MOVE VAL(J) TO RPT-VAL-J.
           MOVE VAL-CAT(J) TO RPT-CAT-J.
           MOVE VAL-REF(J) TO RPT-REF-J.
           IF TRIPLE-MODE THEN
               MOVE K TO RPT-POS-K
               MOVE VAL(K) TO RPT-VAL-K
               MOVE VAL-CAT(K) TO RPT-CAT-K
               MOVE VAL-REF(K) TO RPT-REF-K
           ELSE
*>             RPT-POS-K/RPT-VAL-K are numeric-edited; MOVE SPACES to
*>             the elementary item follows numeric MOVE rules and
           MOVE 0 TO CKPT-MFS-OUT.
           MOVE 0 TO CKPT-RPT-OUT.
           MOVE 0 TO CKPT-RLG-OUT.
           MOVE 0 TO CKPT-OPW-OUT.
           PERFORM 49-CHECKPOINT-WRITE.

       16-READ-VALIDATE-RECORD.
                       END-IF
                       SET DATA-RECORD-READ TO TRUE
                       ADD 1 TO REC-COUNT
                       MOVE "R" TO LOAD-REF-TAG
                       MOVE REC-COUNT TO LOAD-REF-NUM
                       IF BAL-ACTIVE THEN
                           ADD 1 TO BAL-REC-COUNT
                       END-IF
           MOVE CTL-TOLER(CTL-IX) TO SEARCH-TOLERANCE.
           MOVE 0 TO TGT-MATCH-COUNT.
           MOVE 0 TO TGT-SUP-COUNT.
           IF CLEARING-RUN THEN
               PERFORM 79-CLEAR-ONE-TARGET
           ELSE
               IF NEAR-MODE THEN
                   PERFORM 33-LOOP-NEAR
               ELSE
                   IF TRIPLE-MODE THEN
                       PERFORM 07-LOOP-TRIPLE
                   ELSE
                       PERFORM 04-LOOP
                   END-IF
               END-IF
           END-IF.
           MOVE TGT-MATCH-COUNT TO CNT-FMT.
*>         A long control table makes the search phase the slow half
*>         of the run; a point after every completed target lets a
*>         rerun resume here instead of from target 1. Pure keyboard
*>         input cannot be replayed, so it alone goes without. Nor
*>         does a clearing run: which values the finished targets
*>         consumed is not on the checkpoint, so a resumed target
*>         would clear against values already spent.
           IF (MASTER-SOURCE OR MANIFEST-SOURCE OR DATASET-RUN)
               AND NOT CLEARING-RUN THEN
               PERFORM 48-CHECKPOINT-SEARCH
           END-IF.

                               OR CTL-OVERRIDE-IN = "N" THEN
                               MOVE CTL-OVERRIDE-IN TO OVERRIDE-SWITCH
                           END-IF
*>                         Same for the clearing column after it.
                           IF CTL-CLEAR-IN = "Y"
                               OR CTL-CLEAR-IN = "N" THEN
                               MOVE CTL-CLEAR-IN TO CLEAR-SWITCH
                           END-IF
                       END-IF
                   END-IF
           END-READ.
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   ADD 1 TO REC-COUNT
                   MOVE "M" TO LOAD-REF-TAG
                   MOVE VM-ENTRY-ID TO LOAD-REF-NUM
                   MOVE VM-VALUE-X TO IN-VALUE
                   MOVE VM-CATEGORY TO IN-CATEGORY
                   PERFORM 05-VALIDATE-RECORD
                   IF MANIFEST-SOURCE THEN
                       CLOSE MANIFESTFILE
                   END-IF
                   IF CLEARING-RUN THEN
                       CLOSE OPENWORK
                   END-IF
                   PERFORM 15-CHECKPOINT-CLEAR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                   PERFORM 35-LOAD-SUPPLEMENTAL
               END-IF
           END-IF.
           IF CLEARING-RUN THEN
               PERFORM 63-LOAD-OPEN-ITEMS
           END-IF.
           PERFORM 28-CHECK-TOLERANCE.
           SORT ARR ASCENDING KEY VAL.
           PERFORM 08-CHECK-DUPLICATES.
           PERFORM 17-RUN-ONE-TARGET
               VARYING CTL-IX FROM TGT-START BY 1
               UNTIL CTL-IX > CTL-COUNT.
           IF CLEARING-RUN THEN
               PERFORM 65-WRITE-RESIDUE
           END-IF.
           MOVE "N" TO RESTART-SWITCH.
           MOVE SPACE TO REST-PHASE.
           MOVE 0 TO REST-TGT.
                           ADD 1 TO MFS-DONE
                           DISPLAY "SOURCE ALREADY COMPLETE - SKIPPED "
                               MANIFEST-RECORD(1:40)
                           IF CLEARING-RUN THEN
                               PERFORM 77-MARK-MEMBER-TAKEN
                           END-IF
                       ELSE
                           IF RESTART-RUN
                               AND MANIFEST-RECORD NOT = REST-DSN THEN
                           END-IF
                           MOVE MANIFEST-RECORD TO INPUT-DSN
                           MOVE INPUT-DSN TO RUN-SOURCE-NAME
                           MOVE RUN-SOURCE-NAME TO STEM-NAME
                           PERFORM 100-SOURCE-STEM
                           MOVE STEM-NAME TO RUN-SOURCE-STEM
                           SET DATASET-RUN TO TRUE
                           DISPLAY "PROCESSING SOURCE " RUN-SOURCE-NAME
                           PERFORM 31-RESET-SOURCE
               NOT AT END
                   ADD 1 TO REC-COUNT
                   ADD 1 TO SUP-COUNT
                   MOVE "C" TO LOAD-REF-TAG
                   MOVE SUP-COUNT TO LOAD-REF-NUM
                   MOVE SUPPL-RECORD TO INPUTRECORD
                   PERFORM 05-VALIDATE-RECORD
                   IF VALID-RECORD THEN
           IF MANIFEST-SOURCE THEN
               CLOSE MANIFESTFILE
           END-IF.
           IF CLEARING-RUN THEN
               CLOSE OPENWORK
           END-IF.
           PERFORM 15-CHECKPOINT-CLEAR.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
           MOVE RPT-ROW-COUNT TO CKPT-RPT-OUT.
           MOVE RLG-ROW-COUNT TO CKPT-RLG-OUT.
           MOVE SOURCE-SWITCH TO CKPT-SRC-OUT.
           MOVE OPW-ROW-COUNT TO CKPT-OPW-OUT.
           IF MASTER-SOURCE THEN
               MOVE RUN-SOURCE-NAME TO CKPT-DSN-OUT
           ELSE
               IF CKPT-REC-OUT NOT NUMERIC OR CKPT-TGT-OUT NOT NUMERIC
                   OR CKPT-MFS-OUT NOT NUMERIC
                   OR CKPT-RPT-OUT NOT NUMERIC
                   OR CKPT-RLG-OUT NOT NUMERIC
                   OR (CKPT-OPW-OUT NOT NUMERIC
                       AND CKPT-OPW-OUT-X NOT = SPACES) THEN
                   DISPLAY "CHECKPOINT IN AN OLD LAYOUT - IGNORED"
               ELSE
                   IF CKPT-REC-OUT = 0 AND CKPT-TGT-OUT = 0
                               MOVE CKPT-RPT-OUT TO REST-RPT
                               MOVE CKPT-RLG-OUT TO REST-RLG
                               MOVE CKPT-DSN-OUT TO REST-DSN
*>                             Checkpoints from before the OPENWORK
*>                             column carry spaces there: no residue
*>                             rows to keep.
                               IF CKPT-OPW-OUT-X = SPACES THEN
                                   MOVE 0 TO REST-OPW
                               ELSE
                                   MOVE CKPT-OPW-OUT TO REST-OPW
                               END-IF
                               SET RESTART-RUN TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
*>         Clearing runs never take search-phase points, so one on file
*>         was left by an ordinary run: which values its finished
*>         targets would have consumed is unknown, and the clearing run
*>         starts from the top instead.
           IF RESTART-RUN AND CLEARING-RUN AND RESTART-SEARCH THEN
               DISPLAY "CHECKPOINT FOUND FOR A NON-CLEARING RUN"
                   " - IGNORED"
               MOVE "N" TO RESTART-SWITCH
           END-IF.

       51-CHECK-SUPPRESSION.
*>     The table is sorted ascending, so VAL(I)/VAL(J)/VAL(K) arrive
*>     never duplicates a row.
           PERFORM 53-TRIM-REPORT.
           PERFORM 54-TRIM-RUNLOG.
*>         A point with no residue rows yet (or one an ordinary run
*>         left in the load phase) has no OPENWORK worth keeping.
           IF CLEARING-RUN AND REST-OPW > 0 THEN
               PERFORM 74-TRIM-OPENWORK
           END-IF.
           MOVE 0 TO FILE-STATUS.

       53-TRIM-REPORT.
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END ADD 1 TO RLG-ROW-COUNT
           END-READ.

       61-READ-OPEN-ITEMS.
*>     A clearing run starts from the residue earlier clearing runs
*>     left on OPENITEMS. The file is OPTIONAL: the first clearing run
*>     finds nothing (status 05) and starts clean. The items are held
*>     in OPEN-TABLE, sorted by value, for the whole run and only reach
*>     a source's table when that source is loaded.
           MOVE 0 TO OPEN-COUNT.
           MOVE 0 TO OPEN-READ.
           MOVE "N" TO OPEN-EOF-SWITCH.
           OPEN INPUT OPENITEMS.
           IF OPN-FILE-STATUS NOT = "00" AND OPN-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN OPENITEMS - FILE STATUS "
                   OPN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 62-READ-OPEN-ITEM UNTIL OPEN-EOF.
           CLOSE OPENITEMS.
           IF OPEN-COUNT > 1 THEN
               SORT OPEN-ENTRY ASCENDING KEY OT-VALUE
           END-IF.
           MOVE OPEN-COUNT TO CNT-FMT.
           DISPLAY "OPEN ITEMS BROUGHT FORWARD: " CNT-FMT.

       62-READ-OPEN-ITEM.
*>     A damaged item is listed on EXCEPTFILE, record and all, and
*>     dropped, the way a damaged input record is. The table holds as
*>     many items as the value table itself; more than that could
*>     never be loaded, so the run stops rather than drop any silently.
           READ OPENITEMS
               AT END SET OPEN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO OPEN-READ
                   MOVE OPN-VALUE-X TO VALUE-TEXT
                   PERFORM 38-PARSE-VALUE
                   IF OPN-CATEGORY NOT = SPACE
                       AND OPN-CATEGORY NOT ALPHABETIC
                       AND OPN-CATEGORY NOT NUMERIC THEN
                       SET PARSE-BAD TO TRUE
                   END-IF
                   IF OPN-FIRST-SEEN NOT NUMERIC THEN
                       SET PARSE-BAD TO TRUE
                   END-IF
                   IF PARSE-GOOD THEN
                       IF OPEN-COUNT = 50000 THEN
                           DISPLAY "MORE THAN 50000 OPEN ITEMS ON"
                               " OPENITEMS - RUN ABANDONED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO OPEN-COUNT
                       MOVE PARSED-VALUE TO OT-VALUE(OPEN-COUNT)
                       MOVE OPN-CATEGORY TO OT-CAT(OPEN-COUNT)
                       MOVE OPN-FIRST-SEEN-N TO OT-SEEN(OPEN-COUNT)
                       MOVE OPN-SOURCE TO OT-SOURCE(OPEN-COUNT)
                       MOVE OPN-SOURCE TO STEM-NAME
                       PERFORM 100-SOURCE-STEM
                       MOVE STEM-NAME TO OT-STEM(OPEN-COUNT)
                       MOVE OPN-REF TO OT-REF(OPEN-COUNT)
                       MOVE "N" TO OT-TAKEN(OPEN-COUNT)
                   ELSE
                       MOVE OPEN-READ TO REC-FMT
                       MOVE SPACES TO EXCEPT-RECORD
                       STRING "OPEN ITEM " DELIMITED BY SIZE
                              REC-FMT DELIMITED BY SIZE
                              " DROPPED: " DELIMITED BY SIZE
                              OPEN-RECORD DELIMITED BY SIZE
                           INTO EXCEPT-RECORD
                       END-STRING
                       WRITE EXCEPT-RECORD
                   END-IF
           END-READ.

       63-LOAD-OPEN-ITEMS.
*>     The open items join the freshly loaded records before the sort,
*>     so the search sees them as ordinary values. A manifest member
*>     takes back only what its own feed left - an earlier dated member
*>     with the same stem, or itself; a single-source run
*>     takes everything, except that a master-source run leaves the
*>     master's own leftovers alone - the master still holds those
*>     entries and has just loaded them again - and keeps them only to
*>     date the master's residue. Open items are not input records:
*>     REC-COUNT, the reject tolerance and the balancing ignore them.
           MOVE 0 TO SRC-OPEN-IN.
           PERFORM 64-TAKE-OPEN-ITEM
               VARYING OPEN-IX FROM 1 BY 1 UNTIL OPEN-IX > OPEN-COUNT.
           IF SRC-OPEN-IN > 0 THEN
               MOVE SRC-OPEN-IN TO CNT-FMT
               DISPLAY "OPEN ITEMS LOADED.: " CNT-FMT
           END-IF.
           ADD SRC-OPEN-IN TO TOT-OPEN-IN.

       64-TAKE-OPEN-ITEM.
           IF OT-TAKEN(OPEN-IX) = "N" THEN
               IF MASTER-SOURCE AND OT-SOURCE(OPEN-IX) = "VALMASTER"
                   THEN
                   MOVE "D" TO OT-TAKEN(OPEN-IX)
               ELSE
                   IF NOT MANIFEST-SOURCE
                       OR OT-STEM(OPEN-IX) = RUN-SOURCE-STEM THEN
                       IF LEN = 50000 THEN
                           DISPLAY "VALUE TABLE FULL - OPEN ITEMS"
                               " CANNOT BE LOADED - RUN ABANDONED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE "Y" TO OT-TAKEN(OPEN-IX)
                       ADD 1 TO SRC-OPEN-IN
                       MOVE OT-VALUE(OPEN-IX) TO PARSED-VALUE
                       MOVE OT-CAT(OPEN-IX) TO IN-CATEGORY
                       MOVE "O" TO LOAD-REF-TAG
                       MOVE OT-REF-NUM(OPEN-IX) TO LOAD-REF-NUM-X
                       PERFORM 03-WRITE-TO-TABLE
                       MOVE OPEN-IX TO VAL-OPEN-IX(LEN)
                   END-IF
               END-IF
           END-IF.

       65-WRITE-RESIDUE.
*>     Every value no target consumed is still open and goes out to
*>     OPENWORK. An open item keeps the date and source it was first
*>     seen under; a record loaded today is first seen today - unless
*>     a master-source run finds the same value and category among the
*>     master's own earlier leftovers, in which case it is the same
*>     master entry still waiting and keeps that date.
           MOVE 0 TO SRC-RESIDUE.
           MOVE 0 TO SRC-OPEN-CLEARED.
           MOVE 1 TO DATING-IX.
           PERFORM 66-WRITE-RESIDUE-ITEM
               VARYING I FROM 1 BY 1 UNTIL I > LEN.
           MOVE SRC-OPEN-CLEARED TO CNT-FMT.
           DISPLAY "OPEN ITEMS CLEARED: " CNT-FMT.
           MOVE SRC-RESIDUE TO CNT-FMT.
           DISPLAY "LEFT OPEN.........: " CNT-FMT.
           ADD SRC-OPEN-CLEARED TO TOT-OPEN-CLEARED.
           ADD SRC-RESIDUE TO TOT-RESIDUE.

       66-WRITE-RESIDUE-ITEM.
           IF VAL-USED(I) = "Y" THEN
               IF VAL-OPEN-IX(I) > 0 THEN
                   ADD 1 TO SRC-OPEN-CLEARED
               END-IF
           ELSE
               MOVE SPACES TO OPENWORK-RECORD
               MOVE VAL(I) TO OPW-VALUE
               MOVE VAL-CAT(I) TO OPW-CATEGORY
               IF VAL-OPEN-IX(I) > 0 THEN
                   MOVE VAL-OPEN-IX(I) TO OPEN-IX
                   MOVE OT-SEEN(OPEN-IX) TO OPW-FIRST-SEEN
                   MOVE OT-SOURCE(OPEN-IX) TO OPW-SOURCE
                   MOVE OT-REF(OPEN-IX) TO OPW-REF
               ELSE
                   MOVE RUN-DATE TO OPW-FIRST-SEEN
                   MOVE RUN-SOURCE-NAME TO OPW-SOURCE
                   MOVE VAL-REF(I) TO OPW-REF
                   IF MASTER-SOURCE THEN
                       PERFORM 67-DATE-MASTER-RESIDUE
                   END-IF
               END-IF
               WRITE OPENWORK-RECORD
               ADD 1 TO OPW-ROW-COUNT
               ADD 1 TO SRC-RESIDUE
           END-IF.

       67-DATE-MASTER-RESIDUE.
*>     Both the value table and OPEN-TABLE are in ascending value
*>     order, so DATING-IX only ever moves forward through the open
*>     items; each earlier leftover dates one residue entry at most.
           PERFORM 68-DATING-ADVANCE
               UNTIL DATING-IX > OPEN-COUNT
               OR OT-VALUE(DATING-IX) >= VAL(I).
           MOVE DATING-IX TO OPEN-IX.
           MOVE "N" TO DATED-SWITCH.
           PERFORM 69-DATING-STEP
               UNTIL OPEN-IX > OPEN-COUNT OR RESIDUE-DATED
               OR OT-VALUE(OPEN-IX) NOT = VAL(I).

       68-DATING-ADVANCE.
           ADD 1 TO DATING-IX.

       69-DATING-STEP.
           IF OT-TAKEN(OPEN-IX) = "D"
               AND OT-CAT(OPEN-IX) = VAL-CAT(I) THEN
               MOVE "Y" TO OT-TAKEN(OPEN-IX)
               MOVE OT-SEEN(OPEN-IX) TO OPW-FIRST-SEEN
               SET RESIDUE-DATED TO TRUE
           ELSE
               ADD 1 TO OPEN-IX
           END-IF.

       70-CARRY-FORWARD.
*>     Open items no source took back this run - a manifest member
*>     missing from today's manifest, say - go forward untouched. A
*>     master leftover that dated nothing has left the master (cleared
*>     or deleted through maintenance) and is gone. The completed
*>     OPENWORK then replaces OPENITEMS.
           PERFORM 71-CARRY-OPEN-ITEM
               VARYING OPEN-IX FROM 1 BY 1 UNTIL OPEN-IX > OPEN-COUNT.
           CLOSE OPENWORK.
           PERFORM 72-REPLACE-OPEN-ITEMS.

       71-CARRY-OPEN-ITEM.
           IF OT-TAKEN(OPEN-IX) = "N" THEN
               MOVE SPACES TO OPENWORK-RECORD
               MOVE OT-VALUE(OPEN-IX) TO OPW-VALUE
               MOVE OT-CAT(OPEN-IX) TO OPW-CATEGORY
               MOVE OT-SEEN(OPEN-IX) TO OPW-FIRST-SEEN
               MOVE OT-SOURCE(OPEN-IX) TO OPW-SOURCE
               MOVE OT-REF(OPEN-IX) TO OPW-REF
               WRITE OPENWORK-RECORD
               ADD 1 TO OPW-ROW-COUNT
               ADD 1 TO TOT-RESIDUE
           END-IF.

       72-REPLACE-OPEN-ITEMS.
*>     OPENWORK is copied over OPENITEMS and, on the way through,
*>     listed on RESIDUELIST with each item's age in calendar days
*>     since it was first seen. Date arithmetic is nothing ordinary
*>     verbs can do, hence the intrinsic; a mangled date ages as zero.
           MOVE 0 TO FILE-STATUS.
           MOVE 0 TO RSD-CARRIED.
           MOVE 0 TO RSD-NEW.
           MOVE 0 TO RSD-OLDEST.
           COMPUTE TODAY-DAYS = FUNCTION INTEGER-OF-DATE(RUN-DATE).
           OPEN INPUT OPENWORK.
           IF OPW-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REREAD OPENWORK - FILE STATUS "
                   OPW-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT OPENITEMS.
           IF OPN-FILE-STATUS NOT = "00" AND OPN-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO REWRITE OPENITEMS - FILE STATUS "
                   OPN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RESIDUELIST.
           IF RSD-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN RESIDUELIST - FILE STATUS "
                   RSD-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO RESIDUE-RECORD.
           STRING "OPEN ITEMS AFTER CLEARING RUN OF " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO RESIDUE-RECORD
           END-STRING.
           WRITE RESIDUE-RECORD.
           MOVE SPACES TO RESIDUE-RECORD.
           WRITE RESIDUE-RECORD.
           MOVE "   VALUE C FIRST-SN   AGE REF    SOURCE"
               TO RESIDUE-RECORD.
           WRITE RESIDUE-RECORD.
           PERFORM 73-COPY-OPEN-ITEM UNTIL FILE-STATUS = 1.
           MOVE 0 TO FILE-STATUS.
           MOVE SPACES TO RESIDUE-RECORD.
           WRITE RESIDUE-RECORD.
           MOVE OPW-ROW-COUNT TO TOT-FMT.
           MOVE SPACES TO RESIDUE-RECORD.
           STRING "STILL OPEN............: " DELIMITED BY SIZE
                  TOT-FMT DELIMITED BY SIZE
               INTO RESIDUE-RECORD
           END-STRING.
           WRITE RESIDUE-RECORD.
           MOVE RSD-CARRIED TO TOT-FMT.
           MOVE SPACES TO RESIDUE-RECORD.
           STRING "FROM EARLIER RUNS.....: " DELIMITED BY SIZE
                  TOT-FMT DELIMITED BY SIZE
               INTO RESIDUE-RECORD
           END-STRING.
           WRITE RESIDUE-RECORD.
           MOVE RSD-NEW TO TOT-FMT.
           MOVE SPACES TO RESIDUE-RECORD.
           STRING "NEW TODAY.............: " DELIMITED BY SIZE
                  TOT-FMT DELIMITED BY SIZE
               INTO RESIDUE-RECORD
           END-STRING.
           WRITE RESIDUE-RECORD.
           MOVE RSD-OLDEST TO AGE-FMT.
           MOVE SPACES TO RESIDUE-RECORD.
           STRING "OLDEST ITEM (DAYS)....: " DELIMITED BY SIZE
                  AGE-FMT DELIMITED BY SIZE
               INTO RESIDUE-RECORD
           END-STRING.
           WRITE RESIDUE-RECORD.
           CLOSE OPENWORK.
           CLOSE OPENITEMS.
           CLOSE RESIDUELIST.
           MOVE TOT-OPEN-IN TO TOT-FMT.
           DISPLAY "OPEN ITEMS LOADED.........: " TOT-FMT.
           MOVE TOT-OPEN-CLEARED TO TOT-FMT.
           DISPLAY "OPEN ITEMS CLEARED........: " TOT-FMT.
           MOVE OPW-ROW-COUNT TO TOT-FMT.
           DISPLAY "OPEN ITEMS CARRIED FORWARD: " TOT-FMT.

       73-COPY-OPEN-ITEM.
           READ OPENWORK
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   WRITE OPEN-RECORD FROM OPENWORK-RECORD
                   MOVE 0 TO AGE-DAYS
                   IF OPW-FIRST-SEEN NUMERIC THEN
                       COMPUTE ENTRY-DAYS =
                           FUNCTION INTEGER-OF-DATE(OPW-FIRST-SEEN)
                       IF ENTRY-DAYS > 0 AND ENTRY-DAYS < TODAY-DAYS
                           THEN
                           COMPUTE AGE-DAYS = TODAY-DAYS - ENTRY-DAYS
                       END-IF
                   END-IF
                   IF AGE-DAYS > 0 THEN
                       ADD 1 TO RSD-CARRIED
                   ELSE
                       ADD 1 TO RSD-NEW
                   END-IF
                   IF AGE-DAYS > RSD-OLDEST THEN
                       MOVE AGE-DAYS TO RSD-OLDEST
                   END-IF
                   MOVE OPW-VALUE TO RSD-VAL-FMT
                   MOVE AGE-DAYS TO AGE-FMT
                   MOVE SPACES TO RESIDUE-RECORD
                   STRING RSD-VAL-FMT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          OPW-CATEGORY DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          OPW-FIRST-SEEN DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          AGE-FMT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          OPW-REF DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          OPW-SOURCE DELIMITED BY SIZE
                       INTO RESIDUE-RECORD
                   END-STRING
                   WRITE RESIDUE-RECORD
           END-READ.

       74-TRIM-OPENWORK.
*>     Same cut-back as the report, for the residue rows: rows from a
*>     source that died mid-flight are rewritten by the rerun.
           MOVE 0 TO OPW-ROW-COUNT.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT OPENWORK.
           IF OPW-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO TRIM OPENWORK - FILE STATUS "
                   OPW-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TRIMWORK.
           IF TRM-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN TRIMWORK - FILE STATUS "
                   TRM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 75-SAVE-OPENWORK-ROW
               UNTIL FILE-STATUS = 1 OR OPW-ROW-COUNT = REST-OPW.
           CLOSE OPENWORK.
           CLOSE TRIMWORK.
           IF OPW-ROW-COUNT NOT = REST-OPW THEN
               DISPLAY "OPENWORK SHORTER THAN THE CHECKPOINT CLAIMS"
                   " - CLEAR THE CHECKPOINT AND RERUN FROM THE TOP"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT TRIMWORK.
           OPEN OUTPUT OPENWORK.
           IF TRM-FILE-STATUS NOT = "00"
               OR OPW-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REWRITE TRIMMED OPENWORK"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 76-RESTORE-OPENWORK-ROW UNTIL FILE-STATUS = 1.
           CLOSE TRIMWORK.
           CLOSE OPENWORK.

       75-SAVE-OPENWORK-ROW.
           READ OPENWORK
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   ADD 1 TO OPW-ROW-COUNT
                   WRITE TRIM-RECORD FROM OPENWORK-RECORD
           END-READ.

       76-RESTORE-OPENWORK-ROW.
           READ TRIMWORK
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END WRITE OPENWORK-RECORD FROM TRIM-RECORD
           END-READ.

       77-MARK-MEMBER-TAKEN.
*>     A manifest member the restart skips already wrote its residue
*>     (kept on OPENWORK): its open items must not be carried forward
*>     a second time at end of run.
           MOVE MANIFEST-RECORD(1:40) TO STEM-NAME.
           PERFORM 100-SOURCE-STEM.
           PERFORM 78-MARK-ONE-TAKEN
               VARYING OPEN-IX FROM 1 BY 1 UNTIL OPEN-IX > OPEN-COUNT.

       78-MARK-ONE-TAKEN.
           IF OT-STEM(OPEN-IX) = STEM-NAME THEN
               MOVE "Y" TO OT-TAKEN(OPEN-IX)
           END-IF.

       79-CLEAR-ONE-TARGET.
*>     Clearing searches: the same scans as the reporting searches,
*>     except that a value consumed by a match - under this target or
*>     an earlier one - is stepped over, and a hit consumes its legs so
*>     each value clears at most once. A suppressed match still
*>     consumes its legs: it is a known, agreed pairing, just not one
*>     anybody needs to see again.
           IF NEAR-MODE THEN
               PERFORM 84-CLEAR-NEAR
           ELSE
               IF TRIPLE-MODE THEN
                   PERFORM 88-CLEAR-TRIPLE
               ELSE
                   PERFORM 80-CLEAR-PAIR
               END-IF
           END-IF.

       80-CLEAR-PAIR.
           IF LEN > 1 THEN
               MOVE 1 TO LO
               MOVE LEN TO HI
               PERFORM 81-CLEAR-PAIR-SCAN UNTIL LO >= HI
           END-IF.

       81-CLEAR-PAIR-SCAN.
           IF VAL-USED(LO) = "Y" THEN
               ADD 1 TO LO
           ELSE
               IF VAL-USED(HI) = "Y" THEN
                   SUBTRACT 1 FROM HI
               ELSE
                   ADD VAL(LO) VAL(HI) GIVING S
                   IF S = TARGET-VALUE THEN
                       PERFORM 82-CLEAR-PAIR-HIT
                   ELSE
                       IF S < TARGET-VALUE THEN
                           ADD 1 TO LO
                       ELSE
                           SUBTRACT 1 FROM HI
                       END-IF
                   END-IF
               END-IF
           END-IF.

       82-CLEAR-PAIR-HIT.
*>     A hit clears VAL(LO) against VAL(HI). In mode "X" the partner
*>     must carry a different category: it is sought among the
*>     unconsumed values equal to VAL(HI), from the top down; with
*>     none there VAL(LO) cannot clear against this value and the low
*>     end moves on. Consuming a partner below HI leaves VAL(HI) free
*>     for the next low value.
           MOVE LO TO I.
           MOVE HI TO J.
           IF CROSS-MODE THEN
               MOVE 0 TO J
               MOVE HI TO K
               PERFORM 83-CROSS-PARTNER-STEP
                   UNTIL J NOT = 0 OR K <= LO OR VAL(K) NOT = VAL(HI)
           END-IF.
           IF J NOT = 0 THEN
               PERFORM 24-REPORT-PAIR
               MOVE "Y" TO VAL-USED(I)
               MOVE "Y" TO VAL-USED(J)
               IF J = HI THEN
                   SUBTRACT 1 FROM HI
               END-IF
           END-IF.
           ADD 1 TO LO.

       83-CROSS-PARTNER-STEP.
           IF VAL-USED(K) = "N" AND VAL-CAT(K) NOT = VAL-CAT(LO) THEN
               MOVE K TO J
           ELSE
               SUBTRACT 1 FROM K
           END-IF.

       84-CLEAR-NEAR.
*>     Same window walk as 33-LOOP-NEAR. Each unconsumed anchor clears
*>     against the unconsumed partner inside the window whose sum is
*>     closest to the target, so the tightest near miss wins.
           COMPUTE WIN-LOW = TARGET-VALUE - SEARCH-TOLERANCE.
           COMPUTE WIN-HIGH = TARGET-VALUE + SEARCH-TOLERANCE.
           IF LEN > 1 THEN
               MOVE LEN TO HI
               PERFORM 85-CLEAR-NEAR-ANCHOR
                   VARYING I FROM 1 BY 1 UNTIL I >= LEN
           END-IF.

       85-CLEAR-NEAR-ANCHOR.
           IF HI < I THEN
               MOVE I TO HI
           END-IF.
           PERFORM 86-NEAR-TOP-STEP
               UNTIL HI = I OR VAL(I) + VAL(HI) <= WIN-HIGH.
           IF VAL-USED(I) = "N" THEN
               MOVE 0 TO NEAR-BEST-J
               MOVE HI TO J
               PERFORM 87-NEAR-PARTNER-STEP UNTIL J <= I
               IF NEAR-BEST-J > 0 THEN
                   MOVE NEAR-BEST-J TO J
                   ADD VAL(I) VAL(J) GIVING S
                   COMPUTE VARIANCE = S - TARGET-VALUE
                   PERFORM 24-REPORT-PAIR
                   MOVE "Y" TO VAL-USED(I)
                   MOVE "Y" TO VAL-USED(J)
               END-IF
           END-IF.

       86-NEAR-TOP-STEP.
           SUBTRACT 1 FROM HI.

       87-NEAR-PARTNER-STEP.
*>     Walks down from the window's top edge; below its bottom edge
*>     nothing further can qualify, so the walk ends there.
           ADD VAL(I) VAL(J) GIVING S.
           IF S < WIN-LOW THEN
               MOVE I TO J
           ELSE
               IF VAL-USED(J) = "N" THEN
                   COMPUTE VARIANCE = S - TARGET-VALUE
                   IF VARIANCE < 0 THEN
                       COMPUTE NEAR-ABS = 0 - VARIANCE
                   ELSE
                       MOVE VARIANCE TO NEAR-ABS
                   END-IF
                   IF NEAR-BEST-J = 0 OR NEAR-ABS < NEAR-BEST-ABS
                       THEN
                       MOVE J TO NEAR-BEST-J
                       MOVE NEAR-ABS TO NEAR-BEST-ABS
                   END-IF
               END-IF
               SUBTRACT 1 FROM J
           END-IF.

       88-CLEAR-TRIPLE.
           PERFORM 89-CLEAR-TRIPLE-ANCHOR
               VARYING I FROM 1 BY 1 UNTIL I + 2 > LEN.

       89-CLEAR-TRIPLE-ANCHOR.
*>     Each unconsumed anchor clears at most once: the converging scan
*>     above it stops at the first pair of unconsumed values that
*>     completes the anchor's remainder.
           IF VAL-USED(I) = "N" THEN
               SUBTRACT VAL(I) FROM TARGET-VALUE
                   GIVING REST-TARGET
               ADD I 1 GIVING LO
               MOVE LEN TO HI
               MOVE "N" TO CLEAR-HIT-SWITCH
               PERFORM 90-CLEAR-TRIPLE-SCAN
                   UNTIL LO >= HI OR CLEAR-HIT
           END-IF.

       90-CLEAR-TRIPLE-SCAN.
           IF VAL-USED(LO) = "Y" THEN
               ADD 1 TO LO
           ELSE
               IF VAL-USED(HI) = "Y" THEN
                   SUBTRACT 1 FROM HI
               ELSE
                   ADD VAL(LO) VAL(HI) GIVING S
                   IF S = REST-TARGET THEN
                       MOVE LO TO J
                       MOVE HI TO K
                       PERFORM 27-REPORT-TRIPLE
                       MOVE "Y" TO VAL-USED(I)
                       MOVE "Y" TO VAL-USED(J)
                       MOVE "Y" TO VAL-USED(K)
                       SET CLEAR-HIT TO TRUE
                   ELSE
                       IF S < REST-TARGET THEN
                           ADD 1 TO LO
                       ELSE
                           SUBTRACT 1 FROM HI
                       END-IF
                   END-IF
               END-IF
           END-IF.

       91-FILE-MATCHES.
           OPEN INPUT REPORTFILE.
           IF RPT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REOPEN REPORTFILE - FILE STATUS "
                   RPT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
*>         Status 05 is the OPTIONAL ledger being created on first use.
           OPEN I-O MATCHLEDGER.
           IF MLG-FILE-STATUS NOT = "00" AND MLG-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN MATCHLEDGER - FILE STATUS "
                   MLG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO FILE-STATUS.
           PERFORM 92-FILE-ONE-ROW UNTIL FILE-STATUS = 1.
           CLOSE MATCHLEDGER.
           CLOSE REPORTFILE.
           MOVE ML-NEW-COUNT TO TOT-FMT.
           DISPLAY "LEDGER - NEW MATCHES......: " TOT-FMT.
           MOVE ML-CARRIED-COUNT TO TOT-FMT.
           DISPLAY "LEDGER - STATUS CARRIED...: " TOT-FMT.
           MOVE ML-KEPT-COUNT TO TOT-FMT.
           DISPLAY "LEDGER - ALREADY FILED....: " TOT-FMT.

       92-FILE-ONE-ROW.
           READ REPORTFILE
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   PERFORM 93-BUILD-LEDGER-KEY
                   MOVE "N" TO ML-ROW-SWITCH
                   MOVE 1 TO ML-OCC-WORK
                   PERFORM 94-FILE-OCCURRENCE UNTIL ML-ROW-FILED
           END-READ.

       93-BUILD-LEDGER-KEY.
*>     The report columns are numeric-edited; moving them back to a
*>     numeric item de-edits them, and the separate-sign rendering is
*>     the one SUPPMASTER is keyed under. The legs are already
*>     ascending - the search reports them off the sorted table.
           MOVE SPACES TO ML-HOLD.
           MOVE RPT-TARGET TO TARGET-SIGNED.
           MOVE TARGET-SIGNED-X TO ML-TARGET.
           MOVE RPT-MODE TO ML-MODE.
           MOVE RPT-VAL-I TO VAL-SIGNED.
           MOVE VAL-SIGNED-X TO ML-VAL-1.
           MOVE RPT-VAL-J TO VAL-SIGNED.
           MOVE VAL-SIGNED-X TO ML-VAL-2.
           IF RPT-VAL-K-X = SPACES THEN
               MOVE SPACES TO ML-VAL-3
           ELSE
               MOVE RPT-VAL-K TO VAL-SIGNED
               MOVE VAL-SIGNED-X TO ML-VAL-3
           END-IF.
           MOVE ML-COMBO TO ML-HOLD-COMBO.
           MOVE 0 TO ML-HOLD-OCCUR.
           MOVE RPT-DATE TO ML-HOLD-DATE.
           MOVE RPT-CAT-I TO ML-HOLD-CATS(1:1).
           MOVE RPT-CAT-J TO ML-HOLD-CATS(2:1).
           MOVE RPT-CAT-K TO ML-HOLD-CATS(3:1).
           MOVE RPT-REF-I TO ML-HOLD-REF-I.
           MOVE RPT-REF-J TO ML-HOLD-REF-J.
           MOVE RPT-REF-K TO ML-HOLD-REF-K.
           MOVE RPT-SOURCE TO ML-HOLD-SOURCE.

       94-FILE-OCCURRENCE.
*>     An entry this very run already filed under the occurrence is
*>     an identical combination reported twice: move on to the next
*>     occurrence. An entry an earlier run filed today is the same
*>     match come back - refresh it, status untouched.
           MOVE ML-HOLD-KEY TO ML-KEY.
           MOVE ML-OCC-WORK TO ML-OCCUR.
           READ MATCHLEDGER
               INVALID KEY
                   PERFORM 95-FILE-NEW-MATCH
               NOT INVALID KEY
                   IF ML-FILED-DATE = RUN-DATE
                       AND ML-FILED-TIME = RUN-TIME-HHMMSS THEN
                       ADD 1 TO ML-OCC-WORK
                   ELSE
                       PERFORM 98-REFRESH-MATCH
                   END-IF
           END-READ.

       95-FILE-NEW-MATCH.
*>     A combination first reported today takes over the status it
*>     last had under an earlier date (same occurrence), so a sign-off
*>     survives the match recurring; never seen before, it is
*>     PROPOSED.
           PERFORM 96-FIND-PRIOR-STATUS.
           MOVE SPACES TO MATCH-RECORD.
           MOVE ML-HOLD-KEY TO ML-KEY.
           MOVE ML-OCC-WORK TO ML-OCCUR.
           PERFORM 99-MOVE-ROW-DETAIL.
           MOVE 0 TO ML-SENT-SEQ.
           IF ML-PRIOR-FOUND THEN
               MOVE ML-PRIOR-STATUS TO ML-STATUS
               MOVE ML-PRIOR-DATE TO ML-CARRIED-FROM
               MOVE ML-PRIOR-SIGN-DATE TO ML-SIGN-DATE
               MOVE ML-PRIOR-SIGN-TIME TO ML-SIGN-TIME
               MOVE ML-PRIOR-OPERATOR TO ML-SIGN-OPERATOR
               MOVE ML-PRIOR-NOTE TO ML-NOTE
               ADD 1 TO ML-CARRIED-COUNT
           ELSE
               MOVE "PROPOSED" TO ML-STATUS
               MOVE 0 TO ML-CARRIED-FROM
               MOVE 0 TO ML-SIGN-DATE
               MOVE 0 TO ML-SIGN-TIME
               ADD 1 TO ML-NEW-COUNT
           END-IF.
           WRITE MATCH-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO FILE MATCH ON MATCHLEDGER"
                       " - FILE STATUS " MLG-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           SET ML-ROW-FILED TO TRUE.

       96-FIND-PRIOR-STATUS.
*>     The report date is the last key field, so the earlier entries
*>     of one combination and occurrence sit together in date order;
*>     the last one read before today is the one that counts.
           MOVE "N" TO ML-PRIOR-SWITCH.
           MOVE "N" TO ML-SCAN-SWITCH.
           MOVE ML-HOLD-COMBO TO ML-COMBO.
           MOVE ML-OCC-WORK TO ML-OCCUR.
           MOVE 0 TO ML-DATE.
           START MATCHLEDGER KEY NOT < ML-KEY
               INVALID KEY SET ML-SCAN-DONE TO TRUE
           END-START.
           PERFORM 97-PRIOR-STEP UNTIL ML-SCAN-DONE.

       97-PRIOR-STEP.
           READ MATCHLEDGER NEXT RECORD
               AT END SET ML-SCAN-DONE TO TRUE
               NOT AT END
                   IF ML-COMBO NOT = ML-HOLD-COMBO
                       OR ML-OCCUR NOT = ML-OCC-WORK
                       OR ML-DATE NOT < ML-HOLD-DATE THEN
                       SET ML-SCAN-DONE TO TRUE
                   ELSE
                       SET ML-PRIOR-FOUND TO TRUE
                       MOVE ML-DATE TO ML-PRIOR-DATE
                       MOVE ML-STATUS TO ML-PRIOR-STATUS
                       MOVE ML-SIGN-DATE TO ML-PRIOR-SIGN-DATE
                       MOVE ML-SIGN-TIME TO ML-PRIOR-SIGN-TIME
                       MOVE ML-SIGN-OPERATOR TO ML-PRIOR-OPERATOR
                       MOVE ML-NOTE TO ML-PRIOR-NOTE
                   END-IF
           END-READ.

       98-REFRESH-MATCH.
           PERFORM 99-MOVE-ROW-DETAIL.
           REWRITE MATCH-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE MATCHLEDGER ENTRY"
                       " - FILE STATUS " MLG-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO ML-KEPT-COUNT.
           SET ML-ROW-FILED TO TRUE.

       99-MOVE-ROW-DETAIL.
           MOVE ML-HOLD-CATS(1:1) TO ML-CAT-I.
           MOVE ML-HOLD-CATS(2:1) TO ML-CAT-J.
           MOVE ML-HOLD-CATS(3:1) TO ML-CAT-K.
           MOVE ML-HOLD-REF-I TO ML-REF-I.
           MOVE ML-HOLD-REF-J TO ML-REF-J.
           MOVE ML-HOLD-REF-K TO ML-REF-K.
           MOVE ML-HOLD-SOURCE TO ML-SOURCE.
           MOVE RUN-DATE TO ML-FILED-DATE.
           MOVE RUN-TIME-HHMMSS TO ML-FILED-TIME.
*>         The row being filed is still in the report record area.
           MOVE RPT-PRODUCT TO ML-PRODUCT.
           MOVE RPT-VARIANCE-X TO ML-VARIANCE.

       100-SOURCE-STEM.
*>     STEM-NAME loses a last qualifier that is a date - six or eight
*>     digits, optionally after a "D" - along with its separator.
           MOVE 0 TO STEM-SEP.
           MOVE 0 TO STEM-LEN.
           PERFORM 101-STEM-STEP
               VARYING STEM-IX FROM 1 BY 1 UNTIL STEM-IX > 40.
           IF STEM-SEP > 1 AND STEM-SEP < STEM-LEN THEN
               COMPUTE STEM-Q = STEM-SEP + 1
               IF STEM-NAME(STEM-Q:1) = "D" AND STEM-Q < STEM-LEN THEN
                   ADD 1 TO STEM-Q
               END-IF
               COMPUTE STEM-Q-LEN = STEM-LEN - STEM-Q + 1
               IF (STEM-Q-LEN = 6 OR STEM-Q-LEN = 8)
                   AND STEM-NAME(STEM-Q:STEM-Q-LEN) NUMERIC THEN
                   MOVE SPACES TO STEM-NAME(STEM-SEP:)
               END-IF
           END-IF.

       101-STEM-STEP.
           IF STEM-NAME(STEM-IX:1) NOT = SPACE THEN
               MOVE STEM-IX TO STEM-LEN
               IF STEM-NAME(STEM-IX:1) = "." OR "-" OR "_" THEN
                   MOVE STEM-IX TO STEM-SEP
               END-IF
           END-IF.
