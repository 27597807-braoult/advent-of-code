       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC-2020-day-1-drift.
*>         Compilation: cobc -F -fmfcomment -std=rm -x ex1-drift-cob.cob
*>         Utilisation: ./ex1-drift-cob DATASET.DAT
*>         Utilisation: ./ex1-drift-cob DATASET.DAT 20260814
*>
*> Drift reconciliation between a daily extract - the flat dataset a
*> source "D" run loads - and the keyed value master VALMASTER kept up
*> by the maintenance program. The extract is read under the load's
*> own rules: records failing the shared value/category validation
*> are listed and left out, and an "H YYYYMMDD" header commits the
*> file to a "T" trailer whose record count and hash total must agree,
*> the header date being today's unless another is given after the
*> dataset name. An extract out of balance is not compared at all -
*> the run ends with RETURN-CODE 16 as the reconciliation run would.
*> Both sides are sorted by value and category and merged value by
*> value: entries with the same value and category pair off as in
*> step, a leftover extract entry and a leftover master entry with the
*> same value are a category difference, and what is left after that
*> is only on the extract or only on the master. DRIFTREPORT lists
*> every difference with the extract record number and the master
*> entry id, and closes with the counts. DRIFTTRANS receives the
*> draft VALTRANS that would bring the master into line - A for a
*> value only on the extract (numbered on from the master's highest
*> entry id), C carrying the extract's category for a category
*> difference, D for a value only on the master - for someone to
*> review before it is fed to the maintenance program; nothing here
*> touches the master itself. RETURN-CODE 0 means master and extract
*> agree, 4 that drift was found, 12 a file failure, 16 an extract
*> out of balance. DRIFTTRANS is emptied as the run starts, so a run
*> that stops short leaves no draft behind - an earlier run's draft
*> can never be taken for today's.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATASETFILE ASSIGN TO INPUT-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DSN-FILE-STATUS.
           SELECT OPTIONAL VALMASTER ASSIGN TO "VALMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-ENTRY-ID
               FILE STATUS IS VM-FILE-STATUS.
           SELECT DRIFTREPORT ASSIGN TO "DRIFTREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRF-FILE-STATUS.
           SELECT DRIFTTRANS ASSIGN TO "DRIFTTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DATASETFILE.
*>     Layout shared with the reconciliation run's dataset load: the
*>     signed value, a separator and the category code, or one of the
*>     "H YYYYMMDD" header / "T CCCCCCC SVVVVVVVVVVVV" trailer
*>     control records.
       01 INPUTRECORD.
           05 IN-VALUE PIC X(08).
           05 FILLER PIC X(01).
           05 IN-CATEGORY PIC X(01).
           05 FILLER PIC X(14).
       01 INPUTRECORD-HDR REDEFINES INPUTRECORD.
           05 IN-CTL-TAG PIC X(01).
           05 IN-CTL-SEP PIC X(01).
           05 IN-HDR-DATE PIC X(08).
           05 IN-HDR-DATE-N REDEFINES IN-HDR-DATE PIC 9(08).
           05 FILLER PIC X(14).
       01 INPUTRECORD-TRL REDEFINES INPUTRECORD.
           05 FILLER PIC X(02).
           05 IN-TRL-COUNT PIC X(07).
           05 FILLER PIC X(01).
           05 IN-TRL-HASH PIC S9(12) SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).

       FD VALMASTER.
       01 MASTER-RECORD.
           05 VM-ENTRY-ID PIC 9(5).
           05 FILLER PIC X(01).
           05 VM-VALUE PIC S9(7) SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 VM-CATEGORY PIC X(01).

       FD DRIFTREPORT.
       01 DRIFT-RECORD PIC X(100).

       FD DRIFTTRANS.
*>     Same layout as a VALTRANS line, so the reviewed draft goes to
*>     the maintenance program as it stands.
       01 TRANS-RECORD.
           05 TRN-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 TRN-ENTRY-ID PIC 9(5).
           05 FILLER PIC X(01).
           05 TRN-VALUE PIC X(08).
           05 FILLER PIC X(01).
           05 TRN-CATEGORY PIC X(01).

       WORKING-STORAGE SECTION.
       01 DSN-FILE-STATUS PIC XX VALUE "00".
       01 VM-FILE-STATUS PIC XX VALUE "00".
       01 DRF-FILE-STATUS PIC XX VALUE "00".
       01 TRN-FILE-STATUS PIC XX VALUE "00".
       01 FILE-STATUS PIC 9 VALUE 0.
       01 ARG-LINE PIC X(120) VALUE SPACES.
       01 INPUT-DSN PIC X(100) VALUE SPACES.
       01 DATE-ARG PIC X(08) VALUE SPACES.
       01 DATE-ARG-N REDEFINES DATE-ARG PIC 9(08).
       01 RUN-DATE PIC 9(8) VALUE 0.
       01 EXPECT-DATE PIC 9(8) VALUE 0.
       01 REC-COUNT PIC 9(5) VALUE 0.
       01 EXC-COUNT PIC 9(5) VALUE 0.
       01 SAME-COUNT PIC 9(5) VALUE 0.
       01 EXT-ONLY-COUNT PIC 9(5) VALUE 0.
       01 MST-ONLY-COUNT PIC 9(5) VALUE 0.
       01 CAT-DIFF-COUNT PIC 9(5) VALUE 0.
       01 DRAFT-COUNT PIC 9(5) VALUE 0.
       01 NO-ID-COUNT PIC 9(5) VALUE 0.
       01 CNT-FMT PIC Z(4)9.
       01 VAL-FMT PIC -(7)9.
       01 RECNO-FMT PIC Z(4)9.
       01 RECNO-FMT-X REDEFINES RECNO-FMT PIC X(05).
       01 ID-FMT PIC Z(4)9.
       01 ID-FMT-X REDEFINES ID-FMT PIC X(05).
       01 DRIFT-TYPE PIC X(16) VALUE SPACES.
       01 EXT-CAT-SHOWN PIC X(01) VALUE SPACE.
       01 MST-CAT-SHOWN PIC X(01) VALUE SPACE.
       01 DRAFT-TEXT PIC X(20) VALUE SPACES.
       01 NEXT-ID PIC 9(6) VALUE 0.
       01 VAL-SIGNED PIC S9(7) SIGN LEADING SEPARATE.
       01 VAL-SIGNED-X REDEFINES VAL-SIGNED PIC X(08).
       01 GROUP-VALUE PIC S9(7) VALUE 0.
       01 E-LO PIC 9(5) VALUE 0.
       01 E-HI PIC 9(5) VALUE 0.
       01 M-LO PIC 9(5) VALUE 0.
       01 M-HI PIC 9(5) VALUE 0.
       01 GROUP-END-SWITCH PIC X(01) VALUE "N".
           88 GROUP-END VALUE "Y".
       01 MASTER-EOF-SWITCH PIC X(01) VALUE "N".
           88 MASTER-EOF VALUE "Y".
       01 VALID-RECORD-SWITCH PIC X(01) VALUE "Y".
           88 VALID-RECORD VALUE "Y".
           88 INVALID-RECORD VALUE "N".
       01 BAL-SWITCH PIC X(01) VALUE "N".
           88 BAL-ACTIVE VALUE "Y".
       01 TRL-SWITCH PIC X(01) VALUE "N".
           88 TRAILER-SEEN VALUE "Y".
       01 DSN-OPEN-SWITCH PIC X(01) VALUE "N".
           88 DSN-OPEN VALUE "Y".
       01 BAL-ERROR PIC X(40) VALUE SPACES.
       01 EXP-COUNT PIC 9(7) VALUE 0.
       01 EXP-HASH PIC S9(12) VALUE 0.
       01 BAL-REC-COUNT PIC 9(7) VALUE 0.
       01 BAL-HASH PIC S9(12) VALUE 0.
       01 BAL-FMT PIC -(12)9.
       01 TOT-FMT PIC Z(6)9.
       01 VALUE-TEXT PIC X(08).
       01 VALUE-TEXT-CHARS REDEFINES VALUE-TEXT.
           05 VALUE-TEXT-CHAR PIC X(01) OCCURS 8 TIMES.
       01 PARSED-VALUE PIC S9(7) VALUE 0.
       01 PARSE-SIGN PIC S9 VALUE +1.
       01 PARSE-DIGIT PIC X(01).
       01 PARSE-DIGIT-N REDEFINES PARSE-DIGIT PIC 9(01).
       01 PARSE-SWITCH PIC X(01) VALUE "Y".
           88 PARSE-GOOD VALUE "Y".
           88 PARSE-BAD VALUE "N".
*>     Both sides in value/category order. The mark is "N" until the
*>     merge settles the entry: "S" in step, "C" category difference,
*>     "O" only on its own side.
       01 EXT-COUNT PIC 9(5) VALUE 0.
       01 EXT-TABLE.
           02 EXT-ENTRY OCCURS 0 TO 50000 DEPENDING ON EXT-COUNT.
               05 EXT-VALUE PIC S9(7).
               05 EXT-CAT PIC X(01).
               05 EXT-RECNO PIC 9(5).
               05 EXT-MARK PIC X(01).
       01 MST-COUNT PIC 9(5) VALUE 0.
       01 MST-TABLE.
           02 MST-ENTRY OCCURS 0 TO 50000 DEPENDING ON MST-COUNT.
               05 MST-VALUE PIC S9(7).
               05 MST-CAT PIC X(01).
               05 MST-ID PIC 9(5).
               05 MST-MARK PIC X(01).

       LOCAL-STORAGE SECTION.
       01 I USAGE UNSIGNED-INT VALUE 1.
       01 J USAGE UNSIGNED-INT VALUE 1.
       01 P USAGE UNSIGNED-INT VALUE 1.
       01 Q USAGE UNSIGNED-INT VALUE 1.

       PROCEDURE DIVISION.
       01-MAIN.
           ACCEPT ARG-LINE FROM COMMAND-LINE.
           UNSTRING ARG-LINE DELIMITED BY ALL SPACE
               INTO INPUT-DSN DATE-ARG
           END-UNSTRING.
           IF INPUT-DSN = SPACES THEN
               DISPLAY "EXTRACT DATASET NAME REQUIRED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           MOVE RUN-DATE TO EXPECT-DATE.
           IF DATE-ARG NOT = SPACES THEN
               IF DATE-ARG NUMERIC THEN
                   MOVE DATE-ARG-N TO EXPECT-DATE
               ELSE
                   DISPLAY "EXTRACT DATE NOT YYYYMMDD - " DATE-ARG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT DATASETFILE.
           IF DSN-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " INPUT-DSN " - FILE STATUS "
                   DSN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET DSN-OPEN TO TRUE.
*>         The report is opened ahead of the load so the extract's
*>         rejects can be listed as they are read; the draft with it,
*>         so whatever stops the run leaves it empty.
           OPEN OUTPUT DRIFTREPORT.
           IF DRF-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN DRIFTREPORT - FILE STATUS "
                   DRF-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DRIFTTRANS.
           IF TRN-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN DRIFTTRANS - FILE STATUS "
                   TRN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO DRIFT-RECORD.
           STRING "DRIFT REPORT - EXTRACT " DELIMITED BY SIZE
                  INPUT-DSN DELIMITED BY SPACE
                  " AGAINST VALMASTER - " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING.
           WRITE DRIFT-RECORD.
           MOVE SPACES TO DRIFT-RECORD.
           WRITE DRIFT-RECORD.
           PERFORM 02-READ-EXTRACT UNTIL FILE-STATUS = 1.
           CLOSE DATASETFILE.
           MOVE "N" TO DSN-OPEN-SWITCH.
           PERFORM 05-VERIFY-BALANCING.
           PERFORM 07-LOAD-MASTER.
           IF EXT-COUNT > 1 THEN
               SORT EXT-ENTRY ASCENDING KEY EXT-VALUE EXT-CAT
           END-IF.
           IF MST-COUNT > 1 THEN
               SORT MST-ENTRY ASCENDING KEY MST-VALUE MST-CAT
           END-IF.
           MOVE SPACES TO DRIFT-RECORD.
           WRITE DRIFT-RECORD.
           MOVE "DRIFT               VALUE EXT MST  RECNO ENTRY DRAFT"
               TO DRIFT-RECORD.
           WRITE DRIFT-RECORD.
           MOVE 1 TO I.
           MOVE 1 TO J.
           PERFORM 09-MERGE-VALUE UNTIL I > EXT-COUNT AND J > MST-COUNT.
           CLOSE DRIFTTRANS.
           PERFORM 19-SUMMARY.
           CLOSE DRIFTREPORT.
*>         Scheduler contract: 0 = master and extract agree, 4 = drift
*>         found and a draft written, 12 = file failure, 16 = extract
*>         out of balance (the higher codes are set where the run
*>         stops).
           IF EXT-ONLY-COUNT + MST-ONLY-COUNT + CAT-DIFF-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       02-READ-EXTRACT.
*>     Control records are peeled off the way the reconciliation run's
*>     load does it; every other line is a data record, counted and
*>     (when valid) hashed for the trailer check.
           READ DATASETFILE
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   IF IN-CTL-TAG = "H" AND IN-CTL-SEP = SPACE THEN
                       PERFORM 03-TAKE-HEADER
                   ELSE
                       IF IN-CTL-TAG = "T" AND IN-CTL-SEP = SPACE THEN
                           PERFORM 04-TAKE-TRAILER
                       ELSE
                           PERFORM 08-TAKE-DATA-RECORD
                       END-IF
                   END-IF
           END-READ.

       03-TAKE-HEADER.
           IF REC-COUNT > 0 OR BAL-ACTIVE OR TRAILER-SEEN THEN
               MOVE "HEADER NOT FIRST RECORD" TO BAL-ERROR
               PERFORM 06-BALANCE-ABORT
           END-IF.
           IF IN-HDR-DATE NOT NUMERIC THEN
               MOVE "HEADER DATE NOT NUMERIC" TO BAL-ERROR
               PERFORM 06-BALANCE-ABORT
           END-IF.
           IF IN-HDR-DATE-N NOT = EXPECT-DATE THEN
               DISPLAY "HEADER DATE " IN-HDR-DATE " EXPECTED "
                   EXPECT-DATE
               MOVE "HEADER OUT OF DATE - STALE FILE" TO BAL-ERROR
               PERFORM 06-BALANCE-ABORT
           END-IF.
           SET BAL-ACTIVE TO TRUE.
           MOVE SPACES TO DRIFT-RECORD.
           STRING "EXTRACT HEADER DATE " DELIMITED BY SIZE
                  IN-HDR-DATE DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING.
           WRITE DRIFT-RECORD.

       04-TAKE-TRAILER.
           IF NOT BAL-ACTIVE THEN
               MOVE "TRAILER WITHOUT HEADER" TO BAL-ERROR
               PERFORM 06-BALANCE-ABORT
           END-IF.
           IF TRAILER-SEEN THEN
               MOVE "DUPLICATE TRAILER" TO BAL-ERROR
               PERFORM 06-BALANCE-ABORT
           END-IF.
           IF IN-TRL-COUNT NOT NUMERIC OR IN-TRL-HASH NOT NUMERIC THEN
               MOVE "TRAILER COUNT OR HASH NOT NUMERIC" TO BAL-ERROR
               PERFORM 06-BALANCE-ABORT
           END-IF.
           MOVE IN-TRL-COUNT TO EXP-COUNT.
           MOVE IN-TRL-HASH TO EXP-HASH.
           SET TRAILER-SEEN TO TRUE.

       05-VERIFY-BALANCING.
*>     Same end-of-load test as the reconciliation run: a header
*>     commits the file to a trailer that agrees with what was read.
           IF BAL-ACTIVE THEN
               IF NOT TRAILER-SEEN THEN
                   MOVE "TRAILER MISSING - FILE TRUNCATED"
                       TO BAL-ERROR
                   PERFORM 06-BALANCE-ABORT
               END-IF
               IF BAL-REC-COUNT NOT = EXP-COUNT THEN
                   MOVE BAL-REC-COUNT TO TOT-FMT
                   DISPLAY "RECORDS READ " TOT-FMT WITH NO ADVANCING
                   MOVE EXP-COUNT TO TOT-FMT
                   DISPLAY " TRAILER SAYS " TOT-FMT
                   MOVE "RECORD COUNT OUT OF BALANCE" TO BAL-ERROR
                   PERFORM 06-BALANCE-ABORT
               END-IF
               IF BAL-HASH NOT = EXP-HASH THEN
                   MOVE BAL-HASH TO BAL-FMT
                   DISPLAY "HASH TOTAL " BAL-FMT WITH NO ADVANCING
                   MOVE EXP-HASH TO BAL-FMT
                   DISPLAY " TRAILER SAYS " BAL-FMT
                   MOVE "HASH TOTAL OUT OF BALANCE" TO BAL-ERROR
                   PERFORM 06-BALANCE-ABORT
               END-IF
           ELSE
               MOVE "EXTRACT HAS NO CONTROL RECORDS" TO DRIFT-RECORD
               WRITE DRIFT-RECORD
           END-IF.

       06-BALANCE-ABORT.
*>     An unbalanced extract proves nothing about the master: say why
*>     on the console and the report, leave the draft empty, and stop
*>     with the reconciliation run's control-failure code.
           DISPLAY "INPUT CONTROL FAILURE - " BAL-ERROR
               " - EXTRACT " INPUT-DSN " - NOT COMPARED".
           MOVE SPACES TO DRIFT-RECORD.
           STRING "INPUT CONTROL FAILURE - " DELIMITED BY SIZE
                  BAL-ERROR DELIMITED BY SIZE
                  " - NOT COMPARED" DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING.
           WRITE DRIFT-RECORD.
*>         Reached from the read loop and from the end-of-load test,
*>         by which time the extract is already closed.
           IF DSN-OPEN THEN
               CLOSE DATASETFILE
           END-IF.
           CLOSE DRIFTREPORT.
           CLOSE DRIFTTRANS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       07-LOAD-MASTER.
*>     Status 05 is the OPTIONAL master not there yet: everything on
*>     the extract is then drift, and the draft is an initial load.
           OPEN INPUT VALMASTER.
           IF VM-FILE-STATUS NOT = "00" AND VM-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN VALMASTER - FILE STATUS "
                   VM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO NEXT-ID.
           PERFORM 18-READ-MASTER UNTIL MASTER-EOF.
           CLOSE VALMASTER.
           ADD 1 TO NEXT-ID.

       08-TAKE-DATA-RECORD.
           IF TRAILER-SEEN THEN
               MOVE "DATA RECORD AFTER TRAILER" TO BAL-ERROR
               PERFORM 06-BALANCE-ABORT
           END-IF.
           ADD 1 TO REC-COUNT.
           IF BAL-ACTIVE THEN
               ADD 1 TO BAL-REC-COUNT
           END-IF.
           MOVE IN-VALUE TO VALUE-TEXT.
           PERFORM 17-PARSE-VALUE.
           IF PARSE-GOOD THEN
               SET VALID-RECORD TO TRUE
           ELSE
               SET INVALID-RECORD TO TRUE
           END-IF.
           IF IN-CATEGORY NOT = SPACE
               AND IN-CATEGORY NOT ALPHABETIC
               AND IN-CATEGORY NOT NUMERIC THEN
               SET INVALID-RECORD TO TRUE
           END-IF.
           IF VALID-RECORD THEN
               IF EXT-COUNT = 50000 THEN
                   DISPLAY "EXTRACT TABLE FULL AT 50000 - NOT COMPARED"
                   CLOSE DATASETFILE
                   CLOSE DRIFTREPORT
                   CLOSE DRIFTTRANS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF BAL-ACTIVE THEN
                   ADD PARSED-VALUE TO BAL-HASH
               END-IF
               ADD 1 TO EXT-COUNT
               MOVE PARSED-VALUE TO EXT-VALUE(EXT-COUNT)
               MOVE IN-CATEGORY TO EXT-CAT(EXT-COUNT)
               MOVE REC-COUNT TO EXT-RECNO(EXT-COUNT)
               MOVE "N" TO EXT-MARK(EXT-COUNT)
           ELSE
               ADD 1 TO EXC-COUNT
               MOVE REC-COUNT TO RECNO-FMT
               MOVE SPACES TO DRIFT-RECORD
               STRING "EXTRACT REJECT   " DELIMITED BY SIZE
                      IN-VALUE DELIMITED BY SIZE
                      "   " DELIMITED BY SIZE
                      IN-CATEGORY DELIMITED BY SIZE
                      "      " DELIMITED BY SIZE
                      RECNO-FMT DELIMITED BY SIZE
                      " - NOT COMPARED" DELIMITED BY SIZE
                   INTO DRIFT-RECORD
               END-STRING
               WRITE DRIFT-RECORD
           END-IF.

       09-MERGE-VALUE.
*>     One distinct value per pass: find how far it runs on each side,
*>     settle that stretch, and move both cursors past it.
           IF I > EXT-COUNT THEN
               MOVE MST-VALUE(J) TO GROUP-VALUE
           ELSE
               IF J > MST-COUNT THEN
                   MOVE EXT-VALUE(I) TO GROUP-VALUE
               ELSE
                   IF EXT-VALUE(I) < MST-VALUE(J) THEN
                       MOVE EXT-VALUE(I) TO GROUP-VALUE
                   ELSE
                       MOVE MST-VALUE(J) TO GROUP-VALUE
                   END-IF
               END-IF
           END-IF.
           MOVE I TO E-LO.
           SUBTRACT 1 FROM I GIVING E-HI.
           MOVE "N" TO GROUP-END-SWITCH.
           PERFORM 10-EXT-GROUP-STEP UNTIL GROUP-END.
           MOVE J TO M-LO.
           SUBTRACT 1 FROM J GIVING M-HI.
           MOVE "N" TO GROUP-END-SWITCH.
           PERFORM 11-MST-GROUP-STEP UNTIL GROUP-END.
           MOVE E-LO TO P.
           MOVE M-LO TO Q.
           PERFORM 12-SAME-CATEGORY-STEP UNTIL P > E-HI OR Q > M-HI.
           MOVE E-LO TO P.
           MOVE M-LO TO Q.
           PERFORM 13-CATEGORY-PAIR-STEP UNTIL P > E-HI OR Q > M-HI.
           PERFORM 14-EXTRACT-LEFT VARYING P FROM E-LO BY 1
               UNTIL P > E-HI.
           PERFORM 15-MASTER-LEFT VARYING Q FROM M-LO BY 1
               UNTIL Q > M-HI.
           ADD 1 TO E-HI GIVING I.
           ADD 1 TO M-HI GIVING J.

       10-EXT-GROUP-STEP.
           IF E-HI < EXT-COUNT THEN
               IF EXT-VALUE(E-HI + 1) = GROUP-VALUE THEN
                   ADD 1 TO E-HI
               ELSE
                   SET GROUP-END TO TRUE
               END-IF
           ELSE
               SET GROUP-END TO TRUE
           END-IF.

       11-MST-GROUP-STEP.
           IF M-HI < MST-COUNT THEN
               IF MST-VALUE(M-HI + 1) = GROUP-VALUE THEN
                   ADD 1 TO M-HI
               ELSE
                   SET GROUP-END TO TRUE
               END-IF
           ELSE
               SET GROUP-END TO TRUE
           END-IF.

       12-SAME-CATEGORY-STEP.
*>     Within one value both stretches are in category order, so
*>     equal categories pair off in a single walk.
           IF EXT-CAT(P) = MST-CAT(Q) THEN
               MOVE "S" TO EXT-MARK(P)
               MOVE "S" TO MST-MARK(Q)
               ADD 1 TO SAME-COUNT
               ADD 1 TO P
               ADD 1 TO Q
           ELSE
               IF EXT-CAT(P) < MST-CAT(Q) THEN
                   ADD 1 TO P
               ELSE
                   ADD 1 TO Q
               END-IF
           END-IF.

       13-CATEGORY-PAIR-STEP.
*>     What is left on both sides under the same value is the same
*>     amount filed under another category: the master is brought to
*>     the extract's category, the value left as it is.
           IF EXT-MARK(P) NOT = "N" THEN
               ADD 1 TO P
           ELSE
               IF MST-MARK(Q) NOT = "N" THEN
                   ADD 1 TO Q
               ELSE
                   MOVE "C" TO EXT-MARK(P)
                   MOVE "C" TO MST-MARK(Q)
                   ADD 1 TO CAT-DIFF-COUNT
                   MOVE "CATEGORY DIFFERS" TO DRIFT-TYPE
                   MOVE EXT-CAT(P) TO EXT-CAT-SHOWN
                   MOVE MST-CAT(Q) TO MST-CAT-SHOWN
                   MOVE EXT-RECNO(P) TO RECNO-FMT
                   MOVE MST-ID(Q) TO ID-FMT
                   MOVE SPACES TO TRANS-RECORD
                   MOVE "C" TO TRN-ACTION
                   MOVE MST-ID(Q) TO TRN-ENTRY-ID
                   MOVE GROUP-VALUE TO VAL-SIGNED
                   MOVE VAL-SIGNED-X TO TRN-VALUE
                   MOVE EXT-CAT(P) TO TRN-CATEGORY
                   PERFORM 16-WRITE-DRIFT
                   ADD 1 TO P
                   ADD 1 TO Q
               END-IF
           END-IF.

       14-EXTRACT-LEFT.
           IF EXT-MARK(P) = "N" THEN
               MOVE "O" TO EXT-MARK(P)
               ADD 1 TO EXT-ONLY-COUNT
               MOVE "EXTRACT ONLY" TO DRIFT-TYPE
               MOVE EXT-CAT(P) TO EXT-CAT-SHOWN
               MOVE SPACE TO MST-CAT-SHOWN
               MOVE EXT-RECNO(P) TO RECNO-FMT
               MOVE SPACES TO TRANS-RECORD
               IF NEXT-ID > 99999 THEN
                   MOVE SPACES TO ID-FMT-X
                   ADD 1 TO NO-ID-COUNT
               ELSE
                   MOVE NEXT-ID TO ID-FMT
                   MOVE "A" TO TRN-ACTION
                   MOVE NEXT-ID TO TRN-ENTRY-ID
                   MOVE GROUP-VALUE TO VAL-SIGNED
                   MOVE VAL-SIGNED-X TO TRN-VALUE
                   MOVE EXT-CAT(P) TO TRN-CATEGORY
                   ADD 1 TO NEXT-ID
               END-IF
               PERFORM 16-WRITE-DRIFT
           END-IF.

       15-MASTER-LEFT.
           IF MST-MARK(Q) = "N" THEN
               MOVE "O" TO MST-MARK(Q)
               ADD 1 TO MST-ONLY-COUNT
               MOVE "MASTER ONLY" TO DRIFT-TYPE
               MOVE SPACE TO EXT-CAT-SHOWN
               MOVE MST-CAT(Q) TO MST-CAT-SHOWN
               MOVE SPACES TO RECNO-FMT-X
               MOVE MST-ID(Q) TO ID-FMT
               MOVE SPACES TO TRANS-RECORD
               MOVE "D" TO TRN-ACTION
               MOVE MST-ID(Q) TO TRN-ENTRY-ID
               MOVE GROUP-VALUE TO VAL-SIGNED
               MOVE VAL-SIGNED-X TO TRN-VALUE
               MOVE MST-CAT(Q) TO TRN-CATEGORY
               PERFORM 16-WRITE-DRIFT
           END-IF.

       16-WRITE-DRIFT.
*>     TRANS-RECORD arrives blank when no draft could be made (an add
*>     with the entry-id range used up); the report says so.
           IF TRANS-RECORD = SPACES THEN
               MOVE "NO FREE ENTRY ID" TO DRAFT-TEXT
           ELSE
               WRITE TRANS-RECORD
               ADD 1 TO DRAFT-COUNT
               MOVE TRANS-RECORD TO DRAFT-TEXT
           END-IF.
           MOVE GROUP-VALUE TO VAL-FMT.
           MOVE SPACES TO DRIFT-RECORD.
           STRING DRIFT-TYPE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VAL-FMT DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  EXT-CAT-SHOWN DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  MST-CAT-SHOWN DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RECNO-FMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ID-FMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DRAFT-TEXT DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING.
           WRITE DRIFT-RECORD.

       17-PARSE-VALUE.
*>     Shared signed-value parse over VALUE-TEXT, as in the
*>     reconciliation run: an optional leading + or - followed by one
*>     to seven digits, trailing spaces allowed.
           SET PARSE-GOOD TO TRUE.
           MOVE 0 TO PARSED-VALUE.
           MOVE +1 TO PARSE-SIGN.
           PERFORM VARYING J FROM 8 BY -1 UNTIL J < 1
               IF VALUE-TEXT-CHAR(J) NOT = SPACE THEN
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF J = 0 THEN
               SET PARSE-BAD TO TRUE
           ELSE
               MOVE 1 TO I
               IF VALUE-TEXT-CHAR(1) = "-" OR VALUE-TEXT-CHAR(1) = "+"
                   THEN
                   IF VALUE-TEXT-CHAR(1) = "-" THEN
                       MOVE -1 TO PARSE-SIGN
                   END-IF
                   MOVE 2 TO I
               END-IF
               IF I > J OR J - I > 6 THEN
                   SET PARSE-BAD TO TRUE
               END-IF
               PERFORM UNTIL I > J OR PARSE-BAD
                   IF VALUE-TEXT-CHAR(I) NUMERIC THEN
                       MOVE VALUE-TEXT-CHAR(I) TO PARSE-DIGIT
                       COMPUTE PARSED-VALUE =
                           PARSED-VALUE * 10 + PARSE-DIGIT-N
                       ADD 1 TO I
                   ELSE
                       SET PARSE-BAD TO TRUE
                   END-IF
               END-PERFORM
               IF PARSE-GOOD THEN
                   MULTIPLY PARSE-SIGN BY PARSED-VALUE
                       GIVING PARSED-VALUE
               END-IF
           END-IF.

       18-READ-MASTER.
           READ VALMASTER NEXT RECORD
               AT END SET MASTER-EOF TO TRUE
               NOT AT END
                   IF MST-COUNT = 50000 THEN
                       DISPLAY "MASTER TABLE FULL AT 50000"
                           " - NOT COMPARED"
                       CLOSE VALMASTER
                       CLOSE DRIFTREPORT
                       CLOSE DRIFTTRANS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO MST-COUNT
                   MOVE VM-VALUE TO MST-VALUE(MST-COUNT)
                   MOVE VM-CATEGORY TO MST-CAT(MST-COUNT)
                   MOVE VM-ENTRY-ID TO MST-ID(MST-COUNT)
                   MOVE "N" TO MST-MARK(MST-COUNT)
                   IF VM-ENTRY-ID > NEXT-ID THEN
                       MOVE VM-ENTRY-ID TO NEXT-ID
                   END-IF
           END-READ.

       19-SUMMARY.
           MOVE SPACES TO DRIFT-RECORD.
           WRITE DRIFT-RECORD.
           MOVE REC-COUNT TO CNT-FMT.
           MOVE SPACES TO DRIFT-RECORD.
           STRING "EXTRACT RECORDS...: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING.
           WRITE DRIFT-RECORD.
           DISPLAY DRIFT-RECORD.
           MOVE EXC-COUNT TO CNT-FMT.
           MOVE SPACES TO DRIFT-RECORD.
           STRING "EXTRACT REJECTS...: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING.
           WRITE DRIFT-RECORD.
           DISPLAY DRIFT-RECORD.
           MOVE MST-COUNT TO CNT-FMT.
           MOVE SPACES TO DRIFT-RECORD.
           STRING "MASTER ENTRIES....: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING.
           WRITE DRIFT-RECORD.
           DISPLAY DRIFT-RECORD.
           MOVE SAME-COUNT TO CNT-FMT.
           MOVE SPACES TO DRIFT-RECORD.
           STRING "IN STEP...........: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING.
           WRITE DRIFT-RECORD.
           DISPLAY DRIFT-RECORD.
           MOVE EXT-ONLY-COUNT TO CNT-FMT.
           MOVE SPACES TO DRIFT-RECORD.
           STRING "EXTRACT ONLY......: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING.
           WRITE DRIFT-RECORD.
           DISPLAY DRIFT-RECORD.
           MOVE MST-ONLY-COUNT TO CNT-FMT.
           MOVE SPACES TO DRIFT-RECORD.
           STRING "MASTER ONLY.......: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING.
           WRITE DRIFT-RECORD.
           DISPLAY DRIFT-RECORD.
           MOVE CAT-DIFF-COUNT TO CNT-FMT.
           MOVE SPACES TO DRIFT-RECORD.
           STRING "CATEGORY DIFFERS..: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING.
           WRITE DRIFT-RECORD.
           DISPLAY DRIFT-RECORD.
           MOVE DRAFT-COUNT TO CNT-FMT.
           MOVE SPACES TO DRIFT-RECORD.
           STRING "DRAFT TRANSACTIONS: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO DRIFT-RECORD
           END-STRING.
           WRITE DRIFT-RECORD.
           DISPLAY DRIFT-RECORD.
           IF NO-ID-COUNT > 0 THEN
               MOVE NO-ID-COUNT TO CNT-FMT
               MOVE SPACES TO DRIFT-RECORD
               STRING "NO FREE ENTRY ID..: " DELIMITED BY SIZE
                      CNT-FMT DELIMITED BY SIZE
                   INTO DRIFT-RECORD
               END-STRING
               WRITE DRIFT-RECORD
               DISPLAY DRIFT-RECORD
           END-IF.
