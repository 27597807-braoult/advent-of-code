       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC-2020-day-1-housekeep.
*>         Compilation: cobc -F -fmfcomment -std=rm -x ex1-housekeep-cob.cob
*>         Utilisation: ./ex1-housekeep-cob
*>         Utilisation: ./ex1-housekeep-cob 90
*>
*> Periodic housekeeping for the two files that otherwise only grow.
*> First, EXCLEDGER entries that are closed (CORRECTED or EXPIRED) and
*> were raised more than the retention period ago (calendar days,
*> first command-line argument, default 90, 0 = purge nothing) are
*> appended to EXCHISTORY - the ledger image plus the date it was
*> purged - and only then deleted from the ledger; OPEN entries are
*> never touched, whatever their age. Second, the live VALMASTER is
*> written to a dated baseline snapshot VALBASE.YYYYMMDD (today's
*> date; the same layout as the master) and the date is added to
*> BASEINDEX, the list of baselines. The snapshot holds every change
*> journaled so far, so every VALJOURNAL entry is then cut to
*> JRNARCHIVE, stamped with the baseline date it was cut under, and
*> VALJOURNAL restarts empty. The point-in-time rebuild starts from
*> the nearest baseline at or before its as-of date and replays the
*> archived entries cut after that baseline before the live journal,
*> so an older baseline still rebuilds any date after it. Third,
*> HOUSEREPORT lists every ledger entry purged and counts what moved.
*> A rerun on the same day replaces that day's snapshot and cuts the
*> journal entries written since. Return code 0, or 12 for a bad
*> argument or a file failure - the journal is only cut once the
*> snapshot has been written and indexed. A write that fails on the
*> snapshot, on BASEINDEX or on JRNARCHIVE stops the run there with
*> 12, before VALJOURNAL is restarted; a rerun once the cause is
*> cleared writes the snapshot and the index again. A cut that stopped
*> part way has left VALJOURNAL whole, so the rerun first looks for
*> the last entry JRNARCHIVE already holds under today's date and
*> archives only the journal entries after it - no entry is archived,
*> and replayed, twice. (Every journal entry carries its date, time
*> and run sequence, so the match is exact.)
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCLEDGER ASSIGN TO "EXCLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXL-ID
               FILE STATUS IS EXL-FILE-STATUS.
           SELECT OPTIONAL EXCHISTORY ASSIGN TO "EXCHISTORY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HST-FILE-STATUS.
           SELECT OPTIONAL VALMASTER ASSIGN TO "VALMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-ENTRY-ID
               FILE STATUS IS VM-FILE-STATUS.
           SELECT BASEFILE ASSIGN TO BASE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAS-FILE-STATUS.
           SELECT OPTIONAL BASEINDEX ASSIGN TO "BASEINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BIX-FILE-STATUS.
           SELECT OPTIONAL VALJOURNAL ASSIGN TO "VALJOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT OPTIONAL JRNARCHIVE ASSIGN TO "JRNARCHIVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JAR-FILE-STATUS.
           SELECT HOUSEREPORT ASSIGN TO "HOUSEREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HKR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXCLEDGER.
*>     Layout shared with the reconciliation run that raises the
*>     entries, the correction program and the aging program.
       01 LEDGER-RECORD.
           05 EXL-ID.
               10 EXL-DATE PIC 9(8).
               10 EXL-SEQ PIC 9(5).
           05 FILLER PIC X(01).
           05 EXL-STATUS PIC X(09).
           05 FILLER PIC X(01).
           05 EXL-RECNO PIC 9(5).
           05 FILLER PIC X(01).
           05 EXL-VALUE PIC X(08).
           05 FILLER PIC X(01).
           05 EXL-CATEGORY PIC X(01).
           05 FILLER PIC X(01).
           05 EXL-SOURCE PIC X(40).

       FD EXCHISTORY.
*>     The ledger entry as it stood, then the date it was purged.
       01 HISTORY-RECORD.
           05 HST-LEDGER PIC X(81).
           05 FILLER PIC X(01).
           05 HST-PURGED PIC 9(8).

       FD VALMASTER.
*>     Layout shared with the value master maintenance program.
       01 MASTER-RECORD.
           05 VM-ENTRY-ID PIC 9(5).
           05 FILLER PIC X(01).
           05 VM-VALUE PIC S9(7) SIGN LEADING SEPARATE.
           05 VM-VALUE-X REDEFINES VM-VALUE PIC X(08).
           05 FILLER PIC X(01).
           05 VM-CATEGORY PIC X(01).

       FD BASEFILE.
*>     Same layout as VALMASTER; the rebuild program loads it back.
       01 BASE-RECORD PIC X(16).

       FD BASEINDEX.
       01 BASE-INDEX-RECORD PIC 9(8).

       FD VALJOURNAL.
*>     Layout shared with the value master maintenance program and
*>     the rebuild program that replays it.
       01 JOURNAL-RECORD PIC X(70).

       FD JRNARCHIVE.
*>     A journal entry as it was, then the baseline it was cut under;
*>     the rebuild program reads the same layout.
       01 JRN-ARCHIVE-RECORD.
           05 JAR-JOURNAL PIC X(70).
           05 FILLER PIC X(01).
           05 JAR-CUT-DATE PIC 9(8).

       FD HOUSEREPORT.
       01 HOUSE-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 EXL-FILE-STATUS PIC XX VALUE "00".
       01 HST-FILE-STATUS PIC XX VALUE "00".
       01 VM-FILE-STATUS PIC XX VALUE "00".
       01 BAS-FILE-STATUS PIC XX VALUE "00".
       01 BIX-FILE-STATUS PIC XX VALUE "00".
       01 JRN-FILE-STATUS PIC XX VALUE "00".
       01 JAR-FILE-STATUS PIC XX VALUE "00".
       01 HKR-FILE-STATUS PIC XX VALUE "00".
       01 FILE-STATUS PIC 9 VALUE 0.
       01 LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
           88 LEDGER-EOF VALUE "Y".
       01 MASTER-EOF-SWITCH PIC X(01) VALUE "N".
           88 MASTER-EOF VALUE "Y".
       01 ARG-LINE PIC X(20) VALUE SPACES.
       01 RETAIN-ARG PIC X(8) VALUE SPACES.
       01 ARG-WORK PIC X(03) VALUE SPACES.
       01 ARG-NUMBER PIC 9(03) VALUE 0.
       01 ARG-SWITCH PIC X(01) VALUE "Y".
           88 ARG-GOOD VALUE "Y".
           88 ARG-BAD VALUE "N".
       01 RETENTION PIC 9(3) VALUE 90.
       01 RUN-DATE PIC 9(8) VALUE 0.
       01 TODAY-INT PIC 9(8) VALUE 0.
       01 CUTOFF-INT PIC S9(8) VALUE 0.
       01 CUTOFF-DATE PIC 9(8) VALUE 0.
       01 BASE-DSN PIC X(16) VALUE SPACES.
       01 LEDGER-READ PIC 9(7) VALUE 0.
       01 PURGED-COUNT PIC 9(7) VALUE 0.
       01 BASE-COUNT PIC 9(7) VALUE 0.
       01 CUT-COUNT PIC 9(7) VALUE 0.
       01 JRN-READ PIC 9(7) VALUE 0.
       01 SKIP-COUNT PIC 9(7) VALUE 0.
       01 LAST-CUT PIC X(70) VALUE SPACES.
       01 CUT-BEFORE-SWITCH PIC X(01) VALUE "N".
           88 CUT-BEFORE VALUE "Y".
       01 CNT-FMT PIC Z(6)9.
       01 BIX-COUNT PIC 9(5) VALUE 0.
       01 BIX-TABLE.
           02 BIX-DATE PIC 9(8) OCCURS 1000 TIMES.
       01 BIX-FOUND-SWITCH PIC X(01) VALUE "N".
           88 BIX-FOUND VALUE "Y".

       LOCAL-STORAGE SECTION.
       01 I USAGE UNSIGNED-INT VALUE 1.

       PROCEDURE DIVISION.
       01-MAIN.
           PERFORM 02-PARSE-ARGS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE).
           OPEN OUTPUT HOUSEREPORT.
           IF HKR-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN HOUSEREPORT - FILE STATUS "
                   HKR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO HOUSE-RECORD.
           STRING "HOUSEKEEPING RUN OF " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO HOUSE-RECORD
           END-STRING.
           WRITE HOUSE-RECORD.
           PERFORM 04-PURGE-LEDGER.
           PERFORM 07-WRITE-BASELINE.
           PERFORM 11-CUT-JOURNAL.
           PERFORM 13-SUMMARY.
           CLOSE HOUSEREPORT.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       02-PARSE-ARGS.
           ACCEPT ARG-LINE FROM COMMAND-LINE.
           UNSTRING ARG-LINE DELIMITED BY ALL SPACE
               INTO RETAIN-ARG
           END-UNSTRING.
           IF RETAIN-ARG NOT = SPACES THEN
               MOVE RETAIN-ARG TO ARG-WORK
               PERFORM 03-ARG-NUMBER
               IF ARG-BAD OR RETAIN-ARG(4:1) NOT = SPACE THEN
                   DISPLAY "RETENTION NOT A NUMBER OF DAYS 0-999 - "
                       RETAIN-ARG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ARG-NUMBER TO RETENTION
           END-IF.

       03-ARG-NUMBER.
*>     One to three digits typed left-justified: right-justify with
*>     leading zeros before testing, so "7" and "007" read the same.
           SET ARG-GOOD TO TRUE.
           MOVE 0 TO ARG-NUMBER.
           IF ARG-WORK(3:1) = SPACE THEN
               IF ARG-WORK(2:1) = SPACE THEN
                   MOVE ARG-WORK(1:1) TO ARG-WORK(3:1)
                   MOVE "00" TO ARG-WORK(1:2)
               ELSE
                   MOVE ARG-WORK(2:1) TO ARG-WORK(3:1)
                   MOVE ARG-WORK(1:1) TO ARG-WORK(2:1)
                   MOVE "0" TO ARG-WORK(1:1)
               END-IF
           END-IF.
           IF ARG-WORK NUMERIC THEN
               MOVE ARG-WORK TO ARG-NUMBER
           ELSE
               SET ARG-BAD TO TRUE
           END-IF.

       04-PURGE-LEDGER.
*>     An entry carries only the date it was raised, so retention runs
*>     from that date: a closed entry raised before the cut-off goes.
*>     The history line is written before the delete, so an entry is
*>     never in neither place.
           MOVE SPACES TO HOUSE-RECORD.
           WRITE HOUSE-RECORD.
           IF RETENTION = 0 THEN
               MOVE "EXCLEDGER PURGE - RETENTION 0, NOTHING PURGED"
                   TO HOUSE-RECORD
               WRITE HOUSE-RECORD
           ELSE
               COMPUTE CUTOFF-INT = TODAY-INT - RETENTION
               COMPUTE CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(CUTOFF-INT)
               MOVE SPACES TO HOUSE-RECORD
               STRING "EXCLEDGER PURGE - CORRECTED/EXPIRED ENTRIES "
                          DELIMITED BY SIZE
                      "RAISED BEFORE " DELIMITED BY SIZE
                      CUTOFF-DATE DELIMITED BY SIZE
                      " TO EXCHISTORY" DELIMITED BY SIZE
                   INTO HOUSE-RECORD
               END-STRING
               WRITE HOUSE-RECORD
               OPEN I-O EXCLEDGER
               IF EXL-FILE-STATUS NOT = "00"
                   AND EXL-FILE-STATUS NOT = "05" THEN
                   DISPLAY "UNABLE TO OPEN EXCLEDGER - FILE STATUS "
                       EXL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
*>             Status 05 is the OPTIONAL history started on first use.
               OPEN EXTEND EXCHISTORY
               IF HST-FILE-STATUS NOT = "00"
                   AND HST-FILE-STATUS NOT = "05" THEN
                   DISPLAY "UNABLE TO OPEN EXCHISTORY - FILE STATUS "
                       HST-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 05-READ-LEDGER UNTIL LEDGER-EOF
               CLOSE EXCHISTORY
               CLOSE EXCLEDGER
           END-IF.

       05-READ-LEDGER.
           READ EXCLEDGER NEXT RECORD
               AT END SET LEDGER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO LEDGER-READ
                   IF (EXL-STATUS = "CORRECTED"
                       OR EXL-STATUS = "EXPIRED")
                       AND EXL-DATE NUMERIC
                       AND EXL-DATE < CUTOFF-DATE THEN
                       PERFORM 06-PURGE-ENTRY
                   END-IF
           END-READ.

       06-PURGE-ENTRY.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE LEDGER-RECORD TO HST-LEDGER.
           MOVE RUN-DATE TO HST-PURGED.
           WRITE HISTORY-RECORD.
           IF HST-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE EXCHISTORY - FILE STATUS "
                   HST-FILE-STATUS " - ENTRY " EXL-ID " KEPT"
               CLOSE EXCHISTORY
               CLOSE EXCLEDGER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DELETE EXCLEDGER RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO DELETE EXCLEDGER ENTRY " EXL-ID
                       " - FILE STATUS " EXL-FILE-STATUS
                   CLOSE EXCHISTORY
                   CLOSE EXCLEDGER
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-DELETE.
           ADD 1 TO PURGED-COUNT.
           MOVE SPACES TO HOUSE-RECORD.
           STRING "  " DELIMITED BY SIZE
                  EXL-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXL-STATUS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXL-RECNO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXL-VALUE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXL-CATEGORY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXL-SOURCE DELIMITED BY SIZE
               INTO HOUSE-RECORD
           END-STRING.
           WRITE HOUSE-RECORD.

       07-WRITE-BASELINE.
           MOVE SPACES TO BASE-DSN.
           STRING "VALBASE." DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO BASE-DSN
           END-STRING.
           OPEN INPUT VALMASTER.
           IF VM-FILE-STATUS NOT = "00" AND VM-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN VALMASTER - FILE STATUS "
                   VM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BASEFILE.
           IF BAS-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " BASE-DSN " - FILE STATUS "
                   BAS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 08-COPY-MASTER UNTIL MASTER-EOF.
           CLOSE BASEFILE.
           CLOSE VALMASTER.
           PERFORM 09-UPDATE-BASE-INDEX.
           MOVE SPACES TO HOUSE-RECORD.
           WRITE HOUSE-RECORD.
           MOVE BASE-COUNT TO CNT-FMT.
           MOVE SPACES TO HOUSE-RECORD.
           STRING "VALMASTER BASELINE - " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
                  " ENTRIES TO " DELIMITED BY SIZE
                  BASE-DSN DELIMITED BY SIZE
               INTO HOUSE-RECORD
           END-STRING.
           WRITE HOUSE-RECORD.

       08-COPY-MASTER.
           READ VALMASTER NEXT RECORD
               AT END SET MASTER-EOF TO TRUE
               NOT AT END
                   ADD 1 TO BASE-COUNT
                   WRITE BASE-RECORD FROM MASTER-RECORD
                   IF BAS-FILE-STATUS NOT = "00" THEN
                       DISPLAY "UNABLE TO WRITE " BASE-DSN
                           " - FILE STATUS " BAS-FILE-STATUS
                           ", JOURNAL NOT CUT"
                       CLOSE BASEFILE
                       CLOSE VALMASTER
                       CLOSE HOUSEREPORT
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       09-UPDATE-BASE-INDEX.
*>     Small and ascending, like ARCHINDEX: loaded whole, today's date
*>     added unless a rerun already listed it, and rewritten.
           MOVE 0 TO BIX-COUNT.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT BASEINDEX.
           IF BIX-FILE-STATUS NOT = "00" AND BIX-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN BASEINDEX - FILE STATUS "
                   BIX-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 10-READ-BASE-INDEX UNTIL FILE-STATUS = 1.
           CLOSE BASEINDEX.
           IF NOT BIX-FOUND THEN
               IF BIX-COUNT = 1000 THEN
                   DISPLAY "BASEINDEX FULL - UNABLE TO LIST " BASE-DSN
                       ", JOURNAL NOT CUT"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO BIX-COUNT
               MOVE RUN-DATE TO BIX-DATE(BIX-COUNT)
           END-IF.
           OPEN OUTPUT BASEINDEX.
           IF BIX-FILE-STATUS NOT = "00" AND BIX-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO REWRITE BASEINDEX - FILE STATUS "
                   BIX-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 15-WRITE-BASE-INDEX VARYING I FROM 1 BY 1
               UNTIL I > BIX-COUNT.
           CLOSE BASEINDEX.

       10-READ-BASE-INDEX.
           READ BASEINDEX
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   IF BASE-INDEX-RECORD NUMERIC AND BIX-COUNT < 1000
                       THEN
                       ADD 1 TO BIX-COUNT
                       MOVE BASE-INDEX-RECORD TO BIX-DATE(BIX-COUNT)
                       IF BASE-INDEX-RECORD = RUN-DATE THEN
                           SET BIX-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

       11-CUT-JOURNAL.
*>     Every entry on the journal is already in the snapshot just
*>     written, so all of it moves to the archive under today's
*>     baseline and the journal restarts empty - less what a cut
*>     stopped part way through today already moved.
           PERFORM 16-FIND-LAST-CUT.
           MOVE 0 TO FILE-STATUS.
           MOVE 0 TO JRN-READ.
           OPEN INPUT VALJOURNAL.
           IF JRN-FILE-STATUS NOT = "00" AND JRN-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN VALJOURNAL - FILE STATUS "
                   JRN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
*>         Status 05 is the OPTIONAL archive started on first use.
           OPEN EXTEND JRNARCHIVE.
           IF JAR-FILE-STATUS NOT = "00" AND JAR-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN JRNARCHIVE - FILE STATUS "
                   JAR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 12-ARCHIVE-ENTRY UNTIL FILE-STATUS = 1.
           CLOSE JRNARCHIVE.
           CLOSE VALJOURNAL.
           OPEN OUTPUT VALJOURNAL.
           IF JRN-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO RESTART VALJOURNAL - FILE STATUS "
                   JRN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE VALJOURNAL.
           MOVE CUT-COUNT TO CNT-FMT.
           MOVE SPACES TO HOUSE-RECORD.
           STRING "VALJOURNAL CUT.... - " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
                  " ENTRIES TO JRNARCHIVE UNDER BASELINE "
                      DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO HOUSE-RECORD
           END-STRING.
           WRITE HOUSE-RECORD.

       12-ARCHIVE-ENTRY.
           READ VALJOURNAL
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   ADD 1 TO JRN-READ
                   IF JRN-READ > SKIP-COUNT THEN
                       PERFORM 19-ARCHIVE-WRITE
                   END-IF
           END-READ.

       13-SUMMARY.
           MOVE SPACES TO HOUSE-RECORD.
           WRITE HOUSE-RECORD.
           MOVE LEDGER-READ TO CNT-FMT.
           MOVE SPACES TO HOUSE-RECORD.
           STRING "LEDGER ENTRIES....: " CNT-FMT DELIMITED BY SIZE
               INTO HOUSE-RECORD
           END-STRING.
           PERFORM 14-SUMMARY-LINE.
           MOVE PURGED-COUNT TO CNT-FMT.
           MOVE SPACES TO HOUSE-RECORD.
           STRING "PURGED TO HISTORY.: " CNT-FMT DELIMITED BY SIZE
               INTO HOUSE-RECORD
           END-STRING.
           PERFORM 14-SUMMARY-LINE.
           MOVE BASE-COUNT TO CNT-FMT.
           MOVE SPACES TO HOUSE-RECORD.
           STRING "BASELINE ENTRIES..: " CNT-FMT DELIMITED BY SIZE
               INTO HOUSE-RECORD
           END-STRING.
           PERFORM 14-SUMMARY-LINE.
           MOVE CUT-COUNT TO CNT-FMT.
           MOVE SPACES TO HOUSE-RECORD.
           STRING "JOURNAL ARCHIVED..: " CNT-FMT DELIMITED BY SIZE
               INTO HOUSE-RECORD
           END-STRING.
           PERFORM 14-SUMMARY-LINE.
           MOVE SKIP-COUNT TO CNT-FMT.
           MOVE SPACES TO HOUSE-RECORD.
           STRING "ALREADY ARCHIVED..: " CNT-FMT DELIMITED BY SIZE
               INTO HOUSE-RECORD
           END-STRING.
           PERFORM 14-SUMMARY-LINE.
           MOVE BIX-COUNT TO CNT-FMT.
           MOVE SPACES TO HOUSE-RECORD.
           STRING "BASELINES LISTED..: " CNT-FMT DELIMITED BY SIZE
               INTO HOUSE-RECORD
           END-STRING.
           PERFORM 14-SUMMARY-LINE.

       14-SUMMARY-LINE.
           DISPLAY HOUSE-RECORD(1:27).
           WRITE HOUSE-RECORD.

       15-WRITE-BASE-INDEX.
           MOVE BIX-DATE(I) TO BASE-INDEX-RECORD.
           WRITE BASE-INDEX-RECORD.
           IF BIX-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE BASEINDEX - FILE STATUS "
                   BIX-FILE-STATUS ", JOURNAL NOT CUT"
               CLOSE BASEINDEX
               CLOSE HOUSEREPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       16-FIND-LAST-CUT.
*>     The last entry archived under today's date, if any, and where
*>     it stands on the journal. Found there, a cut stopped part way:
*>     everything up to it is archived already. Not found, today's
*>     earlier cut finished and the journal was restarted since.
           MOVE 0 TO SKIP-COUNT.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT JRNARCHIVE.
           IF JAR-FILE-STATUS NOT = "00" AND JAR-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN JRNARCHIVE - FILE STATUS "
                   JAR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 17-READ-ARCHIVE UNTIL FILE-STATUS = 1.
           CLOSE JRNARCHIVE.
           IF CUT-BEFORE THEN
               MOVE 0 TO FILE-STATUS
               MOVE 0 TO JRN-READ
               OPEN INPUT VALJOURNAL
               IF JRN-FILE-STATUS NOT = "00"
                   AND JRN-FILE-STATUS NOT = "05" THEN
                   DISPLAY "UNABLE TO OPEN VALJOURNAL - FILE STATUS "
                       JRN-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 18-FIND-IN-JOURNAL UNTIL FILE-STATUS = 1
               CLOSE VALJOURNAL
           END-IF.

       17-READ-ARCHIVE.
           READ JRNARCHIVE
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   IF JAR-CUT-DATE NUMERIC
                       AND JAR-CUT-DATE = RUN-DATE THEN
                       MOVE JAR-JOURNAL TO LAST-CUT
                       SET CUT-BEFORE TO TRUE
                   END-IF
           END-READ.

       18-FIND-IN-JOURNAL.
           READ VALJOURNAL
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   ADD 1 TO JRN-READ
                   IF JOURNAL-RECORD = LAST-CUT THEN
                       MOVE JRN-READ TO SKIP-COUNT
                       MOVE 1 TO FILE-STATUS
                   END-IF
           END-READ.

       19-ARCHIVE-WRITE.
           ADD 1 TO CUT-COUNT.
           MOVE SPACES TO JRN-ARCHIVE-RECORD.
           MOVE JOURNAL-RECORD TO JAR-JOURNAL.
           MOVE RUN-DATE TO JAR-CUT-DATE.
           WRITE JRN-ARCHIVE-RECORD.
           IF JAR-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE JRNARCHIVE"
                   " - FILE STATUS " JAR-FILE-STATUS
                   ", JOURNAL NOT CUT"
               CLOSE JRNARCHIVE
               CLOSE VALJOURNAL
               CLOSE HOUSEREPORT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
