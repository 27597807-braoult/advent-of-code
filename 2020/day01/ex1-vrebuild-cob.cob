*> created; a journal entry that will not replay (change or delete of
*> a missing entry, duplicate add) is counted and listed as an
*> anomaly, which usually means pre-journal history is missing.
*> Since housekeeping rolls the journal onto dated baseline snapshots
*> (VALBASE.YYYYMMDD, listed on BASEINDEX) and cuts the journal into
*> JRNARCHIVE, the rebuild starts from the nearest baseline at or
*> before the as-of date that is still on disk, then replays the
*> archived entries cut under later baselines and the live journal,
*> both up to the as-of date; entries cut under that baseline or an
*> earlier one are already in the snapshot. A date earlier than the
*> oldest baseline still on disk is refused with return code 12 - the
*> history before it is no longer replayable from the start. With no
*> baseline listed at all the whole journal is replayed, as before.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
           SELECT VALJOURNAL ASSIGN TO "VALJOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT OPTIONAL JRNARCHIVE ASSIGN TO "JRNARCHIVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JAR-FILE-STATUS.
           SELECT OPTIONAL BASEINDEX ASSIGN TO "BASEINDEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BIX-FILE-STATUS.
           SELECT OPTIONAL BASEFILE ASSIGN TO BASE-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAS-FILE-STATUS.
           SELECT OPTIONAL VALMASTERASOF ASSIGN TO "VALMASTERASOF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05 FILLER PIC X(01).
           05 JRN-TRANS PIC X(18).

       FD JRNARCHIVE.
*>     Layout shared with the housekeeping program that cuts the
*>     journal: the journal entry, then the baseline it was cut under.
       01 JRN-ARCHIVE-RECORD.
           05 JAR-JOURNAL PIC X(70).
           05 FILLER PIC X(01).
           05 JAR-CUT-DATE PIC 9(8).

       FD BASEINDEX.
       01 BASE-INDEX-RECORD PIC 9(8).

       FD BASEFILE.
*>     A baseline snapshot: VALMASTER records, written by housekeeping.
       01 BASE-RECORD PIC X(16).

       FD VALMASTERASOF.
*>     Same layout as VALMASTER, so a master-source run can be pointed
*>     at the rebuilt state unchanged.
       WORKING-STORAGE SECTION.
       01 JRN-FILE-STATUS PIC XX VALUE "00".
       01 VM-FILE-STATUS PIC XX VALUE "00".
       01 JAR-FILE-STATUS PIC XX VALUE "00".
       01 BIX-FILE-STATUS PIC XX VALUE "00".
       01 BAS-FILE-STATUS PIC XX VALUE "00".
       01 ARCHIVE-EOF-SWITCH PIC X(01) VALUE "N".
           88 ARCHIVE-EOF VALUE "Y".
       01 BASE-EOF-SWITCH PIC X(01) VALUE "N".
           88 BASE-EOF VALUE "Y".
       01 BASE-DSN PIC X(16) VALUE SPACES.
       01 BASE-DATE PIC 9(8) VALUE 0.
       01 OLDEST-BASE PIC 9(8) VALUE 0.
       01 BIX-COUNT PIC 9(5) VALUE 0.
       01 BIX-TABLE.
           02 BIX-DATE PIC 9(8) OCCURS 1000 TIMES.
       01 BASE-LOADED PIC 9(7) VALUE 0.
       01 IN-BASE-COUNT PIC 9(7) VALUE 0.
       01 FILE-STATUS PIC 9 VALUE 0.
       01 ASOF-ARG PIC X(8) VALUE SPACES.
       01 ASOF-DATE PIC 9(8) VALUE 0.
       01 ANOMALY-COUNT PIC 9(7) VALUE 0.
       01 CNT-FMT PIC Z(6)9.

       LOCAL-STORAGE SECTION.
       01 I USAGE UNSIGNED-INT VALUE 1.

       PROCEDURE DIVISION.
       01-MAIN.
           ACCEPT ASOF-ARG FROM COMMAND-LINE.
           ELSE
               ACCEPT ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM 08-FIND-BASELINE.
           OPEN INPUT VALJOURNAL.
           IF JRN-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO MASTER HISTORY - UNABLE TO OPEN VALJOURNAL"
               STOP RUN
           END-IF.
           DISPLAY "REBUILDING MASTER AS AT " ASOF-DATE.
           IF BASE-DATE > 0 THEN
               DISPLAY "STARTING FROM BASELINE " BASE-DSN
               PERFORM 11-LOAD-BASELINE
               PERFORM 13-REPLAY-ARCHIVE
           END-IF.
           PERFORM 02-READ-JOURNAL UNTIL FILE-STATUS = 1.
           CLOSE VALJOURNAL.
           CLOSE VALMASTERASOF.
           MOVE BASE-LOADED TO CNT-FMT.
           DISPLAY "FROM BASELINE.....: " CNT-FMT.
           MOVE IN-BASE-COUNT TO CNT-FMT.
           DISPLAY "ALREADY IN BASE...: " CNT-FMT.
           MOVE READ-COUNT TO CNT-FMT.
           DISPLAY "JOURNAL ENTRIES...: " CNT-FMT.
           MOVE APPLIED-COUNT TO CNT-FMT.
           ADD 1 TO ANOMALY-COUNT.
           DISPLAY "JOURNAL ENTRY WILL NOT REPLAY: " JRN-DATE " "
               JRN-TIME " " JRN-SEQ " " JRN-ACTION " " JRN-ENTRY-ID.

       08-FIND-BASELINE.
*>     The nearest baseline at or before the as-of date whose snapshot
*>     is still on disk (status 05 on the OPTIONAL open is one that is
*>     listed but gone). BASEINDEX is ascending, so the last candidate
*>     found is the nearest.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT BASEINDEX.
           IF BIX-FILE-STATUS NOT = "00" AND BIX-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN BASEINDEX - FILE STATUS "
                   BIX-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 09-READ-BASE-INDEX UNTIL FILE-STATUS = 1.
           CLOSE BASEINDEX.
           MOVE 0 TO FILE-STATUS.
           PERFORM 10-PROBE-BASELINE VARYING I FROM 1 BY 1
               UNTIL I > BIX-COUNT.
           IF BIX-COUNT > 0 THEN
               IF OLDEST-BASE = 0 THEN
                   DISPLAY "NO BASELINE LISTED ON BASEINDEX IS STILL ON"
                       " DISK - THE JOURNAL HAS BEEN CUT, NOTHING TO "
                       "REBUILD FROM"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF ASOF-DATE < OLDEST-BASE THEN
                   DISPLAY "AS-OF DATE " ASOF-DATE " IS BEFORE THE "
                       "OLDEST BASELINE STILL ON DISK (" OLDEST-BASE
                       ") - REFUSED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO BASE-DSN
               STRING "VALBASE." DELIMITED BY SIZE
                      BASE-DATE DELIMITED BY SIZE
                   INTO BASE-DSN
               END-STRING
           END-IF.

       09-READ-BASE-INDEX.
           READ BASEINDEX
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   IF BASE-INDEX-RECORD NUMERIC AND BIX-COUNT < 1000
                       THEN
                       ADD 1 TO BIX-COUNT
                       MOVE BASE-INDEX-RECORD TO BIX-DATE(BIX-COUNT)
                   END-IF
           END-READ.

       10-PROBE-BASELINE.
           MOVE SPACES TO BASE-DSN.
           STRING "VALBASE." DELIMITED BY SIZE
                  BIX-DATE(I) DELIMITED BY SIZE
               INTO BASE-DSN
           END-STRING.
           OPEN INPUT BASEFILE.
           IF BAS-FILE-STATUS = "00" THEN
               IF OLDEST-BASE = 0 THEN
                   MOVE BIX-DATE(I) TO OLDEST-BASE
               END-IF
               IF BIX-DATE(I) NOT > ASOF-DATE THEN
                   MOVE BIX-DATE(I) TO BASE-DATE
               END-IF
           ELSE
               DISPLAY "BASELINE " BASE-DSN " LISTED BUT NOT ON DISK"
                   " - FILE STATUS " BAS-FILE-STATUS
           END-IF.
           CLOSE BASEFILE.

       11-LOAD-BASELINE.
           OPEN INPUT BASEFILE.
           IF BAS-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " BASE-DSN " - FILE STATUS "
                   BAS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 12-READ-BASELINE UNTIL BASE-EOF.
           CLOSE BASEFILE.

       12-READ-BASELINE.
           READ BASEFILE
               AT END SET BASE-EOF TO TRUE
               NOT AT END
                   MOVE BASE-RECORD TO MASTER-RECORD
                   WRITE MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO ANOMALY-COUNT
                           DISPLAY "BASELINE ENTRY WILL NOT LOAD: "
                               VM-ENTRY-ID
                       NOT INVALID KEY ADD 1 TO BASE-LOADED
                   END-WRITE
           END-READ.

       13-REPLAY-ARCHIVE.
*>     Status 05 is an archive never written: nothing was cut yet.
           OPEN INPUT JRNARCHIVE.
           IF JAR-FILE-STATUS NOT = "00" AND JAR-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN JRNARCHIVE - FILE STATUS "
                   JAR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 14-READ-ARCHIVE UNTIL ARCHIVE-EOF.
           CLOSE JRNARCHIVE.

       14-READ-ARCHIVE.
*>     The archived entry is replayed through the journal record, so
*>     the replay paragraphs serve both.
           READ JRNARCHIVE
               AT END SET ARCHIVE-EOF TO TRUE
               NOT AT END
                   IF JAR-CUT-DATE NUMERIC
                       AND JAR-CUT-DATE > BASE-DATE THEN
                       MOVE JAR-JOURNAL TO JOURNAL-RECORD
                       ADD 1 TO READ-COUNT
                       IF JRN-DATE NUMERIC
                           AND JRN-DATE NOT > ASOF-DATE THEN
                           PERFORM 03-REPLAY-ENTRY
                       ELSE
                           ADD 1 TO SKIPPED-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO IN-BASE-COUNT
                   END-IF
           END-READ.
