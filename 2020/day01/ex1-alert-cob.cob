       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC-2020-day-1-alert.
*>         Compilation: cobc -F -fmfcomment -std=rm -x ex1-alert-cob.cob
*>         Utilisation: ./ex1-alert-cob
*>         Utilisation: ./ex1-alert-cob 10 25
*>         Utilisation: ./ex1-alert-cob 10 25 20260814
*>
*> Run-history anomaly alerting, run straight after the reconciliation
*> and before the print and feed steps. Every RUNLOGFILE row logged on
*> the run date (today unless a date is given) is judged against the
*> trailing runs of the same source, target and mode - the last N
*> logged on earlier dates, N 10 unless given first on the command
*> line, at most 30. For the record, reject, duplicate and match
*> counts and the minimum and maximum values the baseline is the
*> average over those runs, and anything further from it than the
*> band (a percentage of the baseline, 25 unless given second) is
*> flagged ALERT on ALERTREPORT and the console. A half-sized extract,
*> a burst of duplicates or a value range that has moved all show up
*> here. A row with fewer than three earlier runs behind it is listed
*> as not judged rather than measured against too little. The run
*> ends with a return code for the scheduler: 0 everything inside
*> the band, 4 nothing alarming but something could not be judged
*> (too little history, or no run logged on the date), 8 one or more
*> alerts - the job stream stops before anything is released - and
*> 12 a file failure.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOGFILE ASSIGN TO "RUNLOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RLG-FILE-STATUS.
           SELECT ALERTREPORT ASSIGN TO "ALERTREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUNLOGFILE.
       01 RUNLOG-RECORD.
           05 RLG-DATE PIC 9(8).
           05 FILLER PIC X(01).
           05 RLG-TIME PIC 9(6).
           05 FILLER PIC X(01).
           05 RLG-DSN PIC X(40).
           05 FILLER PIC X(01).
           05 RLG-TARGET PIC X(08).
           05 FILLER PIC X(01).
           05 RLG-MODE PIC X(01).
           05 FILLER PIC X(01).
           05 RLG-REC PIC 9(5).
           05 FILLER PIC X(01).
           05 RLG-EXC PIC 9(5).
           05 FILLER PIC X(01).
           05 RLG-DUP PIC 9(5).
           05 FILLER PIC X(01).
           05 RLG-MATCH PIC 9(5).
           05 FILLER PIC X(01).
           05 RLG-MIN PIC S9(7) SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 RLG-MAX PIC S9(7) SIGN LEADING SEPARATE.

       FD ALERTREPORT.
       01 ALERT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 RLG-FILE-STATUS PIC XX VALUE "00".
       01 ALR-FILE-STATUS PIC XX VALUE "00".
       01 FILE-STATUS PIC 9 VALUE 0.
       01 ARG-LINE PIC X(40) VALUE SPACES.
       01 RUNS-ARG PIC X(03) VALUE SPACES.
       01 BAND-ARG PIC X(03) VALUE SPACES.
       01 DATE-ARG PIC X(08) VALUE SPACES.
       01 DATE-ARG-N REDEFINES DATE-ARG PIC 9(08).
       01 ARG-WORK PIC X(03) VALUE SPACES.
       01 ARG-NUMBER PIC 9(03) VALUE 0.
       01 ARG-SWITCH PIC X(01) VALUE "Y".
           88 ARG-GOOD VALUE "Y".
           88 ARG-BAD VALUE "N".
       01 TRAIL-RUNS PIC 9(03) VALUE 10.
       01 BAND-PCT PIC 9(03) VALUE 25.
       01 ALERT-DATE PIC 9(8) VALUE 0.
       01 MIN-HISTORY PIC 9(03) VALUE 3.
       01 JUDGED-COUNT PIC 9(5) VALUE 0.
       01 ALERT-COUNT PIC 9(5) VALUE 0.
       01 ALERT-ROW-COUNT PIC 9(5) VALUE 0.
       01 THIN-COUNT PIC 9(5) VALUE 0.
       01 ROW-ALERTS PIC 9(3) VALUE 0.
       01 CNT-FMT PIC Z(4)9.
       01 RUNS-FMT PIC Z9.
       01 BAND-FMT PIC ZZ9.
       01 METRIC-FMT PIC -(7)9.
       01 BASE-FMT PIC -(7)9.
       01 LOW-FMT PIC -(8)9.
       01 HIGH-FMT PIC -(8)9.
       01 METRIC-SUM PIC S9(10) VALUE 0.
       01 METRIC-BASE PIC S9(8) VALUE 0.
       01 METRIC-SLACK PIC S9(8) VALUE 0.
       01 METRIC-LOW PIC S9(9) VALUE 0.
       01 METRIC-HIGH PIC S9(9) VALUE 0.
       01 METRIC-VERDICT PIC X(05) VALUE SPACES.
       01 TABLE-FULL-SWITCH PIC X(01) VALUE "N".
           88 TABLE-FULL-WARNED VALUE "Y".
       01 METRIC-NAMES.
           05 FILLER PIC X(10) VALUE "RECORDS".
           05 FILLER PIC X(10) VALUE "REJECTS".
           05 FILLER PIC X(10) VALUE "DUPLICATES".
           05 FILLER PIC X(10) VALUE "MATCHES".
           05 FILLER PIC X(10) VALUE "MIN VALUE".
           05 FILLER PIC X(10) VALUE "MAX VALUE".
       01 METRIC-NAME-TABLE REDEFINES METRIC-NAMES.
           05 METRIC-NAME PIC X(10) OCCURS 6 TIMES.
*>     The run-date rows, each with a ring of the trailing runs of its
*>     source/target/mode: RUNLOGFILE is appended in run order, so
*>     overwriting the oldest slot as later rows arrive leaves exactly
*>     the most recent N earlier runs once the file has been read.
       01 TD-COUNT PIC 9(3) VALUE 0.
       01 TODAY-TABLE.
           02 TD-ENTRY OCCURS 500 TIMES.
               05 TD-DSN PIC X(40).
               05 TD-TARGET PIC X(08).
               05 TD-MODE PIC X(01).
               05 TD-TIME PIC 9(6).
               05 TD-METRIC PIC S9(7) OCCURS 6 TIMES.
               05 TD-HIST-COUNT PIC 9(3).
               05 TD-HIST-NEXT PIC 9(3).
               05 TD-HIST OCCURS 30 TIMES.
                   10 TD-HIST-METRIC PIC S9(7) OCCURS 6 TIMES.
*>     The six measures of the RUNLOGFILE row in hand, metric order.
       01 ROW-METRICS.
           05 ROW-METRIC PIC S9(7) OCCURS 6 TIMES.

       LOCAL-STORAGE SECTION.
       01 T USAGE UNSIGNED-INT VALUE 1.
       01 R USAGE UNSIGNED-INT VALUE 1.
       01 M USAGE UNSIGNED-INT VALUE 1.

       PROCEDURE DIVISION.
       01-MAIN.
           PERFORM 02-PARSE-ARGS.
           OPEN INPUT RUNLOGFILE.
           IF RLG-FILE-STATUS NOT = "00" THEN
               DISPLAY "NO RUN HISTORY - UNABLE TO OPEN RUNLOGFILE"
                   " - FILE STATUS " RLG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 04-READ-RUN-DATE UNTIL FILE-STATUS = 1.
           CLOSE RUNLOGFILE.
*>         Second pass: the earlier runs of every key found above.
           MOVE 0 TO FILE-STATUS.
           OPEN INPUT RUNLOGFILE.
           IF RLG-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REOPEN RUNLOGFILE - FILE STATUS "
                   RLG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 06-READ-HISTORY UNTIL FILE-STATUS = 1.
           CLOSE RUNLOGFILE.
           OPEN OUTPUT ALERTREPORT.
           IF ALR-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN ALERTREPORT - FILE STATUS "
                   ALR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE TRAIL-RUNS TO RUNS-FMT.
           MOVE BAND-PCT TO BAND-FMT.
           MOVE SPACES TO ALERT-RECORD.
           STRING "RUN HISTORY ALERTS - RUN DATE " DELIMITED BY SIZE
                  ALERT-DATE DELIMITED BY SIZE
                  " - TRAILING " DELIMITED BY SIZE
                  RUNS-FMT DELIMITED BY SIZE
                  " RUNS - BAND " DELIMITED BY SIZE
                  BAND-FMT DELIMITED BY SIZE
                  " PCT" DELIMITED BY SIZE
               INTO ALERT-RECORD
           END-STRING.
           WRITE ALERT-RECORD.
           DISPLAY ALERT-RECORD.
           IF TD-COUNT = 0 THEN
               MOVE SPACES TO ALERT-RECORD
               WRITE ALERT-RECORD
               MOVE SPACES TO ALERT-RECORD
               STRING "NO RUN LOGGED ON " DELIMITED BY SIZE
                      ALERT-DATE DELIMITED BY SIZE
                      " - NOTHING TO JUDGE" DELIMITED BY SIZE
                   INTO ALERT-RECORD
               END-STRING
               WRITE ALERT-RECORD
               DISPLAY ALERT-RECORD
           END-IF.
           PERFORM 09-JUDGE-ROW VARYING T FROM 1 BY 1
               UNTIL T > TD-COUNT.
           PERFORM 12-SUMMARY.
           CLOSE ALERTREPORT.
*>         Scheduler contract: 0 = inside the band, 4 = warning,
*>         something could not be judged, 8 = alert, stop the stream,
*>         12 = file failure (set where the run stops).
           IF ALERT-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF THIN-COUNT > 0 OR TD-COUNT = 0 THEN
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       02-PARSE-ARGS.
*>     RUNS BAND DATE, each optional from the right; a value that is
*>     present but unusable stops the run rather than quietly judging
*>     against a default nobody asked for.
           ACCEPT ARG-LINE FROM COMMAND-LINE.
           UNSTRING ARG-LINE DELIMITED BY ALL SPACE
               INTO RUNS-ARG BAND-ARG DATE-ARG
           END-UNSTRING.
           ACCEPT ALERT-DATE FROM DATE YYYYMMDD.
           IF RUNS-ARG NOT = SPACES THEN
               MOVE RUNS-ARG TO ARG-WORK
               PERFORM 03-ARG-NUMBER
               IF ARG-BAD OR ARG-NUMBER < 1 OR ARG-NUMBER > 30 THEN
                   DISPLAY "TRAILING RUNS NOT 1-30 - " RUNS-ARG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ARG-NUMBER TO TRAIL-RUNS
               IF TRAIL-RUNS < MIN-HISTORY THEN
                   MOVE TRAIL-RUNS TO MIN-HISTORY
               END-IF
           END-IF.
           IF BAND-ARG NOT = SPACES THEN
               MOVE BAND-ARG TO ARG-WORK
               PERFORM 03-ARG-NUMBER
               IF ARG-BAD THEN
                   DISPLAY "BAND NOT A PERCENTAGE 0-999 - " BAND-ARG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ARG-NUMBER TO BAND-PCT
           END-IF.
           IF DATE-ARG NOT = SPACES THEN
               IF DATE-ARG NUMERIC THEN
                   MOVE DATE-ARG-N TO ALERT-DATE
               ELSE
                   DISPLAY "RUN DATE NOT YYYYMMDD - " DATE-ARG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
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

       04-READ-RUN-DATE.
           READ RUNLOGFILE
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   IF RLG-DATE NUMERIC AND RLG-DATE = ALERT-DATE THEN
                       PERFORM 05-TAKE-RUN-DATE-ROW
                   END-IF
           END-READ.

       05-TAKE-RUN-DATE-ROW.
           IF TD-COUNT = 500 THEN
               IF NOT TABLE-FULL-WARNED THEN
                   DISPLAY "MORE THAN 500 ROWS ON " ALERT-DATE
                       " - ROWS BEYOND 500 NOT JUDGED"
                   SET TABLE-FULL-WARNED TO TRUE
               END-IF
           ELSE
               ADD 1 TO TD-COUNT
               MOVE RLG-DSN TO TD-DSN(TD-COUNT)
               MOVE RLG-TARGET TO TD-TARGET(TD-COUNT)
               MOVE RLG-MODE TO TD-MODE(TD-COUNT)
               MOVE RLG-TIME TO TD-TIME(TD-COUNT)
               MOVE 0 TO TD-HIST-COUNT(TD-COUNT)
               MOVE 1 TO TD-HIST-NEXT(TD-COUNT)
               PERFORM 08-ROW-METRICS
               PERFORM 13-TAKE-METRIC VARYING M FROM 1 BY 1
                   UNTIL M > 6
           END-IF.

       06-READ-HISTORY.
           READ RUNLOGFILE
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   IF RLG-DATE NUMERIC AND RLG-DATE < ALERT-DATE THEN
                       PERFORM 08-ROW-METRICS
                       PERFORM 07-FILE-HISTORY VARYING T FROM 1 BY 1
                           UNTIL T > TD-COUNT
                   END-IF
           END-READ.

       07-FILE-HISTORY.
           IF TD-DSN(T) = RLG-DSN AND TD-TARGET(T) = RLG-TARGET
               AND TD-MODE(T) = RLG-MODE THEN
               MOVE TD-HIST-NEXT(T) TO R
               PERFORM 14-FILE-METRIC VARYING M FROM 1 BY 1
                   UNTIL M > 6
               IF TD-HIST-COUNT(T) < TRAIL-RUNS THEN
                   ADD 1 TO TD-HIST-COUNT(T)
               END-IF
               IF TD-HIST-NEXT(T) = TRAIL-RUNS THEN
                   MOVE 1 TO TD-HIST-NEXT(T)
               ELSE
                   ADD 1 TO TD-HIST-NEXT(T)
               END-IF
           END-IF.

       08-ROW-METRICS.
*>     A run that loaded nothing logs min/max that are not numbers;
*>     those count as zero.
           MOVE RLG-REC TO ROW-METRIC(1).
           MOVE RLG-EXC TO ROW-METRIC(2).
           MOVE RLG-DUP TO ROW-METRIC(3).
           MOVE RLG-MATCH TO ROW-METRIC(4).
           IF RLG-MIN NUMERIC THEN
               MOVE RLG-MIN TO ROW-METRIC(5)
           ELSE
               MOVE 0 TO ROW-METRIC(5)
           END-IF.
           IF RLG-MAX NUMERIC THEN
               MOVE RLG-MAX TO ROW-METRIC(6)
           ELSE
               MOVE 0 TO ROW-METRIC(6)
           END-IF.

       09-JUDGE-ROW.
           MOVE SPACES TO ALERT-RECORD.
           WRITE ALERT-RECORD.
           MOVE TD-HIST-COUNT(T) TO CNT-FMT.
           MOVE SPACES TO ALERT-RECORD.
           STRING "SOURCE " DELIMITED BY SIZE
                  TD-DSN(T) DELIMITED BY SPACE
                  " TARGET " DELIMITED BY SIZE
                  TD-TARGET(T) DELIMITED BY SIZE
                  " MODE " DELIMITED BY SIZE
                  TD-MODE(T) DELIMITED BY SIZE
                  " RUN " DELIMITED BY SIZE
                  TD-TIME(T) DELIMITED BY SIZE
                  " -" DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
                  " EARLIER RUNS" DELIMITED BY SIZE
               INTO ALERT-RECORD
           END-STRING.
           WRITE ALERT-RECORD.
           IF TD-HIST-COUNT(T) < MIN-HISTORY THEN
               ADD 1 TO THIN-COUNT
               MOVE "    NOT JUDGED - TOO LITTLE HISTORY FOR A BASELINE"
                   TO ALERT-RECORD
               WRITE ALERT-RECORD
           ELSE
               ADD 1 TO JUDGED-COUNT
               MOVE 0 TO ROW-ALERTS
               MOVE SPACES TO ALERT-RECORD
               STRING "    MEASURE       TODAY" DELIMITED BY SIZE
                      " BASELINE  LOW BAND" DELIMITED BY SIZE
                      " HIGH BAND" DELIMITED BY SIZE
                   INTO ALERT-RECORD
               END-STRING
               WRITE ALERT-RECORD
               PERFORM 10-JUDGE-METRIC VARYING M FROM 1 BY 1
                   UNTIL M > 6
               IF ROW-ALERTS > 0 THEN
                   ADD 1 TO ALERT-ROW-COUNT
               END-IF
           END-IF.

       10-JUDGE-METRIC.
*>     Baseline = average of the trailing runs; the band is a share of
*>     its size either side, so a zero baseline allows no movement at
*>     all - the first duplicate after a clean history is news.
           MOVE 0 TO METRIC-SUM.
           PERFORM 11-SUM-METRIC VARYING R FROM 1 BY 1
               UNTIL R > TD-HIST-COUNT(T).
           COMPUTE METRIC-BASE ROUNDED = METRIC-SUM / TD-HIST-COUNT(T).
           COMPUTE METRIC-SLACK ROUNDED = METRIC-BASE * BAND-PCT / 100.
           IF METRIC-SLACK < 0 THEN
               MULTIPLY -1 BY METRIC-SLACK
           END-IF.
           COMPUTE METRIC-LOW = METRIC-BASE - METRIC-SLACK.
           COMPUTE METRIC-HIGH = METRIC-BASE + METRIC-SLACK.
           IF TD-METRIC(T, M) < METRIC-LOW
               OR TD-METRIC(T, M) > METRIC-HIGH THEN
               MOVE "ALERT" TO METRIC-VERDICT
               ADD 1 TO ALERT-COUNT
               ADD 1 TO ROW-ALERTS
           ELSE
               MOVE "OK" TO METRIC-VERDICT
           END-IF.
           MOVE TD-METRIC(T, M) TO METRIC-FMT.
           MOVE METRIC-BASE TO BASE-FMT.
           MOVE METRIC-LOW TO LOW-FMT.
           MOVE METRIC-HIGH TO HIGH-FMT.
           MOVE SPACES TO ALERT-RECORD.
           STRING "    " DELIMITED BY SIZE
                  METRIC-NAME(M) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  METRIC-FMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BASE-FMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOW-FMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HIGH-FMT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  METRIC-VERDICT DELIMITED BY SIZE
               INTO ALERT-RECORD
           END-STRING.
           WRITE ALERT-RECORD.
           IF METRIC-VERDICT = "ALERT" THEN
               DISPLAY "ALERT " TD-DSN(T)(1:24) " " TD-TARGET(T) " "
                   TD-MODE(T) " " METRIC-NAME(M) " TODAY " METRIC-FMT
                   " BASELINE " BASE-FMT
           END-IF.

       11-SUM-METRIC.
           ADD TD-HIST-METRIC(T, R, M) TO METRIC-SUM.

       12-SUMMARY.
           MOVE SPACES TO ALERT-RECORD.
           WRITE ALERT-RECORD.
           MOVE TD-COUNT TO CNT-FMT.
           MOVE SPACES TO ALERT-RECORD.
           STRING "ROWS ON RUN DATE..: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO ALERT-RECORD
           END-STRING.
           WRITE ALERT-RECORD.
           DISPLAY ALERT-RECORD.
           MOVE JUDGED-COUNT TO CNT-FMT.
           MOVE SPACES TO ALERT-RECORD.
           STRING "ROWS JUDGED.......: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO ALERT-RECORD
           END-STRING.
           WRITE ALERT-RECORD.
           DISPLAY ALERT-RECORD.
           MOVE THIN-COUNT TO CNT-FMT.
           MOVE SPACES TO ALERT-RECORD.
           STRING "TOO LITTLE HISTORY: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO ALERT-RECORD
           END-STRING.
           WRITE ALERT-RECORD.
           DISPLAY ALERT-RECORD.
           MOVE ALERT-ROW-COUNT TO CNT-FMT.
           MOVE SPACES TO ALERT-RECORD.
           STRING "ROWS WITH ALERTS..: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO ALERT-RECORD
           END-STRING.
           WRITE ALERT-RECORD.
           DISPLAY ALERT-RECORD.
           MOVE ALERT-COUNT TO CNT-FMT.
           MOVE SPACES TO ALERT-RECORD.
           STRING "ALERTS RAISED.....: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO ALERT-RECORD
           END-STRING.
           WRITE ALERT-RECORD.
           DISPLAY ALERT-RECORD.

       13-TAKE-METRIC.
           MOVE ROW-METRIC(M) TO TD-METRIC(TD-COUNT, M).

       14-FILE-METRIC.
           MOVE ROW-METRIC(M) TO TD-HIST-METRIC(T, R, M).
