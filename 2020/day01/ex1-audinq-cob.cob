       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC-2020-day-1-audinq.
*>         Compilation: cobc -F -fmfcomment -std=rm -x ex1-audinq-cob.cob
*>         Utilisation: ./ex1-audinq-cob
*>         Utilisation: ./ex1-audinq-cob OPERATOR-ID
*>         Utilisation: ./ex1-audinq-cob ALL 20260701 20260930 VMAINT
*>
*> Operator activity and audit inquiry over every maintenance audit
*> trail: VALAUDIT (subsystem VMAINT), CORRAUDIT (EXCFIX), SUPAUDIT
*> (SUPMAINT), CTLAUDIT (CTLMAINT), AGEAUDIT (EXCAGE) and MATCHAUDIT
*> (MLMAINT). All of them are appended run after run and stamped the
*> same way - date, time, operator id, a twelve-byte action and the
*> transaction detail - so they are read through one layout and
*> merged into a single chronological listing on AUDITREPORT. Lines
*> written before the trails were stamped carry no date or operator;
*> they are kept as undated lines. Selection is by command-line
*> argument, each optional from the right and "ALL" meaning any:
*> operator id, first and last date (YYYYMMDD) and subsystem. After
*> the activity listing come the APPLIED/REJECTED counts per operator
*> - EXPIRED status changes from the ageing run count as applied,
*> informational lines such as STILL OPEN as other - and then, as a
*> section of their own, the changes made without an operator id: a
*> blank id, the "OPERATOR" default a program stamps when it was run
*> without one, or an undated line. Those are listed whatever
*> operator was asked for, within the same dates and subsystem, since
*> nobody's name would ever select them. RETURN-CODE 0 means nothing
*> anonymous was found, 4 that the exceptions section is not empty,
*> 12 a file failure or an argument that cannot be used.
*> Trail lines are read 160 bytes wide, the width of MATCHAUDIT, the
*> widest trail - a sign-off line carries both statuses and the note;
*> a detail too long for the listing line goes on beneath it.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDITTRAIL ASSIGN TO TRAIL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRL-FILE-STATUS.
           SELECT AUDITREPORT ASSIGN TO "AUDITREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AIR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDITTRAIL.
*>     The stamped line every maintenance program writes; the old
*>     unstamped lines began with the APPLIED/REJECTED word itself.
       01 TRAIL-RECORD.
           05 TRL-DATE PIC X(08).
           05 TRL-DATE-N REDEFINES TRL-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 TRL-TIME PIC X(06).
           05 TRL-TIME-N REDEFINES TRL-TIME PIC 9(06).
           05 FILLER PIC X(01).
           05 TRL-OPERATOR PIC X(10).
           05 FILLER PIC X(01).
           05 TRL-ACTION PIC X(12).
           05 TRL-DETAIL PIC X(121).
       01 TRAIL-OLD-RECORD REDEFINES TRAIL-RECORD.
           05 TRL-OLD-ACTION PIC X(09).
           05 TRL-OLD-DETAIL PIC X(151).

       FD AUDITREPORT.
       01 INQUIRY-RECORD PIC X(150).

       WORKING-STORAGE SECTION.
       01 TRL-FILE-STATUS PIC XX VALUE "00".
       01 AIR-FILE-STATUS PIC XX VALUE "00".
       01 FILE-STATUS PIC 9 VALUE 0.
       01 TRAIL-DSN PIC X(10) VALUE SPACES.
       01 ARG-LINE PIC X(60) VALUE SPACES.
       01 OPERATOR-ARG PIC X(10) VALUE SPACES.
       01 FROM-ARG PIC X(08) VALUE SPACES.
       01 FROM-ARG-N REDEFINES FROM-ARG PIC 9(08).
       01 TO-ARG PIC X(08) VALUE SPACES.
       01 TO-ARG-N REDEFINES TO-ARG PIC 9(08).
       01 SUBSYS-ARG PIC X(10) VALUE SPACES.
       01 SEL-OPERATOR PIC X(10) VALUE "ALL".
       01 SEL-FROM PIC 9(8) VALUE 0.
       01 SEL-TO PIC 9(8) VALUE 99999999.
       01 SEL-SUBSYS PIC X(08) VALUE "ALL".
       01 SUBSYS-FOUND-SWITCH PIC X(01) VALUE "N".
           88 SUBSYS-FOUND VALUE "Y".
*>     The trails in the order their lines break ties on the same
*>     second: trail file name and the subsystem it is reported as.
       01 TRAIL-NAMES.
           05 FILLER PIC X(10) VALUE "VALAUDIT".
           05 FILLER PIC X(08) VALUE "VMAINT".
           05 FILLER PIC X(10) VALUE "CORRAUDIT".
           05 FILLER PIC X(08) VALUE "EXCFIX".
           05 FILLER PIC X(10) VALUE "SUPAUDIT".
           05 FILLER PIC X(08) VALUE "SUPMAINT".
           05 FILLER PIC X(10) VALUE "CTLAUDIT".
           05 FILLER PIC X(08) VALUE "CTLMAINT".
           05 FILLER PIC X(10) VALUE "AGEAUDIT".
           05 FILLER PIC X(08) VALUE "EXCAGE".
           05 FILLER PIC X(10) VALUE "MATCHAUDIT".
           05 FILLER PIC X(08) VALUE "MLMAINT".
       01 TRAIL-TABLE REDEFINES TRAIL-NAMES.
           05 TRAIL-ENTRY OCCURS 6 TIMES.
               10 TRAIL-FILE PIC X(10).
               10 TRAIL-SUBSYS PIC X(08).
       01 LINE-DATE PIC 9(8) VALUE 0.
       01 LINE-TIME PIC 9(6) VALUE 0.
       01 LINE-OPERATOR PIC X(10) VALUE SPACES.
       01 LINE-ACTION PIC X(12) VALUE SPACES.
       01 LINE-DETAIL PIC X(151) VALUE SPACES.
       01 LINE-SEQ PIC 9(7) VALUE 0.
       01 ANON-SWITCH PIC X(01) VALUE "N".
           88 LINE-ANONYMOUS VALUE "Y".
           88 LINE-SIGNED VALUE "N".
       01 TABLE-FULL-SWITCH PIC X(01) VALUE "N".
           88 TABLE-FULL-WARNED VALUE "Y".
       01 LINES-READ PIC 9(7) VALUE 0.
       01 ACTIVITY-COUNT PIC 9(7) VALUE 0.
       01 ANON-COUNT PIC 9(7) VALUE 0.
       01 ANON-APPLIED PIC 9(7) VALUE 0.
       01 ANON-REJECTED PIC 9(7) VALUE 0.
       01 ANON-OTHER PIC 9(7) VALUE 0.
       01 MISSING-COUNT PIC 9(3) VALUE 0.
       01 CNT-FMT PIC Z(6)9.
       01 APP-FMT PIC Z(6)9.
       01 REJ-FMT PIC Z(6)9.
       01 OTH-FMT PIC Z(6)9.
       01 DATE-SHOWN PIC X(08) VALUE SPACES.
       01 TIME-SHOWN PIC X(06) VALUE SPACES.
       01 FROM-SHOWN PIC X(08) VALUE SPACES.
       01 TO-SHOWN PIC X(08) VALUE SPACES.
       01 FOUND-IX PIC 9(3) VALUE 0.
*>     Every selected line, sorted into date/time order once all the
*>     trails are in; trail number and line number keep each trail's
*>     own order within the same second.
       01 AE-COUNT PIC 9(5) VALUE 0.
       01 AUDIT-TABLE.
           02 AE-ENTRY OCCURS 0 TO 20000 DEPENDING ON AE-COUNT.
               05 AE-DATE PIC 9(8).
               05 AE-TIME PIC 9(6).
               05 AE-TRAIL PIC 9(1).
               05 AE-SEQ PIC 9(7).
               05 AE-SUBSYS PIC X(08).
               05 AE-OPERATOR PIC X(10).
               05 AE-ACTION PIC X(12).
               05 AE-DETAIL PIC X(151).
               05 AE-ANON PIC X(01).
       01 OP-COUNT PIC 9(3) VALUE 0.
       01 OPERATOR-TABLE.
           02 OP-ENTRY OCCURS 0 TO 500 DEPENDING ON OP-COUNT.
               05 OP-ID PIC X(10).
               05 OP-APPLIED PIC 9(7).
               05 OP-REJECTED PIC 9(7).
               05 OP-OTHER PIC 9(7).

       LOCAL-STORAGE SECTION.
       01 I USAGE UNSIGNED-INT VALUE 1.
       01 J USAGE UNSIGNED-INT VALUE 1.

       PROCEDURE DIVISION.
       01-MAIN.
           PERFORM 02-PARSE-ARGS.
           OPEN OUTPUT AUDITREPORT.
           IF AIR-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN AUDITREPORT - FILE STATUS "
                   AIR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 04-LOAD-TRAIL VARYING I FROM 1 BY 1 UNTIL I > 6.
           IF AE-COUNT > 1 THEN
               SORT AE-ENTRY ASCENDING KEY AE-DATE AE-TIME AE-TRAIL
                   AE-SEQ
           END-IF.
           PERFORM 08-WRITE-TITLE.
           PERFORM 09-LIST-ACTIVITY VARYING I FROM 1 BY 1
               UNTIL I > AE-COUNT.
           PERFORM 11-OPERATOR-SECTION.
           PERFORM 13-EXCEPTION-SECTION.
           PERFORM 15-SUMMARY.
           CLOSE AUDITREPORT.
           IF ANON-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       02-PARSE-ARGS.
           ACCEPT ARG-LINE FROM COMMAND-LINE.
           UNSTRING ARG-LINE DELIMITED BY ALL SPACE
               INTO OPERATOR-ARG FROM-ARG TO-ARG SUBSYS-ARG
           END-UNSTRING.
           IF OPERATOR-ARG NOT = SPACES THEN
               MOVE OPERATOR-ARG TO SEL-OPERATOR
           END-IF.
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
           IF SUBSYS-ARG NOT = SPACES AND SUBSYS-ARG NOT = "ALL" THEN
               PERFORM 03-CHECK-SUBSYS VARYING I FROM 1 BY 1
                   UNTIL I > 6
               IF NOT SUBSYS-FOUND THEN
                   DISPLAY "UNKNOWN SUBSYSTEM " SUBSYS-ARG
                       " - VMAINT EXCFIX SUPMAINT CTLMAINT EXCAGE"
                       " MLMAINT OR ALL"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SUBSYS-ARG TO SEL-SUBSYS
           END-IF.

       03-CHECK-SUBSYS.
           IF TRAIL-SUBSYS(I) = SUBSYS-ARG THEN
               SET SUBSYS-FOUND TO TRUE
           END-IF.

       04-LOAD-TRAIL.
*>     A trail that was never written is simply empty (status 05 on
*>     the OPTIONAL open): that subsystem has not been run yet.
           IF SEL-SUBSYS = "ALL" OR SEL-SUBSYS = TRAIL-SUBSYS(I) THEN
               MOVE TRAIL-FILE(I) TO TRAIL-DSN
               MOVE 0 TO FILE-STATUS
               MOVE 0 TO LINE-SEQ
               OPEN INPUT AUDITTRAIL
               IF TRL-FILE-STATUS NOT = "00"
                   AND TRL-FILE-STATUS NOT = "05" THEN
                   DISPLAY "UNABLE TO OPEN " TRAIL-DSN
                       " - FILE STATUS " TRL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF TRL-FILE-STATUS = "05" THEN
                   ADD 1 TO MISSING-COUNT
                   DISPLAY "NO " TRAIL-DSN " ON FILE - NOTHING FROM "
                       TRAIL-SUBSYS(I)
               ELSE
                   PERFORM 05-READ-TRAIL UNTIL FILE-STATUS = 1
               END-IF
               CLOSE AUDITTRAIL
           END-IF.

       05-READ-TRAIL.
           READ AUDITTRAIL
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   IF TRAIL-RECORD NOT = SPACES THEN
                       ADD 1 TO LINES-READ
                       ADD 1 TO LINE-SEQ
                       PERFORM 06-SPLIT-LINE
                       PERFORM 07-SELECT-LINE
                   END-IF
           END-READ.

       06-SPLIT-LINE.
           SET LINE-SIGNED TO TRUE.
           IF TRL-DATE NUMERIC AND TRL-TIME NUMERIC THEN
               MOVE TRL-DATE-N TO LINE-DATE
               MOVE TRL-TIME-N TO LINE-TIME
               MOVE TRL-OPERATOR TO LINE-OPERATOR
               MOVE TRL-ACTION TO LINE-ACTION
               MOVE TRL-DETAIL TO LINE-DETAIL
               IF LINE-OPERATOR = SPACES
                   OR LINE-OPERATOR = "OPERATOR" THEN
                   SET LINE-ANONYMOUS TO TRUE
               END-IF
           ELSE
               MOVE 0 TO LINE-DATE
               MOVE 0 TO LINE-TIME
               MOVE SPACES TO LINE-OPERATOR
               MOVE TRL-OLD-ACTION TO LINE-ACTION
               MOVE TRL-OLD-DETAIL TO LINE-DETAIL
               SET LINE-ANONYMOUS TO TRUE
           END-IF.

       07-SELECT-LINE.
*>     Dates and subsystem select everything; the operator selects
*>     only signed lines - an anonymous change goes to the exceptions
*>     whoever was asked for. An undated line can only fall inside an
*>     open-ended range.
           IF LINE-DATE NOT < SEL-FROM AND LINE-DATE NOT > SEL-TO
               AND (LINE-ANONYMOUS OR SEL-OPERATOR = "ALL"
                    OR LINE-OPERATOR = SEL-OPERATOR) THEN
               IF AE-COUNT = 20000 THEN
                   IF NOT TABLE-FULL-WARNED THEN
                       DISPLAY "MORE THAN 20000 LINES SELECTED -"
                           " NARROW THE DATES OR SUBSYSTEM, LATER"
                           " LINES LEFT OUT"
                       SET TABLE-FULL-WARNED TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO AE-COUNT
                   MOVE LINE-DATE TO AE-DATE(AE-COUNT)
                   MOVE LINE-TIME TO AE-TIME(AE-COUNT)
                   MOVE I TO AE-TRAIL(AE-COUNT)
                   MOVE LINE-SEQ TO AE-SEQ(AE-COUNT)
                   MOVE TRAIL-SUBSYS(I) TO AE-SUBSYS(AE-COUNT)
                   MOVE LINE-OPERATOR TO AE-OPERATOR(AE-COUNT)
                   MOVE LINE-ACTION TO AE-ACTION(AE-COUNT)
                   MOVE LINE-DETAIL TO AE-DETAIL(AE-COUNT)
                   MOVE ANON-SWITCH TO AE-ANON(AE-COUNT)
               END-IF
           END-IF.

       08-WRITE-TITLE.
           MOVE "ALL" TO FROM-SHOWN.
           IF SEL-FROM NOT = 0 THEN
               MOVE SEL-FROM TO FROM-SHOWN
           END-IF.
           MOVE "ALL" TO TO-SHOWN.
           IF SEL-TO NOT = 99999999 THEN
               MOVE SEL-TO TO TO-SHOWN
           END-IF.
           MOVE SPACES TO INQUIRY-RECORD.
           STRING "OPERATOR ACTIVITY - OPERATOR " DELIMITED BY SIZE
                  SEL-OPERATOR DELIMITED BY SPACE
                  " - DATES " DELIMITED BY SIZE
                  FROM-SHOWN DELIMITED BY SPACE
                  " TO " DELIMITED BY SIZE
                  TO-SHOWN DELIMITED BY SPACE
                  " - SUBSYSTEM " DELIMITED BY SIZE
                  SEL-SUBSYS DELIMITED BY SPACE
               INTO INQUIRY-RECORD
           END-STRING.
           WRITE INQUIRY-RECORD.
           DISPLAY INQUIRY-RECORD.
           MOVE SPACES TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           MOVE "ACTIVITY" TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           PERFORM 17-WRITE-HEADING.

       09-LIST-ACTIVITY.
           IF AE-ANON(I) = "N" THEN
               ADD 1 TO ACTIVITY-COUNT
               PERFORM 16-WRITE-ENTRY
               PERFORM 10-COUNT-OPERATOR
           END-IF.

       10-COUNT-OPERATOR.
           MOVE 0 TO FOUND-IX.
           PERFORM 18-FIND-OPERATOR VARYING J FROM 1 BY 1
               UNTIL J > OP-COUNT OR FOUND-IX NOT = 0.
           IF FOUND-IX = 0 AND OP-COUNT < 500 THEN
               ADD 1 TO OP-COUNT
               MOVE OP-COUNT TO FOUND-IX
               MOVE AE-OPERATOR(I) TO OP-ID(FOUND-IX)
               MOVE 0 TO OP-APPLIED(FOUND-IX)
               MOVE 0 TO OP-REJECTED(FOUND-IX)
               MOVE 0 TO OP-OTHER(FOUND-IX)
           END-IF.
           IF FOUND-IX = 0 THEN
               DISPLAY "MORE THAN 500 OPERATORS - " AE-OPERATOR(I)
                   " NOT COUNTED"
           ELSE
               EVALUATE TRUE
                   WHEN AE-ACTION(I)(1:7) = "APPLIED"
                   WHEN AE-ACTION(I)(1:7) = "EXPIRED"
                       ADD 1 TO OP-APPLIED(FOUND-IX)
                   WHEN AE-ACTION(I)(1:8) = "REJECTED"
                       ADD 1 TO OP-REJECTED(FOUND-IX)
                   WHEN OTHER
                       ADD 1 TO OP-OTHER(FOUND-IX)
               END-EVALUATE
           END-IF.

       11-OPERATOR-SECTION.
           MOVE SPACES TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           MOVE "APPLIED/REJECTED BY OPERATOR" TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           MOVE "OPERATOR    APPLIED REJECTED    OTHER"
               TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           IF OP-COUNT > 1 THEN
               SORT OP-ENTRY ASCENDING KEY OP-ID
           END-IF.
           PERFORM 12-WRITE-OPERATOR VARYING J FROM 1 BY 1
               UNTIL J > OP-COUNT.

       12-WRITE-OPERATOR.
           MOVE OP-APPLIED(J) TO APP-FMT.
           MOVE OP-REJECTED(J) TO REJ-FMT.
           MOVE OP-OTHER(J) TO OTH-FMT.
           MOVE SPACES TO INQUIRY-RECORD.
           STRING OP-ID(J) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  APP-FMT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  REJ-FMT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  OTH-FMT DELIMITED BY SIZE
               INTO INQUIRY-RECORD
           END-STRING.
           WRITE INQUIRY-RECORD.

       13-EXCEPTION-SECTION.
           MOVE SPACES TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           MOVE "CHANGES WITHOUT AN OPERATOR ID" TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           PERFORM 17-WRITE-HEADING.
           PERFORM 14-LIST-EXCEPTION VARYING I FROM 1 BY 1
               UNTIL I > AE-COUNT.
           IF ANON-COUNT = 0 THEN
               MOVE "NONE" TO INQUIRY-RECORD
               WRITE INQUIRY-RECORD
           ELSE
               MOVE ANON-APPLIED TO APP-FMT
               MOVE ANON-REJECTED TO REJ-FMT
               MOVE ANON-OTHER TO OTH-FMT
               MOVE SPACES TO INQUIRY-RECORD
               STRING "NO OPERATOR ID" DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      APP-FMT DELIMITED BY SIZE
                      " APPLIED  " DELIMITED BY SIZE
                      REJ-FMT DELIMITED BY SIZE
                      " REJECTED  " DELIMITED BY SIZE
                      OTH-FMT DELIMITED BY SIZE
                      " OTHER" DELIMITED BY SIZE
                   INTO INQUIRY-RECORD
               END-STRING
               WRITE INQUIRY-RECORD
           END-IF.

       14-LIST-EXCEPTION.
           IF AE-ANON(I) = "Y" THEN
               ADD 1 TO ANON-COUNT
               PERFORM 16-WRITE-ENTRY
               EVALUATE TRUE
                   WHEN AE-ACTION(I)(1:7) = "APPLIED"
                   WHEN AE-ACTION(I)(1:7) = "EXPIRED"
                       ADD 1 TO ANON-APPLIED
                   WHEN AE-ACTION(I)(1:8) = "REJECTED"
                       ADD 1 TO ANON-REJECTED
                   WHEN OTHER
                       ADD 1 TO ANON-OTHER
               END-EVALUATE
           END-IF.

       15-SUMMARY.
           MOVE SPACES TO INQUIRY-RECORD.
           WRITE INQUIRY-RECORD.
           MOVE LINES-READ TO CNT-FMT.
           MOVE SPACES TO INQUIRY-RECORD.
           STRING "TRAIL LINES READ..: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO INQUIRY-RECORD
           END-STRING.
           WRITE INQUIRY-RECORD.
           DISPLAY INQUIRY-RECORD.
           MOVE ACTIVITY-COUNT TO CNT-FMT.
           MOVE SPACES TO INQUIRY-RECORD.
           STRING "ACTIVITY LISTED...: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO INQUIRY-RECORD
           END-STRING.
           WRITE INQUIRY-RECORD.
           DISPLAY INQUIRY-RECORD.
           MOVE OP-COUNT TO CNT-FMT.
           MOVE SPACES TO INQUIRY-RECORD.
           STRING "OPERATORS.........: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO INQUIRY-RECORD
           END-STRING.
           WRITE INQUIRY-RECORD.
           DISPLAY INQUIRY-RECORD.
           MOVE ANON-COUNT TO CNT-FMT.
           MOVE SPACES TO INQUIRY-RECORD.
           STRING "NO OPERATOR ID....: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO INQUIRY-RECORD
           END-STRING.
           WRITE INQUIRY-RECORD.
           DISPLAY INQUIRY-RECORD.
           MOVE MISSING-COUNT TO CNT-FMT.
           MOVE SPACES TO INQUIRY-RECORD.
           STRING "TRAILS NOT ON FILE: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO INQUIRY-RECORD
           END-STRING.
           WRITE INQUIRY-RECORD.
           DISPLAY INQUIRY-RECORD.

       16-WRITE-ENTRY.
           IF AE-DATE(I) = 0 THEN
               MOVE "UNDATED" TO DATE-SHOWN
               MOVE SPACES TO TIME-SHOWN
           ELSE
               MOVE AE-DATE(I) TO DATE-SHOWN
               MOVE AE-TIME(I) TO TIME-SHOWN
           END-IF.
           MOVE SPACES TO INQUIRY-RECORD.
           STRING DATE-SHOWN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TIME-SHOWN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AE-SUBSYS(I) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AE-OPERATOR(I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AE-ACTION(I) DELIMITED BY SIZE
                  AE-DETAIL(I)(1:101) DELIMITED BY SIZE
               INTO INQUIRY-RECORD
           END-STRING.
           WRITE INQUIRY-RECORD.
           IF AE-DETAIL(I)(102:) NOT = SPACES THEN
               MOVE SPACES TO INQUIRY-RECORD
               MOVE AE-DETAIL(I)(102:) TO INQUIRY-RECORD(50:)
               WRITE INQUIRY-RECORD
           END-IF.

       17-WRITE-HEADING.
           MOVE SPACES TO INQUIRY-RECORD.
           STRING "DATE     TIME   SUBSYSTEM " DELIMITED BY SIZE
                  "OPERATOR   ACTION      DETAIL" DELIMITED BY SIZE
               INTO INQUIRY-RECORD
           END-STRING.
           WRITE INQUIRY-RECORD.

       18-FIND-OPERATOR.
           IF OP-ID(J) = AE-OPERATOR(I) THEN
               MOVE J TO FOUND-IX
           END-IF.
