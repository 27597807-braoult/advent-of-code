       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC-2020-day-1-feedack.
*>         Compilation: cobc -F -fmfcomment -std=rm -x ex1-feedack-cob.cob
*>         Utilisation: ./ex1-feedack-cob
*>         Utilisation: ./ex1-feedack-cob 3
*>
*> Finance feed acknowledgement intake and daily exceptions listing.
*> ACKFILE is what finance returns for the FINFEED transmissions they
*> load, one pipe-delimited line per sequence: the sequence number,
*> ACK or NAK, the detail count they loaded and a free-text reason,
*> e.g. "42|NAK|0|TRAILER COUNT WRONG". Each line is matched to the
*> sequence's FEEDHISTORY entry, which the feed program filed when it
*> released the sequence, and the entry takes the status, their count,
*> the reason and today's date - a later acknowledgement for the same
*> sequence replaces an earlier one. A line that cannot be read, or
*> names a sequence never released, is rejected onto the listing and
*> changes nothing. ACKFILE is rewritten empty once taken in, the way
*> CORRECTEDFILE is cleared once consumed, so yesterday's NAK cannot
*> undo today's resend. FEEDEXCEPT then lists every sequence on
*> FEEDHISTORY that needs a person: still AWAITING more than the
*> cut-off (calendar days since it was last sent, first command-line
*> argument, default 2), NAK, or ACK with a count other than the
*> details sent - each of them a candidate for "ex1-feed-cob RESEND".
*> Return code 0 when nothing is listed, 4 for any exception or
*> rejected line, 12 for a bad argument or a file failure.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACKFILE ASSIGN TO "ACKFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACK-FILE-STATUS.
           SELECT OPTIONAL FEEDHISTORY ASSIGN TO "FEEDHISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FH-SEQUENCE
               FILE STATUS IS FHS-FILE-STATUS.
           SELECT FEEDEXCEPT ASSIGN TO "FEEDEXCEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACKFILE.
       01 ACK-RECORD PIC X(100).

       FD FEEDHISTORY.
*>     Layout shared with the feed program that files the entries.
       01 FEEDHIST-RECORD.
           05 FH-SEQUENCE PIC 9(6).
           05 FILLER PIC X(01).
           05 FH-REPORT-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 FH-DETAILS PIC 9(7).
           05 FILLER PIC X(01).
           05 FH-SENT-DATE PIC 9(8).
           05 FILLER PIC X(01).
           05 FH-SENT-TIME PIC 9(6).
           05 FILLER PIC X(01).
           05 FH-SENDS PIC 9(3).
           05 FILLER PIC X(01).
           05 FH-ACK-STATUS PIC X(08).
           05 FILLER PIC X(01).
           05 FH-ACK-DATE PIC 9(8).
           05 FILLER PIC X(01).
           05 FH-ACK-COUNT PIC 9(7).
           05 FILLER PIC X(01).
           05 FH-ACK-REASON PIC X(40).

       FD FEEDEXCEPT.
       01 EXCEPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 ACK-FILE-STATUS PIC XX VALUE "00".
       01 FHS-FILE-STATUS PIC XX VALUE "00".
       01 FEX-FILE-STATUS PIC XX VALUE "00".
       01 FILE-STATUS PIC 9 VALUE 0.
       01 HISTORY-EOF-SWITCH PIC X(01) VALUE "N".
           88 HISTORY-EOF VALUE "Y".
       01 ARG-LINE PIC X(20) VALUE SPACES.
       01 CUTOFF-ARG PIC X(8) VALUE SPACES.
       01 ARG-WORK PIC X(03) VALUE SPACES.
       01 ARG-NUMBER PIC 9(03) VALUE 0.
       01 ARG-SWITCH PIC X(01) VALUE "Y".
           88 ARG-GOOD VALUE "Y".
           88 ARG-BAD VALUE "N".
       01 CUTOFF-DAYS PIC 9(3) VALUE 2.
       01 RUN-DATE PIC 9(8) VALUE 0.
       01 TODAY-INT PIC 9(8) VALUE 0.
       01 SENT-INT PIC 9(8) VALUE 0.
       01 AGE-DAYS PIC 9(5) VALUE 0.
       01 ACK-SEQ-X PIC X(10) VALUE SPACES.
       01 ACK-CODE PIC X(10) VALUE SPACES.
       01 ACK-COUNT-X PIC X(10) VALUE SPACES.
       01 ACK-REASON PIC X(40) VALUE SPACES.
       01 DIGIT-IN PIC X(10) VALUE SPACES.
       01 DIGIT-OUT PIC X(07) VALUE SPACES.
       01 DIGIT-NUMBER PIC 9(7) VALUE 0.
       01 ACK-SEQUENCE PIC 9(7) VALUE 0.
       01 ACK-COUNT PIC 9(7) VALUE 0.
       01 REJECT-REASON PIC X(30) VALUE SPACES.
       01 EXCEPTION-TEXT PIC X(20) VALUE SPACES.
       01 ACK-READ PIC 9(7) VALUE 0.
       01 ACK-APPLIED PIC 9(7) VALUE 0.
       01 ACK-REJECTED PIC 9(7) VALUE 0.
       01 HISTORY-COUNT PIC 9(7) VALUE 0.
       01 CLEAN-COUNT PIC 9(7) VALUE 0.
       01 WAITING-COUNT PIC 9(7) VALUE 0.
       01 OVERDUE-COUNT PIC 9(7) VALUE 0.
       01 NAK-COUNT PIC 9(7) VALUE 0.
       01 MISMATCH-COUNT PIC 9(7) VALUE 0.
       01 CNT-FMT PIC Z(6)9.

       LOCAL-STORAGE SECTION.
       01 I USAGE UNSIGNED-INT VALUE 1.

       PROCEDURE DIVISION.
       01-MAIN.
           PERFORM 02-PARSE-ARGS.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(RUN-DATE).
           OPEN I-O FEEDHISTORY.
           IF FHS-FILE-STATUS NOT = "00" AND FHS-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN FEEDHISTORY - FILE STATUS "
                   FHS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FEEDEXCEPT.
           IF FEX-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN FEEDEXCEPT - FILE STATUS "
                   FEX-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "FINANCE FEED ACKNOWLEDGEMENTS - " DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
               INTO EXCEPT-RECORD
           END-STRING.
           WRITE EXCEPT-RECORD.
           PERFORM 04-TAKE-IN-ACKS.
           PERFORM 09-LIST-EXCEPTIONS.
           CLOSE FEEDHISTORY.
           PERFORM 12-SUMMARY.
           CLOSE FEEDEXCEPT.
           IF ACK-REJECTED > 0 OR OVERDUE-COUNT > 0 OR NAK-COUNT > 0
               OR MISMATCH-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       02-PARSE-ARGS.
           ACCEPT ARG-LINE FROM COMMAND-LINE.
           UNSTRING ARG-LINE DELIMITED BY ALL SPACE
               INTO CUTOFF-ARG
           END-UNSTRING.
           IF CUTOFF-ARG NOT = SPACES THEN
               MOVE CUTOFF-ARG TO ARG-WORK
               PERFORM 03-ARG-NUMBER
               IF ARG-BAD OR CUTOFF-ARG(4:1) NOT = SPACE THEN
                   DISPLAY "CUT-OFF NOT A NUMBER OF DAYS 0-999 - "
                       CUTOFF-ARG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ARG-NUMBER TO CUTOFF-DAYS
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

       04-TAKE-IN-ACKS.
*>     Status 05 is the OPTIONAL file not sent today: nothing to take
*>     in, the listing is still produced.
           MOVE SPACES TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD.
           MOVE "ACKNOWLEDGEMENTS TAKEN IN" TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "  SEQ    CODE      THEIRS   SENT RESULT"
                      DELIMITED BY SIZE
                  "                REASON" DELIMITED BY SIZE
               INTO EXCEPT-RECORD
           END-STRING.
           WRITE EXCEPT-RECORD.
           OPEN INPUT ACKFILE.
           IF ACK-FILE-STATUS NOT = "00" AND ACK-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN ACKFILE - FILE STATUS "
                   ACK-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 05-READ-ACK UNTIL FILE-STATUS = 1.
           CLOSE ACKFILE.
           OPEN OUTPUT ACKFILE.
           IF ACK-FILE-STATUS NOT = "00" AND ACK-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO CLEAR ACKFILE - FILE STATUS "
                   ACK-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE ACKFILE.

       05-READ-ACK.
           READ ACKFILE
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   IF ACK-RECORD NOT = SPACES THEN
                       ADD 1 TO ACK-READ
                       PERFORM 06-APPLY-ACK
                   END-IF
           END-READ.

       06-APPLY-ACK.
           MOVE SPACES TO ACK-SEQ-X ACK-CODE ACK-COUNT-X ACK-REASON.
           MOVE SPACES TO REJECT-REASON.
           UNSTRING ACK-RECORD DELIMITED BY "|"
               INTO ACK-SEQ-X ACK-CODE ACK-COUNT-X ACK-REASON
           END-UNSTRING.
           MOVE ACK-SEQ-X TO DIGIT-IN.
           PERFORM 07-DIGITS.
           MOVE DIGIT-NUMBER TO ACK-SEQUENCE.
           IF DIGIT-OUT NOT NUMERIC OR ACK-SEQUENCE = 0
               OR ACK-SEQUENCE > 999999 THEN
               MOVE "SEQUENCE NOT A NUMBER" TO REJECT-REASON
           END-IF.
           MOVE ACK-COUNT-X TO DIGIT-IN.
           PERFORM 07-DIGITS.
           MOVE DIGIT-NUMBER TO ACK-COUNT.
           IF DIGIT-OUT NOT NUMERIC AND REJECT-REASON = SPACES THEN
               MOVE "RECORD COUNT NOT A NUMBER" TO REJECT-REASON
           END-IF.
           IF ACK-CODE NOT = "ACK" AND ACK-CODE NOT = "NAK"
               AND REJECT-REASON = SPACES THEN
               MOVE "CODE NOT ACK OR NAK" TO REJECT-REASON
           END-IF.
           IF REJECT-REASON = SPACES THEN
               MOVE ACK-SEQUENCE TO FH-SEQUENCE
               READ FEEDHISTORY
                   INVALID KEY
                       MOVE "SEQUENCE NEVER RELEASED" TO REJECT-REASON
               END-READ
           END-IF.
           IF REJECT-REASON NOT = SPACES THEN
               ADD 1 TO ACK-REJECTED
               MOVE SPACES TO EXCEPT-RECORD
               STRING "  " DELIMITED BY SIZE
                      "REJECTED " DELIMITED BY SIZE
                      REJECT-REASON DELIMITED BY SIZE
                      " : " DELIMITED BY SIZE
                      ACK-RECORD DELIMITED BY SIZE
                   INTO EXCEPT-RECORD
               END-STRING
               WRITE EXCEPT-RECORD
           ELSE
               MOVE ACK-CODE TO FH-ACK-STATUS
               MOVE RUN-DATE TO FH-ACK-DATE
               MOVE ACK-COUNT TO FH-ACK-COUNT
               MOVE ACK-REASON TO FH-ACK-REASON
               REWRITE FEEDHIST-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE FEEDHISTORY ENTRY "
                           FH-SEQUENCE " - FILE STATUS "
                           FHS-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               ADD 1 TO ACK-APPLIED
               IF FH-ACK-COUNT NOT = FH-DETAILS THEN
                   MOVE "APPLIED, MISMATCH" TO EXCEPTION-TEXT
               ELSE
                   MOVE "APPLIED" TO EXCEPTION-TEXT
               END-IF
               MOVE SPACES TO EXCEPT-RECORD
               MOVE FH-ACK-COUNT TO CNT-FMT
               STRING "  " DELIMITED BY SIZE
                      FH-SEQUENCE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FH-ACK-STATUS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      CNT-FMT DELIMITED BY SIZE
                   INTO EXCEPT-RECORD
               END-STRING
               MOVE FH-DETAILS TO CNT-FMT
               STRING CNT-FMT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EXCEPTION-TEXT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      FH-ACK-REASON DELIMITED BY SIZE
                   INTO EXCEPT-RECORD(26:)
               END-STRING
               WRITE EXCEPT-RECORD
           END-IF.

       07-DIGITS.
*>     Up to seven digits typed left-justified, right-justified with
*>     leading zeros; anything else leaves DIGIT-OUT not numeric.
           MOVE ZEROS TO DIGIT-OUT.
           MOVE 0 TO DIGIT-NUMBER.
           IF DIGIT-IN = SPACES OR DIGIT-IN(8:3) NOT = SPACES THEN
               MOVE SPACES TO DIGIT-OUT
           ELSE
               PERFORM 08-DIGIT VARYING I FROM 1 BY 1 UNTIL I > 7
               IF DIGIT-OUT NUMERIC THEN
                   MOVE DIGIT-OUT TO DIGIT-NUMBER
               END-IF
           END-IF.

       08-DIGIT.
           IF DIGIT-IN(I:1) NOT = SPACE THEN
               MOVE DIGIT-OUT(2:6) TO DIGIT-OUT(1:6)
               MOVE DIGIT-IN(I:1) TO DIGIT-OUT(7:1)
           END-IF.

       09-LIST-EXCEPTIONS.
*>     The whole history, in sequence order: what is settled is only
*>     counted, what needs a person is listed.
           MOVE SPACES TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD.
           MOVE SPACES TO EXCEPT-RECORD.
           MOVE CUTOFF-DAYS TO CNT-FMT.
           STRING "FEED EXCEPTIONS - NO ACKNOWLEDGEMENT AFTER"
                      DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
                  " DAYS, NAK, COUNT MISMATCH" DELIMITED BY SIZE
               INTO EXCEPT-RECORD
           END-STRING.
           WRITE EXCEPT-RECORD.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "  SEQ    REPORT   DETAILS   THEIRS SENT     SENDS"
                      DELIMITED BY SIZE
                  " STATUS   ACK DATE EXCEPTION"
                      DELIMITED BY SIZE
                  "           REASON" DELIMITED BY SIZE
               INTO EXCEPT-RECORD
           END-STRING.
           WRITE EXCEPT-RECORD.
           MOVE 0 TO FH-SEQUENCE.
           START FEEDHISTORY KEY NOT < FH-SEQUENCE
               INVALID KEY SET HISTORY-EOF TO TRUE
           END-START.
           PERFORM 10-READ-HISTORY UNTIL HISTORY-EOF.

       10-READ-HISTORY.
           READ FEEDHISTORY NEXT RECORD
               AT END SET HISTORY-EOF TO TRUE
               NOT AT END
                   ADD 1 TO HISTORY-COUNT
                   MOVE SPACES TO EXCEPTION-TEXT
                   IF FH-ACK-STATUS = "NAK" THEN
                       ADD 1 TO NAK-COUNT
                       MOVE "NAK" TO EXCEPTION-TEXT
                   ELSE
                       IF FH-ACK-STATUS = "ACK" THEN
                           IF FH-ACK-COUNT NOT = FH-DETAILS THEN
                               ADD 1 TO MISMATCH-COUNT
                               MOVE "COUNT MISMATCH" TO EXCEPTION-TEXT
                           ELSE
                               ADD 1 TO CLEAN-COUNT
                           END-IF
                       ELSE
                           PERFORM 14-AGE-CHECK
                       END-IF
                   END-IF
                   IF EXCEPTION-TEXT NOT = SPACES THEN
                       PERFORM 11-WRITE-EXCEPTION
                   END-IF
           END-READ.

       11-WRITE-EXCEPTION.
           MOVE SPACES TO EXCEPT-RECORD.
           MOVE FH-DETAILS TO CNT-FMT.
           STRING "  " DELIMITED BY SIZE
                  FH-SEQUENCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FH-REPORT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO EXCEPT-RECORD
           END-STRING.
           IF FH-ACK-STATUS = "AWAITING" THEN
               MOVE "      -" TO EXCEPT-RECORD(28:7)
           ELSE
               MOVE FH-ACK-COUNT TO CNT-FMT
               MOVE CNT-FMT TO EXCEPT-RECORD(28:7)
           END-IF.
           STRING " " DELIMITED BY SIZE
                  FH-SENT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FH-SENDS DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  FH-ACK-STATUS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FH-ACK-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EXCEPTION-TEXT DELIMITED BY SIZE
                  FH-ACK-REASON DELIMITED BY SIZE
               INTO EXCEPT-RECORD(35:)
           END-STRING.
           WRITE EXCEPT-RECORD.

       12-SUMMARY.
           MOVE SPACES TO EXCEPT-RECORD.
           WRITE EXCEPT-RECORD.
           MOVE ACK-READ TO CNT-FMT.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "ACK LINES READ....: " CNT-FMT DELIMITED BY SIZE
               INTO EXCEPT-RECORD
           END-STRING.
           PERFORM 13-SUMMARY-LINE.
           MOVE ACK-APPLIED TO CNT-FMT.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "ACKS APPLIED......: " CNT-FMT DELIMITED BY SIZE
               INTO EXCEPT-RECORD
           END-STRING.
           PERFORM 13-SUMMARY-LINE.
           MOVE ACK-REJECTED TO CNT-FMT.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "ACKS REJECTED.....: " CNT-FMT DELIMITED BY SIZE
               INTO EXCEPT-RECORD
           END-STRING.
           PERFORM 13-SUMMARY-LINE.
           MOVE HISTORY-COUNT TO CNT-FMT.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "SEQUENCES ON FILE.: " CNT-FMT DELIMITED BY SIZE
               INTO EXCEPT-RECORD
           END-STRING.
           PERFORM 13-SUMMARY-LINE.
           MOVE CLEAN-COUNT TO CNT-FMT.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "ACKNOWLEDGED......: " CNT-FMT DELIMITED BY SIZE
               INTO EXCEPT-RECORD
           END-STRING.
           PERFORM 13-SUMMARY-LINE.
           MOVE WAITING-COUNT TO CNT-FMT.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "AWAITING..........: " CNT-FMT DELIMITED BY SIZE
               INTO EXCEPT-RECORD
           END-STRING.
           PERFORM 13-SUMMARY-LINE.
           MOVE OVERDUE-COUNT TO CNT-FMT.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "PAST CUT-OFF......: " CNT-FMT DELIMITED BY SIZE
               INTO EXCEPT-RECORD
           END-STRING.
           PERFORM 13-SUMMARY-LINE.
           MOVE NAK-COUNT TO CNT-FMT.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "NAK...............: " CNT-FMT DELIMITED BY SIZE
               INTO EXCEPT-RECORD
           END-STRING.
           PERFORM 13-SUMMARY-LINE.
           MOVE MISMATCH-COUNT TO CNT-FMT.
           MOVE SPACES TO EXCEPT-RECORD.
           STRING "COUNT MISMATCH....: " CNT-FMT DELIMITED BY SIZE
               INTO EXCEPT-RECORD
           END-STRING.
           PERFORM 13-SUMMARY-LINE.

       13-SUMMARY-LINE.
           DISPLAY EXCEPT-RECORD(1:27).
           WRITE EXCEPT-RECORD.

       14-AGE-CHECK.
*>     Still awaiting: overdue once more calendar days than the cut-off
*>     have passed since it was last sent.
           MOVE 0 TO AGE-DAYS.
           IF FH-SENT-DATE NUMERIC AND FH-SENT-DATE > 0 THEN
               COMPUTE SENT-INT = FUNCTION INTEGER-OF-DATE(FH-SENT-DATE)
               IF TODAY-INT > SENT-INT THEN
                   COMPUTE AGE-DAYS = TODAY-INT - SENT-INT
               END-IF
           END-IF.
           IF AGE-DAYS > CUTOFF-DAYS THEN
               ADD 1 TO OVERDUE-COUNT
               MOVE "NO ACKNOWLEDGEMENT" TO EXCEPTION-TEXT
           ELSE
               ADD 1 TO WAITING-COUNT
           END-IF.
