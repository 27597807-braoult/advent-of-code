       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC-2020-day-1-mlmaint.
*>         Compilation: cobc -F -fmfcomment -std=rm -x ex1-mlmaint-cob.cob
*>         Utilisation: ./ex1-mlmaint-cob OPERATOR-ID
*>
*> Reconciler sign-off against MATCHLEDGER, the keyed match
*> confirmation ledger the reconciliation run files every reported
*> match on (PROPOSED when first seen). Transactions from MATCHTRANS
*> name one ledger entry - report date, target, mode, the matched
*> values in any order and the occurrence number (blank for the
*> first) - and move it between states:
*>     CONFIRM  PROPOSED or DISPUTED  to CONFIRMED
*>     DISPUTE  PROPOSED or CONFIRMED to DISPUTED (note = the reason)
*>     RELEASE  CONFIRMED or DISPUTED to PROPOSED (sign-off withdrawn)
*> Only CONFIRMED matches reach the finance extract. The operator id
*> on the command line is mandatory - an anonymous sign-off is no
*> sign-off - and is kept on the entry with the date and time; every
*> MATCHAUDIT line is stamped the way CORRAUDIT is, APPLIED with the
*> old and new status or REJECTED with the reason. The trail is
*> appended to, never rewritten.
*> The feed marks each entry it ships with its sequence; a later
*> change of state leaves that mark alone - finance already has it.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MATCHLEDGER ASSIGN TO "MATCHLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ML-KEY
               FILE STATUS IS MLG-FILE-STATUS.
           SELECT MATCHTRANS ASSIGN TO "MATCHTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT OPTIONAL MATCHAUDIT ASSIGN TO "MATCHAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MATCHLEDGER.
*>     Layout shared with the reconciliation run that files the
*>     entries and the finance feed that reads them and marks the
*>     entries it ships with its sequence (ML-SENT-SEQ).
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

       FD MATCHTRANS.
       01 TRANS-RECORD.
           05 TRN-ACTION PIC X(07).
           05 FILLER PIC X(01).
           05 TRN-DATE PIC X(08).
           05 TRN-DATE-N REDEFINES TRN-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 TRN-TARGET PIC X(08).
           05 FILLER PIC X(01).
           05 TRN-MODE PIC X(01).
           05 FILLER PIC X(01).
           05 TRN-VAL-1 PIC X(08).
           05 FILLER PIC X(01).
           05 TRN-VAL-2 PIC X(08).
           05 FILLER PIC X(01).
           05 TRN-VAL-3 PIC X(08).
           05 FILLER PIC X(01).
           05 TRN-OCCUR PIC X(03).
           05 FILLER PIC X(01).
           05 TRN-NOTE PIC X(30).

       FD MATCHAUDIT.
       01 AUDIT-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       01 MLG-FILE-STATUS PIC XX VALUE "00".
       01 TRN-FILE-STATUS PIC XX VALUE "00".
       01 AUD-FILE-STATUS PIC XX VALUE "00".
       01 FILE-STATUS PIC 9 VALUE 0.
       01 TRN-COUNT PIC 9(5) VALUE 0.
       01 APPLIED-COUNT PIC 9(5) VALUE 0.
       01 REJECT-COUNT PIC 9(5) VALUE 0.
       01 CNT-FMT PIC Z(4)9.
       01 REJECT-REASON PIC X(40) VALUE SPACES.
       01 OLD-STATUS PIC X(09) VALUE SPACES.
       01 NEW-STATUS PIC X(09) VALUE SPACES.
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
       01 TARGET-WORK PIC S9(7) VALUE 0.
       01 OCCUR-WORK PIC 9(3) VALUE 0.
       01 VAL-COUNT PIC 9(1) VALUE 0.
       01 VAL-IX PIC 9(1) VALUE 0.
       01 VAL-WORKS.
           02 VAL-WORK PIC S9(7) OCCURS 3 TIMES.
       01 VAL-SWAP PIC S9(7) VALUE 0.
       01 VAL-SIGNED PIC S9(7) SIGN LEADING SEPARATE.
       01 VAL-SIGNED-X REDEFINES VAL-SIGNED PIC X(08).
       01 VALID-RECORD-SWITCH PIC X(01) VALUE "Y".
           88 VALID-RECORD VALUE "Y".
           88 INVALID-RECORD VALUE "N".
       01 RUN-DATE PIC 9(8) VALUE 0.
       01 RUN-TIME PIC 9(8) VALUE 0.
       01 RUN-TIME-SPLIT REDEFINES RUN-TIME.
           05 RUN-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).
       01 OPERATOR-ID PIC X(10) VALUE SPACES.
       01 AUDIT-STAMP.
           05 STAMP-DATE PIC 9(8).
           05 FILLER PIC X(01) VALUE SPACE.
           05 STAMP-TIME PIC 9(6).
           05 FILLER PIC X(01) VALUE SPACE.
           05 STAMP-OPERATOR PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.

       LOCAL-STORAGE SECTION.
       01 I USAGE UNSIGNED-INT VALUE 1.
       01 J USAGE UNSIGNED-INT VALUE 1.

       PROCEDURE DIVISION.
       01-MAIN.
           ACCEPT OPERATOR-ID FROM COMMAND-LINE.
           IF OPERATOR-ID = SPACES THEN
               DISPLAY "OPERATOR ID REQUIRED - NO SIGN-OFF WITHOUT ONE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-DATE TO STAMP-DATE.
           MOVE RUN-TIME-HHMMSS TO STAMP-TIME.
           MOVE OPERATOR-ID TO STAMP-OPERATOR.
*>         Status 05 is the OPTIONAL ledger not there yet: nothing has
*>         been filed, so every transaction rejects as not on file.
           OPEN I-O MATCHLEDGER.
           IF MLG-FILE-STATUS NOT = "00" AND MLG-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN MATCHLEDGER - FILE STATUS "
                   MLG-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MATCHTRANS.
           IF TRN-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN MATCHTRANS - FILE STATUS "
                   TRN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
*>         Status 05 is the OPTIONAL trail started on first use.
           OPEN EXTEND MATCHAUDIT.
           IF AUD-FILE-STATUS NOT = "00" AND AUD-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN MATCHAUDIT - FILE STATUS "
                   AUD-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 02-READ-TRANS UNTIL FILE-STATUS = 1.
           CLOSE MATCHTRANS.
           CLOSE MATCHLEDGER.
           CLOSE MATCHAUDIT.
           MOVE TRN-COUNT TO CNT-FMT.
           DISPLAY "TRANSACTIONS READ.: " CNT-FMT.
           MOVE APPLIED-COUNT TO CNT-FMT.
           DISPLAY "APPLIED...........: " CNT-FMT.
           MOVE REJECT-COUNT TO CNT-FMT.
           DISPLAY "REJECTED..........: " CNT-FMT.
           IF REJECT-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       02-READ-TRANS.
           READ MATCHTRANS
               AT END MOVE 1 TO FILE-STATUS
               NOT AT END
                   ADD 1 TO TRN-COUNT
                   PERFORM 03-APPLY-TRANS
           END-READ.

       03-APPLY-TRANS.
           MOVE SPACES TO REJECT-REASON.
           PERFORM 04-VALIDATE-TRANS.
           IF INVALID-RECORD THEN
               PERFORM 07-WRITE-REJECTED
           ELSE
               PERFORM 05-BUILD-KEY
               PERFORM 06-CHANGE-STATUS
           END-IF.

       04-VALIDATE-TRANS.
*>     The key is rebuilt exactly as the run files it, so every part
*>     must parse under the run's own rules; a dispute has to say why.
           SET VALID-RECORD TO TRUE.
           MOVE 0 TO TARGET-WORK.
           IF TRN-ACTION NOT = "CONFIRM" AND TRN-ACTION NOT = "DISPUTE"
               AND TRN-ACTION NOT = "RELEASE" THEN
               MOVE "ACTION NOT CONFIRM/DISPUTE/RELEASE"
                   TO REJECT-REASON
               SET INVALID-RECORD TO TRUE
           END-IF.
           IF VALID-RECORD AND TRN-DATE NOT NUMERIC THEN
               MOVE "REPORT DATE NOT YYYYMMDD" TO REJECT-REASON
               SET INVALID-RECORD TO TRUE
           END-IF.
           IF VALID-RECORD THEN
               MOVE TRN-TARGET TO VALUE-TEXT
               PERFORM 08-PARSE-VALUE
               IF PARSE-BAD THEN
                   MOVE "TARGET NOT A VALID SIGNED VALUE"
                       TO REJECT-REASON
                   SET INVALID-RECORD TO TRUE
               ELSE
                   MOVE PARSED-VALUE TO TARGET-WORK
               END-IF
           END-IF.
           IF VALID-RECORD THEN
               IF TRN-MODE NOT = "2" AND TRN-MODE NOT = "3"
                   AND TRN-MODE NOT = "N" AND TRN-MODE NOT = "X" THEN
                   MOVE "MODE NOT 2/3/N/X" TO REJECT-REASON
                   SET INVALID-RECORD TO TRUE
               END-IF
           END-IF.
           IF VALID-RECORD THEN
               IF TRN-MODE = "3" THEN
                   MOVE 3 TO VAL-COUNT
               ELSE
                   MOVE 2 TO VAL-COUNT
                   IF TRN-VAL-3 NOT = SPACES THEN
                       MOVE "THIRD VALUE NEEDS MODE 3"
                           TO REJECT-REASON
                       SET INVALID-RECORD TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF VALID-RECORD THEN
               PERFORM 09-PARSE-ONE-VAL
                   VARYING VAL-IX FROM 1 BY 1 UNTIL VAL-IX > VAL-COUNT
                       OR INVALID-RECORD
           END-IF.
           IF VALID-RECORD THEN
               PERFORM 10-SORT-VALS
               PERFORM 13-VALIDATE-OCCURRENCE
           END-IF.
           IF VALID-RECORD AND TRN-ACTION = "DISPUTE"
               AND TRN-NOTE = SPACES THEN
               MOVE "DISPUTE NEEDS A REASON IN THE NOTE"
                   TO REJECT-REASON
               SET INVALID-RECORD TO TRUE
           END-IF.

       05-BUILD-KEY.
           MOVE TARGET-WORK TO VAL-SIGNED.
           MOVE VAL-SIGNED-X TO ML-TARGET.
           MOVE TRN-MODE TO ML-MODE.
           MOVE VAL-WORK(1) TO VAL-SIGNED.
           MOVE VAL-SIGNED-X TO ML-VAL-1.
           MOVE VAL-WORK(2) TO VAL-SIGNED.
           MOVE VAL-SIGNED-X TO ML-VAL-2.
           IF VAL-COUNT = 3 THEN
               MOVE VAL-WORK(3) TO VAL-SIGNED
               MOVE VAL-SIGNED-X TO ML-VAL-3
           ELSE
               MOVE SPACES TO ML-VAL-3
           END-IF.
           MOVE OCCUR-WORK TO ML-OCCUR.
           MOVE TRN-DATE-N TO ML-DATE.

       06-CHANGE-STATUS.
           READ MATCHLEDGER
               INVALID KEY
                   MOVE "MATCH NOT ON LEDGER" TO REJECT-REASON
                   PERFORM 07-WRITE-REJECTED
               NOT INVALID KEY
                   PERFORM 12-CHECK-TRANSITION
           END-READ.

       07-WRITE-REJECTED.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO AUDIT-RECORD.
           STRING AUDIT-STAMP DELIMITED BY SIZE
                  "REJECTED    " DELIMITED BY SIZE
                  TRN-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRN-TARGET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRN-MODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRN-VAL-1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRN-VAL-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRN-VAL-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRN-OCCUR DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           WRITE AUDIT-RECORD.

       08-PARSE-VALUE.
*>     Shared signed-value parse, as in the reconciliation run: an
*>     optional leading + or - followed by one to seven digits,
*>     trailing spaces allowed.
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

       09-PARSE-ONE-VAL.
*>     Driven by VAL-IX rather than I: 08-PARSE-VALUE consumes both
*>     scratch indexes.
           IF VAL-IX = 1 THEN
               MOVE TRN-VAL-1 TO VALUE-TEXT
           ELSE
               IF VAL-IX = 2 THEN
                   MOVE TRN-VAL-2 TO VALUE-TEXT
               ELSE
                   MOVE TRN-VAL-3 TO VALUE-TEXT
               END-IF
           END-IF.
           PERFORM 08-PARSE-VALUE.
           IF PARSE-BAD THEN
               MOVE "VALUE NOT A VALID SIGNED VALUE" TO REJECT-REASON
               SET INVALID-RECORD TO TRUE
           ELSE
               MOVE PARSED-VALUE TO VAL-WORK(VAL-IX)
           END-IF.

       10-SORT-VALS.
*>     The run files the legs off its ascending table, so the key
*>     holds them ascending; the operator may type them in any order.
           IF VAL-WORK(1) > VAL-WORK(2) THEN
               MOVE VAL-WORK(1) TO VAL-SWAP
               MOVE VAL-WORK(2) TO VAL-WORK(1)
               MOVE VAL-SWAP TO VAL-WORK(2)
           END-IF.
           IF VAL-COUNT = 3 THEN
               IF VAL-WORK(2) > VAL-WORK(3) THEN
                   MOVE VAL-WORK(2) TO VAL-SWAP
                   MOVE VAL-WORK(3) TO VAL-WORK(2)
                   MOVE VAL-SWAP TO VAL-WORK(3)
               END-IF
               IF VAL-WORK(1) > VAL-WORK(2) THEN
                   MOVE VAL-WORK(1) TO VAL-SWAP
                   MOVE VAL-WORK(2) TO VAL-WORK(1)
                   MOVE VAL-SWAP TO VAL-WORK(2)
               END-IF
           END-IF.

       11-WRITE-APPLIED.
           ADD 1 TO APPLIED-COUNT.
           MOVE SPACES TO AUDIT-RECORD.
           STRING AUDIT-STAMP DELIMITED BY SIZE
                  "APPLIED     " DELIMITED BY SIZE
                  TRN-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ML-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ML-TARGET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ML-MODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ML-VAL-1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ML-VAL-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ML-VAL-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ML-OCCUR DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  OLD-STATUS DELIMITED BY SPACE
                  " TO " DELIMITED BY SIZE
                  NEW-STATUS DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  TRN-NOTE DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           WRITE AUDIT-RECORD.

       12-CHECK-TRANSITION.
*>     A transaction that would leave the entry where it is is
*>     rejected rather than silently re-stamped: the audit must show
*>     who actually moved a match, not who last repeated the move.
           MOVE ML-STATUS TO OLD-STATUS.
           IF TRN-ACTION = "CONFIRM" THEN
               MOVE "CONFIRMED" TO NEW-STATUS
           ELSE
               IF TRN-ACTION = "DISPUTE" THEN
                   MOVE "DISPUTED" TO NEW-STATUS
               ELSE
                   MOVE "PROPOSED" TO NEW-STATUS
               END-IF
           END-IF.
           IF OLD-STATUS = NEW-STATUS THEN
               IF TRN-ACTION = "RELEASE" THEN
                   MOVE "NOT SIGNED OFF - NOTHING TO RELEASE"
                       TO REJECT-REASON
               ELSE
                   MOVE SPACES TO REJECT-REASON
                   STRING "ALREADY " DELIMITED BY SIZE
                          NEW-STATUS DELIMITED BY SPACE
                       INTO REJECT-REASON
                   END-STRING
               END-IF
               PERFORM 07-WRITE-REJECTED
           ELSE
               PERFORM 14-REWRITE-ENTRY
           END-IF.

       13-VALIDATE-OCCURRENCE.
*>     Blank means the first (usually the only) occurrence of the
*>     combination that day.
           IF TRN-OCCUR = SPACES THEN
               MOVE 1 TO OCCUR-WORK
           ELSE
               MOVE SPACES TO VALUE-TEXT
               MOVE TRN-OCCUR TO VALUE-TEXT
               PERFORM 08-PARSE-VALUE
               IF PARSE-BAD OR PARSED-VALUE < 1
                   OR PARSED-VALUE > 999 THEN
                   MOVE "OCCURRENCE NOT 1-999" TO REJECT-REASON
                   SET INVALID-RECORD TO TRUE
               ELSE
                   MOVE PARSED-VALUE TO OCCUR-WORK
               END-IF
           END-IF.

       14-REWRITE-ENTRY.
           MOVE NEW-STATUS TO ML-STATUS.
           MOVE RUN-DATE TO ML-SIGN-DATE.
           MOVE RUN-TIME-HHMMSS TO ML-SIGN-TIME.
           MOVE OPERATOR-ID TO ML-SIGN-OPERATOR.
           MOVE TRN-NOTE TO ML-NOTE.
           REWRITE MATCH-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE MATCHLEDGER ENTRY"
                       " - FILE STATUS " MLG-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           PERFORM 11-WRITE-APPLIED.
