       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC-2020-day-1-supmaint.
*>         Compilation: cobc -F -fmfcomment -std=rm -x ex1-supmaint-cob.cob
*>         Utilisation: ./ex1-supmaint-cob [OPERATOR-ID]
*>
*> Maintenance of SUPPMASTER, the keyed suppression master the
*> reconciliation run consults before reporting a match: combinations
*> ascending order with a separate leading sign - the order and
*> rendering the run looks them up under - so the operator can type
*> them in any order.
*> SUPAUDIT is appended to rather than rewritten, and every line is
*> stamped with run date, time and the operator id from the command
*> line ahead of the APPLIED/REJECTED text, the way CORRAUDIT is, so
*> the trail can be read back across runs by operator and date.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
           SELECT SUPTRANS ASSIGN TO "SUPTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT OPTIONAL SUPAUDIT ASSIGN TO "SUPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

           05 TRN-NOTE PIC X(30).

       FD SUPAUDIT.
       01 AUDIT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 SPM-FILE-STATUS PIC XX VALUE "00".
       01 VALID-RECORD-SWITCH PIC X(01) VALUE "Y".
           88 VALID-RECORD VALUE "Y".
           88 INVALID-RECORD VALUE "N".
       01 RUN-DATE PIC 9(8) VALUE 0.
       01 RUN-TIME PIC 9(8) VALUE 0.
       01 RUN-TIME-SPLIT REDEFINES RUN-TIME.
           05 RUN-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).
       01 OPERATOR-ARG PIC X(10) VALUE SPACES.
       01 OPERATOR-ID PIC X(10) VALUE "OPERATOR".
       01 AUDIT-STAMP.
           05 STAMP-DATE PIC 9(8).
           05 FILLER PIC X(01) VALUE SPACE.
           05 STAMP-TIME PIC 9(6).
           05 FILLER PIC X(01) VALUE SPACE.
           05 STAMP-OPERATOR PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.

       LOCAL-STORAGE SECTION.
       01 I USAGE UNSIGNED-INT VALUE 1.

       PROCEDURE DIVISION.
       01-MAIN.
           ACCEPT OPERATOR-ARG FROM COMMAND-LINE.
           IF OPERATOR-ARG NOT = SPACES THEN
               MOVE OPERATOR-ARG TO OPERATOR-ID
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-DATE TO STAMP-DATE.
           MOVE RUN-TIME-HHMMSS TO STAMP-TIME.
           MOVE OPERATOR-ID TO STAMP-OPERATOR.
           OPEN I-O SUPPMASTER.
           IF SPM-FILE-STATUS NOT = "00" AND SPM-FILE-STATUS NOT = "05"
               THEN
                   TRN-FILE-STATUS
               STOP RUN
           END-IF.
*>         Status 05 is the OPTIONAL trail started on first use.
           OPEN EXTEND SUPAUDIT.
           IF AUD-FILE-STATUS NOT = "00" AND AUD-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN SUPAUDIT - FILE STATUS "
                   AUD-FILE-STATUS
               STOP RUN
       08-WRITE-REJECTED.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO AUDIT-RECORD.
           STRING AUDIT-STAMP DELIMITED BY SIZE
                  "REJECTED    " DELIMITED BY SIZE
                  TRN-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRN-TARGET DELIMITED BY SIZE
       12-WRITE-APPLIED.
           ADD 1 TO APPLIED-COUNT.
           MOVE SPACES TO AUDIT-RECORD.
           STRING AUDIT-STAMP DELIMITED BY SIZE
                  "APPLIED     " DELIMITED BY SIZE
                  TRN-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUP-TARGET DELIMITED BY SIZE
