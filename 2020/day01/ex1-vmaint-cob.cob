       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC-2020-day-1-vmaint.
*>         Compilation: cobc -F -fmfcomment -std=rm -x ex1-vmaint-cob.cob
*>         Utilisation: ./ex1-vmaint-cob [OPERATOR-ID]
*>
*> Maintenance of the keyed value master VALMASTER searched by the
*> reconciliation run in master-source mode. Applies add/change/delete
*> read the entry first so the before image is on record. The
*> companion rebuild program replays the journal to reconstruct the
*> master as it stood at any past date.
*> VALAUDIT is appended to rather than rewritten, and every line is
*> stamped with run date, time and the operator id from the command
*> line ahead of the APPLIED/REJECTED text, the way CORRAUDIT is, so
*> the trail can be read back across runs by operator and date.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
           SELECT VALTRANS ASSIGN TO "VALTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT OPTIONAL VALAUDIT ASSIGN TO "VALAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT OPTIONAL VALJOURNAL ASSIGN TO "VALJOURNAL"
           05 TRN-CATEGORY PIC X(01).

       FD VALAUDIT.
       01 AUDIT-RECORD PIC X(100).

       FD VALJOURNAL.
*>     One line per applied transaction, appended in the order the
           05 RUN-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).
       01 JOURNAL-SEQ PIC 9(5) VALUE 0.
       01 OPERATOR-ARG PIC X(10) VALUE SPACES.
       01 OPERATOR-ID PIC X(10) VALUE "OPERATOR".
       01 AUDIT-STAMP.
           05 STAMP-DATE PIC 9(8).
           05 FILLER PIC X(01) VALUE SPACE.
           05 STAMP-TIME PIC 9(6).
           05 FILLER PIC X(01) VALUE SPACE.
           05 STAMP-OPERATOR PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
       01 BEFORE-VALUE PIC X(08) VALUE SPACES.
       01 BEFORE-CAT PIC X(01) VALUE SPACE.
       01 PARSED-VALUE PIC S9(7) VALUE 0.

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
           OPEN I-O VALMASTER.
           IF VM-FILE-STATUS NOT = "00" AND VM-FILE-STATUS NOT = "05"
               THEN
                   TRN-FILE-STATUS
               STOP RUN
           END-IF.
*>         EXTEND like the journal: the audit trail spans runs.
           OPEN EXTEND VALAUDIT.
           IF AUD-FILE-STATUS NOT = "00" AND AUD-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN VALAUDIT - FILE STATUS "
                   AUD-FILE-STATUS
               STOP RUN
       08-WRITE-REJECTED.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO AUDIT-RECORD.
           STRING AUDIT-STAMP DELIMITED BY SIZE
                  "REJECTED    " DELIMITED BY SIZE
                  TRN-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRN-ENTRY-ID DELIMITED BY SIZE
       09-WRITE-APPLIED.
           ADD 1 TO APPLIED-COUNT.
           MOVE SPACES TO AUDIT-RECORD.
           STRING AUDIT-STAMP DELIMITED BY SIZE
                  "APPLIED     " DELIMITED BY SIZE
                  TRN-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRN-ENTRY-ID DELIMITED BY SIZE
