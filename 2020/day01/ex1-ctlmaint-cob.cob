       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC-2020-day-1-ctlmaint.
*>         Compilation: cobc -F -fmfcomment -std=rm -x ex1-ctlmaint-cob.cob
*>         Utilisation: ./ex1-ctlmaint-cob [OPERATOR-ID]
*>         Utilisation: ./ex1-ctlmaint-cob PREFLIGHT
*>
*> Maintenance and pre-flight validation of CONTROLFILE, the control
*>     A starget m toler   add a target entry (mode 2/3/N/X)
*>     C starget m toler   change that target/mode entry's tolerance
*>     D starget m         remove a target entry
*>     S p s rrr o c       run-wide switches: print Y/N, source D/M/L,
*>                         reject percent 000-100, suppression
*>                         override Y/N (blank = N), clearing mode
*>                         Y/N (blank = N)
*> With PREFLIGHT as the command-line argument no transactions are
*> read: the file is interpreted exactly as the run's control-record
*> reader would, every resolved target, mode, tolerance, source switch,
*> reject percentage and clearing switch is echoed, and the program
*> ends with RETURN-CODE 8 if anything would silently fall back to a
*> default - so the scheduler can stop a mis-keyed file before the
*> night's run, not after the report looks wrong.
*> Any other argument is the operator id: CTLAUDIT is appended to
*> rather than rewritten, and every line is stamped with run date,
*> time and that operator id ahead of the APPLIED/REJECTED text, the
*> way CORRAUDIT is, so the trail can be read back across runs.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
           SELECT CTLTRANS ASSIGN TO "CTLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT OPTIONAL CTLAUDIT ASSIGN TO "CTLAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

       FILE SECTION.
       FD CONTROLFILE.
*>     Layout shared with the reconciliation run: target, mode, print,
*>     source and reject-percent (first record only), tolerance, then
*>     the suppression override and clearing switches (first record
*>     only).
       01 CONTROL-RECORD.
           05 CTL-TARGET-IN PIC X(08).
           05 FILLER PIC X(01).
           05 CTL-TOLER-IN PIC 9(7).
           05 FILLER PIC X(01).
           05 CTL-OVERRIDE-IN PIC X(01).
           05 FILLER PIC X(01).
           05 CTL-CLEAR-IN PIC X(01).

       FD CTLTRANS.
       01 TRANS-RECORD.
           05 TRN-REJPCT PIC X(03).
           05 FILLER PIC X(01).
           05 TRN-OVERRIDE PIC X(01).
           05 FILLER PIC X(01).
           05 TRN-CLEAR PIC X(01).
           05 FILLER PIC X(07).

       FD CTLAUDIT.
       01 AUDIT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 CTL-FILE-STATUS PIC XX VALUE "00".
       01 SOURCE-SWITCH PIC X(01) VALUE "D".
       01 REJECT-TOLERANCE PIC 9(3) VALUE 0.
       01 OVERRIDE-SWITCH PIC X(01) VALUE "N".
       01 CLEAR-SWITCH PIC X(01) VALUE "N".
       01 TRN-COUNT PIC 9(5) VALUE 0.
       01 APPLIED-COUNT PIC 9(5) VALUE 0.
       01 REJECT-COUNT PIC 9(5) VALUE 0.
           88 TOLER-OK VALUE "Y".
       01 TARGET-SIGNED PIC S9(7) SIGN LEADING SEPARATE.
       01 TARGET-SIGNED-X REDEFINES TARGET-SIGNED PIC X(08).
       01 RUN-DATE PIC 9(8) VALUE 0.
       01 RUN-TIME PIC 9(8) VALUE 0.
       01 RUN-TIME-SPLIT REDEFINES RUN-TIME.
           05 RUN-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).
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
           ACCEPT MODE-ARG FROM COMMAND-LINE.
           IF MODE-ARG = "PREFLIGHT" THEN
               SET PREFLIGHT-MODE TO TRUE
           ELSE
               IF MODE-ARG NOT = SPACES THEN
                   MOVE MODE-ARG TO OPERATOR-ID
               END-IF
           END-IF.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-DATE TO STAMP-DATE.
           MOVE RUN-TIME-HHMMSS TO STAMP-TIME.
           MOVE OPERATOR-ID TO STAMP-OPERATOR.
           IF PREFLIGHT-MODE THEN
               PERFORM 11-PREFLIGHT
           ELSE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
*>         Status 05 is the OPTIONAL trail started on first use.
           OPEN EXTEND CTLAUDIT.
           IF AUD-FILE-STATUS NOT = "00" AND AUD-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN CTLAUDIT - FILE STATUS "
                   AUD-FILE-STATUS
               MOVE 12 TO RETURN-CODE
                   AND TRN-SOURCE NOT = "L")
               OR TRN-REJPCT NOT NUMERIC
               OR (TRN-OVERRIDE NOT = "Y" AND TRN-OVERRIDE NOT = "N"
                   AND TRN-OVERRIDE NOT = SPACE)
               OR (TRN-CLEAR NOT = "Y" AND TRN-CLEAR NOT = "N"
                   AND TRN-CLEAR NOT = SPACE) THEN
               MOVE "SWITCHES NOT Y/N D/M/L 000-100 Y/N Y/N"
                   TO REJECT-REASON
               PERFORM 15-WRITE-REJECTED
           ELSE
               ELSE
                   MOVE TRN-OVERRIDE TO OVERRIDE-SWITCH
               END-IF
               IF TRN-CLEAR = SPACE THEN
                   MOVE "N" TO CLEAR-SWITCH
               ELSE
                   MOVE TRN-CLEAR TO CLEAR-SWITCH
               END-IF
               PERFORM 16-WRITE-APPLIED
           END-IF.

               MOVE REJECT-TOLERANCE TO CTL-REJPCT-IN
               MOVE CTL-TOLER(I) TO CTL-TOLER-IN
               MOVE OVERRIDE-SWITCH TO CTL-OVERRIDE-IN
               MOVE CLEAR-SWITCH TO CTL-CLEAR-IN
               WRITE CONTROL-RECORD
           END-PERFORM.
           CLOSE CONTROLFILE.
           DISPLAY "SOURCE SWITCH.....: " SOURCE-SWITCH.
           DISPLAY "REJECT PCT........: " REJECT-TOLERANCE.
           DISPLAY "SUPPR OVERRIDE....: " OVERRIDE-SWITCH.
           DISPLAY "CLEARING MODE.....: " CLEAR-SWITCH.
           MOVE FALLBACK-COUNT TO CNT-FMT.
           DISPLAY "DEFAULT FALLBACKS.: " CNT-FMT.
           IF FALLBACK-COUNT > 0 THEN
                       "' WOULD FALL BACK TO N"
               END-IF
           END-IF.
           IF CTL-CLEAR-IN = "Y" OR CTL-CLEAR-IN = "N" THEN
               MOVE CTL-CLEAR-IN TO CLEAR-SWITCH
           ELSE
               IF CTL-CLEAR-IN NOT = SPACE THEN
                   ADD 1 TO FALLBACK-COUNT
                   DISPLAY "CLEARING SWITCH '" CTL-CLEAR-IN
                       "' WOULD FALL BACK TO N"
               END-IF
           END-IF.

       15-WRITE-REJECTED.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO AUDIT-RECORD.
           STRING AUDIT-STAMP DELIMITED BY SIZE
                  "REJECTED    " DELIMITED BY SIZE
                  TRN-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRN-TARGET DELIMITED BY SIZE
       16-WRITE-APPLIED.
           ADD 1 TO APPLIED-COUNT.
           MOVE SPACES TO AUDIT-RECORD.
           STRING AUDIT-STAMP DELIMITED BY SIZE
                  "APPLIED     " DELIMITED BY SIZE
                  TRN-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRN-TARGET DELIMITED BY SIZE
