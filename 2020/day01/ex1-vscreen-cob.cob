       IDENTIFICATION DIVISION.
       PROGRAM-ID. AoC-2020-day-1-vscreen.
*>         Compilation: cobc -F -fmfcomment -std=rm -x ex1-vscreen-cob.cob
*>         Utilisation: ./ex1-vscreen-cob OPERATOR-ID
*>
*> Online inquiry and maintenance over the three keyed files the
*> batch maintenance programs look after, so looking at one entry no
*> longer means writing a transaction file and running a batch job.
*> A menu leads to one screen per file:
*>     VALMASTER   browse from an entry id, look one up, and key the
*>                 A/C/D transactions of the value master maintenance
*>     EXCLEDGER   browse from a date/sequence, optionally only one
*>                 status, and correct an OPEN exception
*>     SUPPMASTER  browse from a target/mode and file (A) or withdraw
*>                 (D) a suppression
*> Nothing keyed here bypasses the batch rules or trails: values and
*> categories are validated by the same shared parse, the same reject
*> reasons apply, and every action - applied or rejected - is
*> appended to the trail its batch counterpart writes, stamped with
*> date, time and the operator id: VALAUDIT and VALJOURNAL (before
*> and after images, the 18-byte transaction image) for the master,
*> CORRAUDIT and CORRECTEDFILE (the corrected value goes back through
*> the next run's supplemental load) for the ledger, SUPAUDIT for the
*> suppression master. The operator id on the command line is
*> mandatory. The session holds the three masters open, so it is not
*> run alongside the batch maintenance programs.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VALMASTER ASSIGN TO "VALMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-ENTRY-ID
               FILE STATUS IS VM-FILE-STATUS.
           SELECT OPTIONAL VALAUDIT ASSIGN TO "VALAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAU-FILE-STATUS.
           SELECT OPTIONAL VALJOURNAL ASSIGN TO "VALJOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
           SELECT OPTIONAL EXCLEDGER ASSIGN TO "EXCLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXL-ID
               FILE STATUS IS EXL-FILE-STATUS.
           SELECT OPTIONAL CORRECTEDFILE ASSIGN TO "CORRECTEDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COR-FILE-STATUS.
           SELECT OPTIONAL CORRAUDIT ASSIGN TO "CORRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAU-FILE-STATUS.
           SELECT OPTIONAL SUPPMASTER ASSIGN TO "SUPPMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-KEY
               FILE STATUS IS SPM-FILE-STATUS.
           SELECT OPTIONAL SUPAUDIT ASSIGN TO "SUPAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SAU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD VALMASTER.
*>     Layout shared with the value master maintenance program.
       01 MASTER-RECORD.
           05 VM-ENTRY-ID PIC 9(5).
           05 FILLER PIC X(01).
           05 VM-VALUE PIC S9(7) SIGN LEADING SEPARATE.
           05 VM-VALUE-X REDEFINES VM-VALUE PIC X(08).
           05 FILLER PIC X(01).
           05 VM-CATEGORY PIC X(01).

       FD VALAUDIT.
       01 VAL-AUDIT-RECORD PIC X(100).

       FD VALJOURNAL.
*>     Layout shared with the value master maintenance program and
*>     the rebuild program that replays it.
       01 JOURNAL-RECORD.
           05 JRN-DATE PIC 9(8).
           05 FILLER PIC X(01).
           05 JRN-TIME PIC 9(6).
           05 FILLER PIC X(01).
           05 JRN-SEQ PIC 9(5).
           05 FILLER PIC X(01).
           05 JRN-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 JRN-ENTRY-ID PIC 9(5).
           05 FILLER PIC X(01).
           05 JRN-BEFORE-VALUE PIC X(08).
           05 FILLER PIC X(01).
           05 JRN-BEFORE-CAT PIC X(01).
           05 FILLER PIC X(01).
           05 JRN-AFTER-VALUE PIC X(08).
           05 FILLER PIC X(01).
           05 JRN-AFTER-CAT PIC X(01).
           05 FILLER PIC X(01).
           05 JRN-TRANS PIC X(18).

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

       FD CORRECTEDFILE.
*>     Same layout as a daily dataset record, so corrections flow
*>     through the main program's supplemental load unchanged.
       01 CORRECTED-RECORD.
           05 COR-VALUE PIC X(08).
           05 FILLER PIC X(01).
           05 COR-CATEGORY PIC X(01).

       FD CORRAUDIT.
       01 CORR-AUDIT-RECORD PIC X(100).

       FD SUPPMASTER.
*>     Layout shared with the reconciliation run that consults it.
       01 SUPP-RECORD.
           05 SUP-KEY.
               10 SUP-TARGET PIC X(08).
               10 SUP-MODE PIC X(01).
               10 SUP-VAL-1 PIC X(08).
               10 SUP-VAL-2 PIC X(08).
               10 SUP-VAL-3 PIC X(08).
           05 FILLER PIC X(01).
           05 SUP-NOTE PIC X(30).

       FD SUPAUDIT.
       01 SUP-AUDIT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 VM-FILE-STATUS PIC XX VALUE "00".
       01 VAU-FILE-STATUS PIC XX VALUE "00".
       01 JRN-FILE-STATUS PIC XX VALUE "00".
       01 EXL-FILE-STATUS PIC XX VALUE "00".
       01 COR-FILE-STATUS PIC XX VALUE "00".
       01 CAU-FILE-STATUS PIC XX VALUE "00".
       01 SPM-FILE-STATUS PIC XX VALUE "00".
       01 SAU-FILE-STATUS PIC XX VALUE "00".
       01 OPERATOR-ARG PIC X(10) VALUE SPACES.
       01 OPERATOR-ID PIC X(10) VALUE SPACES.
       01 RUN-DATE PIC 9(8) VALUE 0.
       01 RUN-TIME PIC 9(8) VALUE 0.
       01 RUN-TIME-SPLIT REDEFINES RUN-TIME.
           05 RUN-TIME-HHMMSS PIC 9(6).
           05 FILLER PIC 9(2).
       01 AUDIT-STAMP.
           05 STAMP-DATE PIC 9(8).
           05 FILLER PIC X(01) VALUE SPACE.
           05 STAMP-TIME PIC 9(6).
           05 FILLER PIC X(01) VALUE SPACE.
           05 STAMP-OPERATOR PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
       01 JOURNAL-SEQ PIC 9(5) VALUE 0.
       01 SESSION-SWITCH PIC X(01) VALUE "N".
           88 SESSION-ENDED VALUE "Y".
       01 SCREEN-SWITCH PIC X(01) VALUE "N".
           88 SCREEN-DONE VALUE "Y".
           88 SCREEN-ACTIVE VALUE "N".
       01 BROWSE-SWITCH PIC X(01) VALUE "N".
           88 BROWSE-EOF VALUE "Y".
           88 BROWSE-MORE VALUE "N".
       01 MENU-CHOICE PIC X(01) VALUE SPACE.
       01 CMD-IN PIC X(01) VALUE SPACE.
       01 SCREEN-MESSAGE PIC X(79) VALUE SPACES.
       01 REJECT-REASON PIC X(40) VALUE SPACES.
       01 VALID-RECORD-SWITCH PIC X(01) VALUE "Y".
           88 VALID-RECORD VALUE "Y".
           88 INVALID-RECORD VALUE "N".
*>     Twelve browse lines under each screen's heading.
       01 LIST-LINES.
           05 LIST-LINE-01 PIC X(79).
           05 LIST-LINE-02 PIC X(79).
           05 LIST-LINE-03 PIC X(79).
           05 LIST-LINE-04 PIC X(79).
           05 LIST-LINE-05 PIC X(79).
           05 LIST-LINE-06 PIC X(79).
           05 LIST-LINE-07 PIC X(79).
           05 LIST-LINE-08 PIC X(79).
           05 LIST-LINE-09 PIC X(79).
           05 LIST-LINE-10 PIC X(79).
           05 LIST-LINE-11 PIC X(79).
           05 LIST-LINE-12 PIC X(79).
       01 LIST-TABLE REDEFINES LIST-LINES.
           05 LIST-LINE PIC X(79) OCCURS 12 TIMES.
*>     Shared signed-value parse work areas.
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
*>     Key fields are typed left-justified ("12", not "00012"); the
*>     digits are re-justified with leading zeros before they are
*>     tested, as the correction program does with record numbers.
       01 KEY-WORK PIC X(05).
       01 KEY-WORK-CHARS REDEFINES KEY-WORK.
           05 KEY-WORK-CHAR PIC X(01) OCCURS 5 TIMES.
       01 KEY-NORM PIC X(05).
       01 KEY-NORM-CHARS REDEFINES KEY-NORM.
           05 KEY-NORM-CHAR PIC X(01) OCCURS 5 TIMES.
       01 KEY-NORM-N REDEFINES KEY-NORM PIC 9(05).
       01 KEY-DIGIT-COUNT PIC 9(1) VALUE 0.
       01 KEY-SWITCH PIC X(01) VALUE "Y".
           88 KEY-VALID VALUE "Y".
           88 KEY-INVALID VALUE "N".
*>     Value master: the keyed fields form a VALTRANS line, so the
*>     journal carries the same transaction image as a batch change.
       01 VM-TRANS.
           05 VT-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 VT-ENTRY-ID PIC X(05).
           05 FILLER PIC X(01).
           05 VT-VALUE PIC X(08).
           05 FILLER PIC X(01).
           05 VT-CATEGORY PIC X(01).
       01 VM-NEXT-ID PIC 9(5) VALUE 0.
       01 BEFORE-VALUE PIC X(08) VALUE SPACES.
       01 BEFORE-CAT PIC X(01) VALUE SPACE.
*>     Exception ledger.
       01 EX-DATE-IN PIC X(08) VALUE SPACES.
       01 EX-DATE-IN-N REDEFINES EX-DATE-IN PIC 9(08).
       01 EX-SEQ-IN PIC X(05) VALUE SPACES.
       01 EX-STATUS-IN PIC X(09) VALUE SPACES.
       01 EX-LAST-ID PIC X(13) VALUE ZEROS.
       01 EX-WANTED-ID.
           05 EX-WANTED-DATE PIC 9(8).
           05 EX-WANTED-SEQ PIC 9(5).
       01 CT-VALUE PIC X(08) VALUE SPACES.
       01 CT-CATEGORY PIC X(01) VALUE SPACE.
       01 CORR-REASON PIC X(30) VALUE SPACES.
*>     Suppression master: the fields of a SUPTRANS line.
       01 SP-TRANS.
           05 ST-ACTION PIC X(01).
           05 ST-TARGET PIC X(08).
           05 ST-MODE PIC X(01).
           05 ST-VAL-1 PIC X(08).
           05 ST-VAL-2 PIC X(08).
           05 ST-VAL-3 PIC X(08).
           05 ST-NOTE PIC X(30).
       01 SP-LAST-KEY PIC X(33) VALUE LOW-VALUES.
       01 TARGET-WORK PIC S9(7) VALUE 0.
       01 VAL-COUNT PIC 9(1) VALUE 0.
       01 VAL-IX PIC 9(1) VALUE 0.
       01 VAL-WORKS.
           02 VAL-WORK PIC S9(7) OCCURS 3 TIMES.
       01 VAL-SWAP PIC S9(7) VALUE 0.
       01 VAL-SIGNED PIC S9(7) SIGN LEADING SEPARATE.
       01 VAL-SIGNED-X REDEFINES VAL-SIGNED PIC X(08).

       LOCAL-STORAGE SECTION.
       01 I USAGE UNSIGNED-INT VALUE 1.
       01 J USAGE UNSIGNED-INT VALUE 1.
       01 K USAGE UNSIGNED-INT VALUE 1.
       01 L USAGE UNSIGNED-INT VALUE 1.

       SCREEN SECTION.
       01 MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
               VALUE "VALUE MASTER INQUIRY AND MAINTENANCE".
           05 LINE 1 COLUMN 60 VALUE "OPERATOR ".
           05 LINE 1 COLUMN 69 PIC X(10) FROM OPERATOR-ID.
           05 LINE 4 COLUMN 5
               VALUE "1  VALMASTER   VALUE MASTER BY ENTRY ID".
           05 LINE 5 COLUMN 5
               VALUE "2  EXCLEDGER   EXCEPTIONS BY DATE/SEQUENCE".
           05 LINE 6 COLUMN 5
               VALUE "3  SUPPMASTER  SUPPRESSIONS BY TARGET/MODE".
           05 LINE 7 COLUMN 5 VALUE "X  END OF SESSION".
           05 LINE 9 COLUMN 5 VALUE "CHOICE: ".
           05 LINE 9 COLUMN 13 PIC X(01) USING MENU-CHOICE.
           05 LINE 22 COLUMN 1 PIC X(79) FROM SCREEN-MESSAGE.

       01 VM-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "VALMASTER - VALUE MASTER".
           05 LINE 1 COLUMN 60 VALUE "OPERATOR ".
           05 LINE 1 COLUMN 69 PIC X(10) FROM OPERATOR-ID.
           05 LINE 3 COLUMN 1 VALUE "ACTION: ".
           05 LINE 3 COLUMN 9 PIC X(01) USING CMD-IN.
           05 LINE 3 COLUMN 12 VALUE
               "B BROWSE N NEXT L LOOK UP A ADD C CHANGE D DELETE".
           05 LINE 3 COLUMN 63 VALUE "M MENU".
           05 LINE 4 COLUMN 1 VALUE "ENTRY ID: ".
           05 LINE 4 COLUMN 11 PIC X(05) USING VT-ENTRY-ID.
           05 LINE 4 COLUMN 19 VALUE "VALUE: ".
           05 LINE 4 COLUMN 26 PIC X(08) USING VT-VALUE.
           05 LINE 4 COLUMN 37 VALUE "CATEGORY: ".
           05 LINE 4 COLUMN 47 PIC X(01) USING VT-CATEGORY.
           05 LINE 6 COLUMN 1 VALUE "ENTRY ID  VALUE    C".
           05 LINE 7 COLUMN 1 PIC X(79) FROM LIST-LINE-01.
           05 LINE 8 COLUMN 1 PIC X(79) FROM LIST-LINE-02.
           05 LINE 9 COLUMN 1 PIC X(79) FROM LIST-LINE-03.
           05 LINE 10 COLUMN 1 PIC X(79) FROM LIST-LINE-04.
           05 LINE 11 COLUMN 1 PIC X(79) FROM LIST-LINE-05.
           05 LINE 12 COLUMN 1 PIC X(79) FROM LIST-LINE-06.
           05 LINE 13 COLUMN 1 PIC X(79) FROM LIST-LINE-07.
           05 LINE 14 COLUMN 1 PIC X(79) FROM LIST-LINE-08.
           05 LINE 15 COLUMN 1 PIC X(79) FROM LIST-LINE-09.
           05 LINE 16 COLUMN 1 PIC X(79) FROM LIST-LINE-10.
           05 LINE 17 COLUMN 1 PIC X(79) FROM LIST-LINE-11.
           05 LINE 18 COLUMN 1 PIC X(79) FROM LIST-LINE-12.
           05 LINE 22 COLUMN 1 PIC X(79) FROM SCREEN-MESSAGE.

       01 EX-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "EXCLEDGER - EXCEPTION LEDGER".
           05 LINE 1 COLUMN 60 VALUE "OPERATOR ".
           05 LINE 1 COLUMN 69 PIC X(10) FROM OPERATOR-ID.
           05 LINE 3 COLUMN 1 VALUE "ACTION: ".
           05 LINE 3 COLUMN 9 PIC X(01) USING CMD-IN.
           05 LINE 3 COLUMN 12 VALUE
               "B BROWSE N NEXT F CORRECT THE ENTRY M MENU".
           05 LINE 4 COLUMN 1 VALUE "DATE: ".
           05 LINE 4 COLUMN 7 PIC X(08) USING EX-DATE-IN.
           05 LINE 4 COLUMN 17 VALUE "SEQUENCE: ".
           05 LINE 4 COLUMN 27 PIC X(05) USING EX-SEQ-IN.
           05 LINE 4 COLUMN 34 VALUE "STATUS (BLANK = ALL): ".
           05 LINE 4 COLUMN 56 PIC X(09) USING EX-STATUS-IN.
           05 LINE 5 COLUMN 1 VALUE "CORRECTED VALUE: ".
           05 LINE 5 COLUMN 18 PIC X(08) USING CT-VALUE.
           05 LINE 5 COLUMN 28 VALUE "CATEGORY: ".
           05 LINE 5 COLUMN 38 PIC X(01) USING CT-CATEGORY.
           05 LINE 6 COLUMN 1 VALUE
               "DATE     SEQ   STATUS    RECNO VALUE    C SOURCE".
           05 LINE 7 COLUMN 1 PIC X(79) FROM LIST-LINE-01.
           05 LINE 8 COLUMN 1 PIC X(79) FROM LIST-LINE-02.
           05 LINE 9 COLUMN 1 PIC X(79) FROM LIST-LINE-03.
           05 LINE 10 COLUMN 1 PIC X(79) FROM LIST-LINE-04.
           05 LINE 11 COLUMN 1 PIC X(79) FROM LIST-LINE-05.
           05 LINE 12 COLUMN 1 PIC X(79) FROM LIST-LINE-06.
           05 LINE 13 COLUMN 1 PIC X(79) FROM LIST-LINE-07.
           05 LINE 14 COLUMN 1 PIC X(79) FROM LIST-LINE-08.
           05 LINE 15 COLUMN 1 PIC X(79) FROM LIST-LINE-09.
           05 LINE 16 COLUMN 1 PIC X(79) FROM LIST-LINE-10.
           05 LINE 17 COLUMN 1 PIC X(79) FROM LIST-LINE-11.
           05 LINE 18 COLUMN 1 PIC X(79) FROM LIST-LINE-12.
           05 LINE 22 COLUMN 1 PIC X(79) FROM SCREEN-MESSAGE.

       01 SP-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "SUPPMASTER - SUPPRESSION MASTER".
           05 LINE 1 COLUMN 60 VALUE "OPERATOR ".
           05 LINE 1 COLUMN 69 PIC X(10) FROM OPERATOR-ID.
           05 LINE 3 COLUMN 1 VALUE "ACTION: ".
           05 LINE 3 COLUMN 9 PIC X(01) USING CMD-IN.
           05 LINE 3 COLUMN 12 VALUE
               "B BROWSE N NEXT A FILE D WITHDRAW M MENU".
           05 LINE 4 COLUMN 1 VALUE "TARGET: ".
           05 LINE 4 COLUMN 9 PIC X(08) USING ST-TARGET.
           05 LINE 4 COLUMN 19 VALUE "MODE: ".
           05 LINE 4 COLUMN 25 PIC X(01) USING ST-MODE.
           05 LINE 4 COLUMN 28 VALUE "VALUES: ".
           05 LINE 4 COLUMN 36 PIC X(08) USING ST-VAL-1.
           05 LINE 4 COLUMN 45 PIC X(08) USING ST-VAL-2.
           05 LINE 4 COLUMN 54 PIC X(08) USING ST-VAL-3.
           05 LINE 5 COLUMN 1 VALUE "NOTE: ".
           05 LINE 5 COLUMN 7 PIC X(30) USING ST-NOTE.
           05 LINE 6 COLUMN 1 VALUE
               "TARGET   M VAL-1    VAL-2    VAL-3    NOTE".
           05 LINE 7 COLUMN 1 PIC X(79) FROM LIST-LINE-01.
           05 LINE 8 COLUMN 1 PIC X(79) FROM LIST-LINE-02.
           05 LINE 9 COLUMN 1 PIC X(79) FROM LIST-LINE-03.
           05 LINE 10 COLUMN 1 PIC X(79) FROM LIST-LINE-04.
           05 LINE 11 COLUMN 1 PIC X(79) FROM LIST-LINE-05.
           05 LINE 12 COLUMN 1 PIC X(79) FROM LIST-LINE-06.
           05 LINE 13 COLUMN 1 PIC X(79) FROM LIST-LINE-07.
           05 LINE 14 COLUMN 1 PIC X(79) FROM LIST-LINE-08.
           05 LINE 15 COLUMN 1 PIC X(79) FROM LIST-LINE-09.
           05 LINE 16 COLUMN 1 PIC X(79) FROM LIST-LINE-10.
           05 LINE 17 COLUMN 1 PIC X(79) FROM LIST-LINE-11.
           05 LINE 18 COLUMN 1 PIC X(79) FROM LIST-LINE-12.
           05 LINE 22 COLUMN 1 PIC X(79) FROM SCREEN-MESSAGE.

       PROCEDURE DIVISION.
       01-MAIN.
           ACCEPT OPERATOR-ARG FROM COMMAND-LINE.
           IF OPERATOR-ARG = SPACES THEN
               DISPLAY "OPERATOR ID REQUIRED - AN ONLINE CHANGE MUST BE"
                   " ATTRIBUTABLE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE OPERATOR-ARG TO OPERATOR-ID.
           MOVE OPERATOR-ID TO STAMP-OPERATOR.
           PERFORM 02-OPEN-FILES.
           PERFORM 03-MENU UNTIL SESSION-ENDED.
           PERFORM 98-CLOSE-FILES.
           STOP RUN.

       02-OPEN-FILES.
*>     Status 05 is an OPTIONAL file being created on first use; the
*>     trails are EXTENDed, as the batch programs do, never rewritten.
           OPEN I-O VALMASTER.
           IF VM-FILE-STATUS NOT = "00" AND VM-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN VALMASTER - FILE STATUS "
                   VM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND VALAUDIT.
           IF VAU-FILE-STATUS NOT = "00" AND VAU-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN VALAUDIT - FILE STATUS "
                   VAU-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND VALJOURNAL.
           IF JRN-FILE-STATUS NOT = "00" AND JRN-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN VALJOURNAL - FILE STATUS "
                   JRN-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O EXCLEDGER.
           IF EXL-FILE-STATUS NOT = "00" AND EXL-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN EXCLEDGER - FILE STATUS "
                   EXL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CORRECTEDFILE.
           IF COR-FILE-STATUS NOT = "00" AND COR-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN CORRECTEDFILE - FILE STATUS "
                   COR-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CORRAUDIT.
           IF CAU-FILE-STATUS NOT = "00" AND CAU-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN CORRAUDIT - FILE STATUS "
                   CAU-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SUPPMASTER.
           IF SPM-FILE-STATUS NOT = "00" AND SPM-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN SUPPMASTER - FILE STATUS "
                   SPM-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND SUPAUDIT.
           IF SAU-FILE-STATUS NOT = "00" AND SAU-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN SUPAUDIT - FILE STATUS "
                   SAU-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       03-MENU.
           MOVE SPACE TO MENU-CHOICE.
           DISPLAY MENU-SCREEN.
           ACCEPT MENU-SCREEN.
           MOVE SPACES TO SCREEN-MESSAGE.
           PERFORM 91-CLEAR-LIST.
           SET SCREEN-ACTIVE TO TRUE.
           EVALUATE MENU-CHOICE
               WHEN "1"
                   MOVE SPACES TO VM-TRANS
                   PERFORM 10-VM-SCREEN UNTIL SCREEN-DONE
               WHEN "2"
                   MOVE SPACES TO EX-DATE-IN EX-SEQ-IN EX-STATUS-IN
                   MOVE SPACES TO CT-VALUE CT-CATEGORY
                   PERFORM 30-EX-SCREEN UNTIL SCREEN-DONE
               WHEN "3"
                   MOVE SPACES TO SP-TRANS
                   PERFORM 50-SP-SCREEN UNTIL SCREEN-DONE
               WHEN "X"
               WHEN "x"
                   SET SESSION-ENDED TO TRUE
               WHEN OTHER
                   MOVE "CHOOSE 1, 2, 3 OR X" TO SCREEN-MESSAGE
           END-EVALUATE.

       10-VM-SCREEN.
           MOVE SPACE TO CMD-IN.
           DISPLAY VM-SCREEN.
           ACCEPT VM-SCREEN.
           INSPECT CMD-IN CONVERTING "bnlacdm" TO "BNLACDM".
           MOVE SPACES TO SCREEN-MESSAGE.
           EVALUATE CMD-IN
               WHEN "B"
                   PERFORM 11-VM-BROWSE
               WHEN "N"
                   PERFORM 12-VM-NEXT-PAGE
               WHEN "L"
                   PERFORM 14-VM-LOOKUP
               WHEN "A"
               WHEN "C"
               WHEN "D"
                   MOVE CMD-IN TO VT-ACTION
                   PERFORM 15-VM-APPLY
               WHEN "M"
                   SET SCREEN-DONE TO TRUE
               WHEN OTHER
                   MOVE "CHOOSE B, N, L, A, C, D OR M" TO SCREEN-MESSAGE
           END-EVALUATE.

       11-VM-BROWSE.
*>     From the entry id typed (blank = the start of the master).
           IF VT-ENTRY-ID = SPACES THEN
               MOVE 0 TO VM-ENTRY-ID
           ELSE
               MOVE VT-ENTRY-ID TO KEY-WORK
               PERFORM 80-NORMALIZE-KEY
               IF KEY-INVALID THEN
                   MOVE "ENTRY ID NOT NUMERIC" TO SCREEN-MESSAGE
               ELSE
                   MOVE KEY-NORM-N TO VM-ENTRY-ID
               END-IF
           END-IF.
           IF SCREEN-MESSAGE = SPACES THEN
               PERFORM 91-CLEAR-LIST
               START VALMASTER KEY IS NOT LESS THAN VM-ENTRY-ID
                   INVALID KEY
                       MOVE "NO ENTRY AT OR AFTER THAT ID"
                           TO SCREEN-MESSAGE
                   NOT INVALID KEY
                       PERFORM 13-VM-FILL-PAGE
               END-START
           END-IF.

       12-VM-NEXT-PAGE.
*>     Restarted from the last id shown rather than read on: a look-up
*>     or change in between has moved the file position.
           PERFORM 91-CLEAR-LIST.
           MOVE VM-NEXT-ID TO VM-ENTRY-ID.
           START VALMASTER KEY IS GREATER THAN VM-ENTRY-ID
               INVALID KEY
                   MOVE "END OF VALMASTER" TO SCREEN-MESSAGE
               NOT INVALID KEY
                   PERFORM 13-VM-FILL-PAGE
           END-START.

       13-VM-FILL-PAGE.
           SET BROWSE-MORE TO TRUE.
           MOVE 1 TO L.
           PERFORM 16-VM-LIST-ONE UNTIL L > 12 OR BROWSE-EOF.
           IF BROWSE-EOF THEN
               MOVE "END OF VALMASTER" TO SCREEN-MESSAGE
           END-IF.

       14-VM-LOOKUP.
           MOVE VT-ENTRY-ID TO KEY-WORK.
           PERFORM 80-NORMALIZE-KEY.
           IF KEY-INVALID THEN
               MOVE "ENTRY ID NOT NUMERIC" TO SCREEN-MESSAGE
           ELSE
               MOVE KEY-NORM-N TO VM-ENTRY-ID
               READ VALMASTER
                   INVALID KEY
                       MOVE "ENTRY NOT ON MASTER" TO SCREEN-MESSAGE
                   NOT INVALID KEY
                       MOVE KEY-NORM TO VT-ENTRY-ID
                       MOVE VM-VALUE-X TO VT-VALUE
                       MOVE VM-CATEGORY TO VT-CATEGORY
                       MOVE "ENTRY ON MASTER" TO SCREEN-MESSAGE
               END-READ
           END-IF.

       15-VM-APPLY.
*>     The value master maintenance rules, transaction for
*>     transaction: the keyed fields are a VALTRANS line.
           MOVE SPACES TO REJECT-REASON.
           MOVE VT-ENTRY-ID TO KEY-WORK.
           PERFORM 80-NORMALIZE-KEY.
           IF KEY-VALID THEN
               MOVE KEY-NORM TO VT-ENTRY-ID
           END-IF.
           IF VT-ENTRY-ID NOT NUMERIC THEN
               MOVE "ENTRY ID NOT NUMERIC" TO REJECT-REASON
               PERFORM 20-VM-WRITE-REJECTED
           ELSE
               IF VT-ACTION = "D" THEN
                   PERFORM 18-VM-DELETE-ENTRY
               ELSE
                   PERFORM 17-VM-VALIDATE-VALUE
                   IF VALID-RECORD THEN
                       IF VT-ACTION = "A" THEN
                           PERFORM 19-VM-ADD-ENTRY
                       ELSE
                           PERFORM 22-VM-CHANGE-ENTRY
                       END-IF
                   ELSE
                       MOVE "INVALID VALUE OR CATEGORY"
                           TO REJECT-REASON
                       PERFORM 20-VM-WRITE-REJECTED
                   END-IF
               END-IF
           END-IF.

       16-VM-LIST-ONE.
           READ VALMASTER NEXT RECORD
               AT END SET BROWSE-EOF TO TRUE
               NOT AT END
                   MOVE VM-ENTRY-ID TO VM-NEXT-ID
                   MOVE SPACES TO LIST-LINE(L)
                   STRING VM-ENTRY-ID DELIMITED BY SIZE
                          "     " DELIMITED BY SIZE
                          VM-VALUE-X DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          VM-CATEGORY DELIMITED BY SIZE
                       INTO LIST-LINE(L)
                   END-STRING
                   ADD 1 TO L
           END-READ.

       17-VM-VALIDATE-VALUE.
*>     Same acceptance rules as the daily dataset load, through the
*>     shared parse: the parsed value is left in PARSED-VALUE.
           SET VALID-RECORD TO TRUE.
           MOVE VT-VALUE TO VALUE-TEXT.
           PERFORM 81-PARSE-VALUE.
           IF PARSE-BAD THEN
               SET INVALID-RECORD TO TRUE
           END-IF.
           IF VT-CATEGORY NOT = SPACE
               AND VT-CATEGORY NOT ALPHABETIC
               AND VT-CATEGORY NOT NUMERIC THEN
               SET INVALID-RECORD TO TRUE
           END-IF.

       18-VM-DELETE-ENTRY.
*>     The entry is read before it goes, so the journal carries the
*>     before image a point-in-time rebuild needs to resurrect it.
           MOVE VT-ENTRY-ID TO VM-ENTRY-ID.
           READ VALMASTER
               INVALID KEY
                   MOVE "ENTRY NOT ON MASTER" TO REJECT-REASON
                   PERFORM 20-VM-WRITE-REJECTED
               NOT INVALID KEY
                   MOVE VM-VALUE-X TO BEFORE-VALUE
                   MOVE VM-CATEGORY TO BEFORE-CAT
                   DELETE VALMASTER
                       INVALID KEY
                           MOVE "DELETE FAILED" TO REJECT-REASON
                           PERFORM 20-VM-WRITE-REJECTED
                       NOT INVALID KEY
                           MOVE SPACES TO VM-VALUE-X
                           MOVE SPACE TO VM-CATEGORY
                           PERFORM 21-VM-WRITE-APPLIED
                           PERFORM 23-VM-WRITE-JOURNAL
                   END-DELETE
           END-READ.

       19-VM-ADD-ENTRY.
           MOVE SPACES TO BEFORE-VALUE.
           MOVE SPACE TO BEFORE-CAT.
           MOVE SPACES TO MASTER-RECORD.
           MOVE VT-ENTRY-ID TO VM-ENTRY-ID.
           MOVE PARSED-VALUE TO VM-VALUE.
           MOVE VT-CATEGORY TO VM-CATEGORY.
           WRITE MASTER-RECORD
               INVALID KEY
                   MOVE "ENTRY ALREADY ON MASTER" TO REJECT-REASON
                   PERFORM 20-VM-WRITE-REJECTED
               NOT INVALID KEY
                   PERFORM 21-VM-WRITE-APPLIED
                   PERFORM 23-VM-WRITE-JOURNAL
           END-WRITE.

       20-VM-WRITE-REJECTED.
           PERFORM 90-STAMP-NOW.
           MOVE SPACES TO VAL-AUDIT-RECORD.
           STRING AUDIT-STAMP DELIMITED BY SIZE
                  "REJECTED    " DELIMITED BY SIZE
                  VT-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VT-ENTRY-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VT-VALUE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VT-CATEGORY DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
               INTO VAL-AUDIT-RECORD
           END-STRING.
           WRITE VAL-AUDIT-RECORD.
           MOVE SPACES TO SCREEN-MESSAGE.
           STRING "REJECTED - " DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
               INTO SCREEN-MESSAGE
           END-STRING.

       21-VM-WRITE-APPLIED.
           PERFORM 90-STAMP-NOW.
           MOVE SPACES TO VAL-AUDIT-RECORD.
           STRING AUDIT-STAMP DELIMITED BY SIZE
                  "APPLIED     " DELIMITED BY SIZE
                  VT-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VT-ENTRY-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VT-VALUE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VT-CATEGORY DELIMITED BY SIZE
               INTO VAL-AUDIT-RECORD
           END-STRING.
           WRITE VAL-AUDIT-RECORD.
           MOVE SPACES TO SCREEN-MESSAGE.
           STRING "APPLIED - " DELIMITED BY SIZE
                  VT-ACTION DELIMITED BY SIZE
                  " ENTRY " DELIMITED BY SIZE
                  VT-ENTRY-ID DELIMITED BY SIZE
               INTO SCREEN-MESSAGE
           END-STRING.

       22-VM-CHANGE-ENTRY.
           MOVE VT-ENTRY-ID TO VM-ENTRY-ID.
           READ VALMASTER
               INVALID KEY
                   MOVE "ENTRY NOT ON MASTER" TO REJECT-REASON
                   PERFORM 20-VM-WRITE-REJECTED
               NOT INVALID KEY
                   MOVE VM-VALUE-X TO BEFORE-VALUE
                   MOVE VM-CATEGORY TO BEFORE-CAT
                   MOVE PARSED-VALUE TO VM-VALUE
                   MOVE VT-CATEGORY TO VM-CATEGORY
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO REJECT-REASON
                           PERFORM 20-VM-WRITE-REJECTED
                       NOT INVALID KEY
                           PERFORM 21-VM-WRITE-APPLIED
                           PERFORM 23-VM-WRITE-JOURNAL
                   END-REWRITE
           END-READ.

       23-VM-WRITE-JOURNAL.
*>     Called only after the master actually changed, with the before
*>     image captured ahead of the change, exactly as the batch
*>     maintenance journals it; the stamp was refreshed by the
*>     APPLIED audit line just written.
           ADD 1 TO JOURNAL-SEQ.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE STAMP-DATE TO JRN-DATE.
           MOVE STAMP-TIME TO JRN-TIME.
           MOVE JOURNAL-SEQ TO JRN-SEQ.
           MOVE VT-ACTION TO JRN-ACTION.
           MOVE VM-ENTRY-ID TO JRN-ENTRY-ID.
           MOVE BEFORE-VALUE TO JRN-BEFORE-VALUE.
           MOVE BEFORE-CAT TO JRN-BEFORE-CAT.
           MOVE VM-VALUE-X TO JRN-AFTER-VALUE.
           MOVE VM-CATEGORY TO JRN-AFTER-CAT.
           MOVE VM-TRANS TO JRN-TRANS.
           WRITE JOURNAL-RECORD.

       30-EX-SCREEN.
           MOVE SPACE TO CMD-IN.
           DISPLAY EX-SCREEN.
           ACCEPT EX-SCREEN.
           INSPECT CMD-IN CONVERTING "bnfm" TO "BNFM".
           INSPECT EX-STATUS-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE SPACES TO SCREEN-MESSAGE.
           EVALUATE CMD-IN
               WHEN "B"
                   PERFORM 31-EX-BROWSE
               WHEN "N"
                   PERFORM 32-EX-NEXT-PAGE
               WHEN "F"
                   PERFORM 35-EX-CORRECT
               WHEN "M"
                   SET SCREEN-DONE TO TRUE
               WHEN OTHER
                   MOVE "CHOOSE B, N, F OR M" TO SCREEN-MESSAGE
           END-EVALUATE.

       31-EX-BROWSE.
*>     From the date and sequence typed (blank = the oldest entry),
*>     listing only entries in the status typed, if any.
           MOVE 0 TO EX-WANTED-DATE.
           MOVE 0 TO EX-WANTED-SEQ.
           IF EX-DATE-IN NOT = SPACES THEN
               IF EX-DATE-IN NUMERIC THEN
                   MOVE EX-DATE-IN-N TO EX-WANTED-DATE
               ELSE
                   MOVE "DATE NOT YYYYMMDD" TO SCREEN-MESSAGE
               END-IF
           END-IF.
           IF EX-SEQ-IN NOT = SPACES THEN
               MOVE EX-SEQ-IN TO KEY-WORK
               PERFORM 80-NORMALIZE-KEY
               IF KEY-INVALID THEN
                   MOVE "SEQUENCE NOT NUMERIC" TO SCREEN-MESSAGE
               ELSE
                   MOVE KEY-NORM-N TO EX-WANTED-SEQ
               END-IF
           END-IF.
           IF SCREEN-MESSAGE = SPACES THEN
               PERFORM 91-CLEAR-LIST
               MOVE EX-WANTED-ID TO EXL-ID
               START EXCLEDGER KEY IS NOT LESS THAN EXL-ID
                   INVALID KEY
                       MOVE "NO ENTRY AT OR AFTER THAT DATE/SEQUENCE"
                           TO SCREEN-MESSAGE
                   NOT INVALID KEY
                       PERFORM 33-EX-FILL-PAGE
               END-START
           END-IF.

       32-EX-NEXT-PAGE.
           PERFORM 91-CLEAR-LIST.
           MOVE EX-LAST-ID TO EXL-ID.
           START EXCLEDGER KEY IS GREATER THAN EXL-ID
               INVALID KEY
                   MOVE "END OF EXCLEDGER" TO SCREEN-MESSAGE
               NOT INVALID KEY
                   PERFORM 33-EX-FILL-PAGE
           END-START.

       33-EX-FILL-PAGE.
           SET BROWSE-MORE TO TRUE.
           MOVE 1 TO L.
           PERFORM 34-EX-LIST-ONE UNTIL L > 12 OR BROWSE-EOF.
           IF BROWSE-EOF THEN
               MOVE "END OF EXCLEDGER" TO SCREEN-MESSAGE
           END-IF.

       34-EX-LIST-ONE.
           READ EXCLEDGER NEXT RECORD
               AT END SET BROWSE-EOF TO TRUE
               NOT AT END
                   MOVE EXL-ID TO EX-LAST-ID
                   IF EX-STATUS-IN = SPACES
                       OR EX-STATUS-IN = EXL-STATUS THEN
                       MOVE SPACES TO LIST-LINE(L)
                       STRING EXL-DATE DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              EXL-SEQ DELIMITED BY SIZE
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
                           INTO LIST-LINE(L)
                       END-STRING
                       ADD 1 TO L
                   END-IF
           END-READ.

       35-EX-CORRECT.
*>     The correction program's rules for one chosen entry: it must
*>     still be OPEN, the corrected value must pass the load's
*>     validation, a blank category keeps the entry's own. The value
*>     goes to CORRECTEDFILE and the entry is rewritten CORRECTED in
*>     the same breath.
           MOVE SPACES TO CORR-REASON.
           MOVE EX-SEQ-IN TO KEY-WORK.
           PERFORM 80-NORMALIZE-KEY.
           IF EX-DATE-IN NOT NUMERIC OR KEY-INVALID THEN
               MOVE "LEDGER DATE/SEQUENCE NOT NUMERIC" TO CORR-REASON
               PERFORM 36-EX-WRITE-REJECTED
           ELSE
               MOVE EX-DATE-IN-N TO EX-WANTED-DATE
               MOVE KEY-NORM-N TO EX-WANTED-SEQ
               MOVE KEY-NORM TO EX-SEQ-IN
               MOVE EX-WANTED-ID TO EXL-ID
               READ EXCLEDGER
                   INVALID KEY
                       MOVE "NO MATCHING OPEN EXCEPTION" TO CORR-REASON
                   NOT INVALID KEY
                       IF EXL-STATUS NOT = "OPEN" THEN
                           MOVE "NO MATCHING OPEN EXCEPTION"
                               TO CORR-REASON
                       END-IF
               END-READ
               IF CORR-REASON = SPACES THEN
                   MOVE CT-VALUE TO VALUE-TEXT
                   PERFORM 81-PARSE-VALUE
                   IF PARSE-BAD
                       OR (CT-CATEGORY NOT = SPACE
                           AND CT-CATEGORY NOT ALPHABETIC
                           AND CT-CATEGORY NOT NUMERIC) THEN
                       MOVE "CORRECTION STILL INVALID" TO CORR-REASON
                   END-IF
               END-IF
               IF CORR-REASON = SPACES THEN
                   PERFORM 37-EX-APPLY-AND-CLOSE
               ELSE
                   PERFORM 36-EX-WRITE-REJECTED
               END-IF
           END-IF.

       36-EX-WRITE-REJECTED.
           PERFORM 90-STAMP-NOW.
           MOVE SPACES TO CORR-AUDIT-RECORD.
           STRING AUDIT-STAMP DELIMITED BY SIZE
                  "REJECTED    " DELIMITED BY SIZE
                  EX-DATE-IN DELIMITED BY SIZE
                  EX-SEQ-IN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-VALUE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  CORR-REASON DELIMITED BY SIZE
               INTO CORR-AUDIT-RECORD
           END-STRING.
           WRITE CORR-AUDIT-RECORD.
           MOVE SPACES TO SCREEN-MESSAGE.
           STRING "REJECTED - " DELIMITED BY SIZE
                  CORR-REASON DELIMITED BY SIZE
               INTO SCREEN-MESSAGE
           END-STRING.

       37-EX-APPLY-AND-CLOSE.
           MOVE SPACES TO CORRECTED-RECORD.
           MOVE CT-VALUE TO COR-VALUE.
           IF CT-CATEGORY = SPACE THEN
               MOVE EXL-CATEGORY TO COR-CATEGORY
           ELSE
               MOVE CT-CATEGORY TO COR-CATEGORY
           END-IF.
           WRITE CORRECTED-RECORD.
           MOVE "CORRECTED" TO EXL-STATUS.
           REWRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE EXCLEDGER ENTRY "
                       EXL-ID " - FILE STATUS " EXL-FILE-STATUS
                   PERFORM 98-CLOSE-FILES
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           PERFORM 90-STAMP-NOW.
           MOVE SPACES TO CORR-AUDIT-RECORD.
           STRING AUDIT-STAMP DELIMITED BY SIZE
                  "APPLIED     " DELIMITED BY SIZE
                  EXL-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CT-VALUE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COR-CATEGORY DELIMITED BY SIZE
                  " REPLACES " DELIMITED BY SIZE
                  EXL-VALUE DELIMITED BY SIZE
                  " - OPEN TO CORRECTED" DELIMITED BY SIZE
               INTO CORR-AUDIT-RECORD
           END-STRING.
           WRITE CORR-AUDIT-RECORD.
           MOVE SPACES TO SCREEN-MESSAGE.
           STRING "APPLIED - " DELIMITED BY SIZE
                  EXL-ID DELIMITED BY SIZE
                  " OPEN TO CORRECTED, RESUBMITTED ON NEXT RUN"
                      DELIMITED BY SIZE
               INTO SCREEN-MESSAGE
           END-STRING.

       50-SP-SCREEN.
           MOVE SPACE TO CMD-IN.
           DISPLAY SP-SCREEN.
           ACCEPT SP-SCREEN.
           INSPECT CMD-IN CONVERTING "bnadm" TO "BNADM".
           INSPECT ST-MODE CONVERTING "nx" TO "NX".
           MOVE SPACES TO SCREEN-MESSAGE.
           EVALUATE CMD-IN
               WHEN "B"
                   PERFORM 51-SP-BROWSE
               WHEN "N"
                   PERFORM 52-SP-NEXT-PAGE
               WHEN "A"
               WHEN "D"
                   MOVE CMD-IN TO ST-ACTION
                   PERFORM 55-SP-APPLY
               WHEN "M"
                   SET SCREEN-DONE TO TRUE
               WHEN OTHER
                   MOVE "CHOOSE B, N, A, D OR M" TO SCREEN-MESSAGE
           END-EVALUATE.

       51-SP-BROWSE.
*>     From the target and mode typed (blank target = the start of
*>     the master), keyed the way the master is: separate sign.
           MOVE LOW-VALUES TO SUP-KEY.
           IF ST-TARGET NOT = SPACES THEN
               MOVE ST-TARGET TO VALUE-TEXT
               PERFORM 81-PARSE-VALUE
               IF PARSE-BAD THEN
                   MOVE "TARGET NOT A VALID SIGNED VALUE"
                       TO SCREEN-MESSAGE
               ELSE
                   MOVE PARSED-VALUE TO VAL-SIGNED
                   MOVE VAL-SIGNED-X TO SUP-TARGET
                   IF ST-MODE NOT = SPACE THEN
                       MOVE ST-MODE TO SUP-MODE
                   END-IF
               END-IF
           END-IF.
           IF SCREEN-MESSAGE = SPACES THEN
               PERFORM 91-CLEAR-LIST
               START SUPPMASTER KEY IS NOT LESS THAN SUP-KEY
                   INVALID KEY
                       MOVE "NO SUPPRESSION AT OR AFTER THAT TARGET"
                           TO SCREEN-MESSAGE
                   NOT INVALID KEY
                       PERFORM 53-SP-FILL-PAGE
               END-START
           END-IF.

       52-SP-NEXT-PAGE.
           PERFORM 91-CLEAR-LIST.
           MOVE SP-LAST-KEY TO SUP-KEY.
           START SUPPMASTER KEY IS GREATER THAN SUP-KEY
               INVALID KEY
                   MOVE "END OF SUPPMASTER" TO SCREEN-MESSAGE
               NOT INVALID KEY
                   PERFORM 53-SP-FILL-PAGE
           END-START.

       53-SP-FILL-PAGE.
           SET BROWSE-MORE TO TRUE.
           MOVE 1 TO L.
           PERFORM 54-SP-LIST-ONE UNTIL L > 12 OR BROWSE-EOF.
           IF BROWSE-EOF THEN
               MOVE "END OF SUPPMASTER" TO SCREEN-MESSAGE
           END-IF.

       54-SP-LIST-ONE.
           READ SUPPMASTER NEXT RECORD
               AT END SET BROWSE-EOF TO TRUE
               NOT AT END
                   MOVE SUP-KEY TO SP-LAST-KEY
                   MOVE SPACES TO LIST-LINE(L)
                   STRING SUP-TARGET DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SUP-MODE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SUP-VAL-1 DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SUP-VAL-2 DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SUP-VAL-3 DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SUP-NOTE DELIMITED BY SIZE
                       INTO LIST-LINE(L)
                   END-STRING
                   ADD 1 TO L
           END-READ.

       55-SP-APPLY.
*>     The suppression maintenance rules: everything the key is built
*>     from must parse, mode 2/3/N/X, the third value for mode 3 only.
           MOVE SPACES TO REJECT-REASON.
           PERFORM 56-SP-VALIDATE.
           IF INVALID-RECORD THEN
               PERFORM 60-SP-WRITE-REJECTED
           ELSE
               PERFORM 57-SP-BUILD-KEY
               IF ST-ACTION = "A" THEN
                   MOVE ST-NOTE TO SUP-NOTE
                   WRITE SUPP-RECORD
                       INVALID KEY
                           MOVE "COMBINATION ALREADY FILED"
                               TO REJECT-REASON
                           PERFORM 60-SP-WRITE-REJECTED
                       NOT INVALID KEY
                           PERFORM 61-SP-WRITE-APPLIED
                   END-WRITE
               ELSE
                   DELETE SUPPMASTER
                       INVALID KEY
                           MOVE "COMBINATION NOT ON MASTER"
                               TO REJECT-REASON
                           PERFORM 60-SP-WRITE-REJECTED
                       NOT INVALID KEY
                           PERFORM 61-SP-WRITE-APPLIED
                   END-DELETE
               END-IF
           END-IF.

       56-SP-VALIDATE.
           SET VALID-RECORD TO TRUE.
           MOVE 0 TO TARGET-WORK.
           MOVE ST-TARGET TO VALUE-TEXT.
           PERFORM 81-PARSE-VALUE.
           IF PARSE-BAD THEN
               MOVE "TARGET NOT A VALID SIGNED VALUE" TO REJECT-REASON
               SET INVALID-RECORD TO TRUE
           ELSE
               MOVE PARSED-VALUE TO TARGET-WORK
           END-IF.
           IF VALID-RECORD THEN
               IF ST-MODE NOT = "2" AND ST-MODE NOT = "3"
                   AND ST-MODE NOT = "N" AND ST-MODE NOT = "X" THEN
                   MOVE "MODE NOT 2/3/N/X" TO REJECT-REASON
                   SET INVALID-RECORD TO TRUE
               END-IF
           END-IF.
           IF VALID-RECORD THEN
               IF ST-MODE = "3" THEN
                   MOVE 3 TO VAL-COUNT
               ELSE
                   MOVE 2 TO VAL-COUNT
                   IF ST-VAL-3 NOT = SPACES THEN
                       MOVE "THIRD VALUE NEEDS MODE 3"
                           TO REJECT-REASON
                       SET INVALID-RECORD TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF VALID-RECORD THEN
               PERFORM 58-SP-PARSE-ONE-VAL
                   VARYING VAL-IX FROM 1 BY 1 UNTIL VAL-IX > VAL-COUNT
                       OR INVALID-RECORD
           END-IF.
           IF VALID-RECORD THEN
               PERFORM 59-SP-SORT-VALS
           END-IF.

       57-SP-BUILD-KEY.
           MOVE TARGET-WORK TO VAL-SIGNED.
           MOVE VAL-SIGNED-X TO SUP-TARGET.
           MOVE ST-MODE TO SUP-MODE.
           MOVE VAL-WORK(1) TO VAL-SIGNED.
           MOVE VAL-SIGNED-X TO SUP-VAL-1.
           MOVE VAL-WORK(2) TO VAL-SIGNED.
           MOVE VAL-SIGNED-X TO SUP-VAL-2.
           IF VAL-COUNT = 3 THEN
               MOVE VAL-WORK(3) TO VAL-SIGNED
               MOVE VAL-SIGNED-X TO SUP-VAL-3
           ELSE
               MOVE SPACES TO SUP-VAL-3
           END-IF.

       58-SP-PARSE-ONE-VAL.
*>     Driven by VAL-IX rather than I: 81-PARSE-VALUE consumes both
*>     scratch indexes.
           IF VAL-IX = 1 THEN
               MOVE ST-VAL-1 TO VALUE-TEXT
           ELSE
               IF VAL-IX = 2 THEN
                   MOVE ST-VAL-2 TO VALUE-TEXT
               ELSE
                   MOVE ST-VAL-3 TO VALUE-TEXT
               END-IF
           END-IF.
           PERFORM 81-PARSE-VALUE.
           IF PARSE-BAD THEN
               MOVE "VALUE NOT A VALID SIGNED VALUE" TO REJECT-REASON
               SET INVALID-RECORD TO TRUE
           ELSE
               MOVE PARSED-VALUE TO VAL-WORK(VAL-IX)
           END-IF.

       59-SP-SORT-VALS.
*>     Two or three values sort with at most three compare-and-swaps;
*>     the run reports combinations off its ascending table, so the
*>     key must hold them ascending too.
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

       60-SP-WRITE-REJECTED.
           PERFORM 90-STAMP-NOW.
           MOVE SPACES TO SUP-AUDIT-RECORD.
           STRING AUDIT-STAMP DELIMITED BY SIZE
                  "REJECTED    " DELIMITED BY SIZE
                  ST-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-TARGET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-MODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-VAL-1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-VAL-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-VAL-3 DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
               INTO SUP-AUDIT-RECORD
           END-STRING.
           WRITE SUP-AUDIT-RECORD.
           MOVE SPACES TO SCREEN-MESSAGE.
           STRING "REJECTED - " DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
               INTO SCREEN-MESSAGE
           END-STRING.

       61-SP-WRITE-APPLIED.
           PERFORM 90-STAMP-NOW.
           MOVE SPACES TO SUP-AUDIT-RECORD.
           STRING AUDIT-STAMP DELIMITED BY SIZE
                  "APPLIED     " DELIMITED BY SIZE
                  ST-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUP-TARGET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUP-MODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUP-VAL-1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUP-VAL-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUP-VAL-3 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ST-NOTE DELIMITED BY SIZE
               INTO SUP-AUDIT-RECORD
           END-STRING.
           WRITE SUP-AUDIT-RECORD.
           MOVE SPACES TO SCREEN-MESSAGE.
           STRING "APPLIED - " DELIMITED BY SIZE
                  ST-ACTION DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUP-TARGET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUP-MODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUP-VAL-1 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUP-VAL-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUP-VAL-3 DELIMITED BY SIZE
               INTO SCREEN-MESSAGE
           END-STRING.

       80-NORMALIZE-KEY.
*>     Digits of KEY-WORK collected right to left and re-justified
*>     with leading zeros into KEY-NORM; no digit at all, or anything
*>     that is neither digit nor space, flags the key invalid.
           SET KEY-VALID TO TRUE.
           MOVE ZEROS TO KEY-NORM.
           MOVE 0 TO KEY-DIGIT-COUNT.
           MOVE 5 TO K.
           PERFORM 82-KEY-ONE-CHAR VARYING I FROM 5 BY -1 UNTIL I < 1.
           IF KEY-DIGIT-COUNT = 0 THEN
               SET KEY-INVALID TO TRUE
           END-IF.

       81-PARSE-VALUE.
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

       82-KEY-ONE-CHAR.
           IF KEY-WORK-CHAR(I) NOT = SPACE THEN
               IF KEY-WORK-CHAR(I) NUMERIC AND K > 0 THEN
                   ADD 1 TO KEY-DIGIT-COUNT
                   MOVE KEY-WORK-CHAR(I) TO KEY-NORM-CHAR(K)
                   SUBTRACT 1 FROM K
               ELSE
                   SET KEY-INVALID TO TRUE
               END-IF
           END-IF.

       90-STAMP-NOW.
*>     Each action is stamped when it happens, not when the session
*>     began.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-DATE TO STAMP-DATE.
           MOVE RUN-TIME-HHMMSS TO STAMP-TIME.

       91-CLEAR-LIST.
           MOVE SPACES TO LIST-LINES.

       98-CLOSE-FILES.
           CLOSE VALMASTER.
           CLOSE VALAUDIT.
           CLOSE VALJOURNAL.
           CLOSE EXCLEDGER.
           CLOSE CORRECTEDFILE.
           CLOSE CORRAUDIT.
           CLOSE SUPPMASTER.
           CLOSE SUPAUDIT.
