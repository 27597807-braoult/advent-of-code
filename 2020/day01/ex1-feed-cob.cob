       PROGRAM-ID. AoC-2020-day-1-feed.
*>         Compilation: cobc -F -fmfcomment -std=rm -x ex1-feed-cob.cob
*>         Utilisation: ./ex1-feed-cob
*>         Utilisation: ./ex1-feed-cob RESEND 42
*>
*> Machine-readable interface extract for the downstream finance feed,
*> built from REPORTFILE so finance stops re-keying the printed
*> listing. FINFEED carries pipe-delimited records: an HDR record with
*> the report date and a run sequence number, a COL record naming
*> every column for their loader, one DTL record per match (the
*> report's own column renderings, pipe-delimited, each leg identified
*> by the reference of its input line rather than its sorted-table
*> position), and a TRL record
*> with the detail count and the same sequence number so a missing or
*> duplicated transmission shows up at their end. The sequence number
*> persists across runs on FEEDSEQ and only advances when the extract
*> for a person, never shipped. A same-day rerun that appended a
*> second set of run-history rows will hold the feed the same way;
*> that is deliberate, someone should look before finance loads twice.
*> Only matches a reconciler has CONFIRMED on MATCHLEDGER become DTL
*> records: each report row is looked up on the ledger (the entry
*> whose leg references and source are the row's), and a row still
*> PROPOSED, DISPUTED or not on the ledger at all goes to PENDINGLIST
*> instead, with its status. The run history is reconciled against
*> every report row, confirmed or not; the trailer counts what was
*> actually extracted. A released feed that left matches awaiting
*> sign-off ends with RETURN-CODE 4.
*> Every released sequence is filed on FEEDHISTORY, keyed by the
*> sequence number, with its report date, detail count, when it was
*> sent and its acknowledgement status (AWAITING until the feed
*> acknowledgement program takes in finance's ACK or NAK); a sequence
*> that cannot be filed is held like an out-of-step feed, with
*> RETURN-CODE 12, and FEEDSEQ does not move. Once a release stands,
*> every ledger entry it shipped is marked with its sequence
*> (ML-SENT-SEQ), and a marked entry is never shipped again - a second
*> release on the same day skips it. Besides the report's own rows,
*> each release ships the CONFIRMED entries of earlier report dates
*> not yet sent - matches signed off after their own day's feed had
*> run - built from the ledger entry itself, which keeps the report
*> row's renderings; they count in the trailer and on FEEDHISTORY
*> like any other detail. Entries filed before the ledger carried the
*> mark (blank) count as sent. Unsent entries of earlier dates still
*> PROPOSED or DISPUTED are listed on PENDINGLIST after the day's own
*> rows, counted apart as earlier dates pending, and they too make a
*> released feed end with RETURN-CODE 4 - they are still waiting for
*> sign-off and will ship once confirmed. Each PENDINGLIST line shows
*> the entry's occurrence number, which the sign-off needs for the
*> second and later identical combination of a date. "RESEND n" rebuilds
*> sequence n's extract from the ledger entries marked with n, under
*> its original sequence number and report date, so finance sees
*> neither a gap nor a new sequence: FEEDSEQ is left alone, the run
*> history is not reconciled again (it was at release), and the
*> history entry goes back to AWAITING with a new send time. A
*> sequence finance has acknowledged with a matching count is not
*> resent; one whose marked entries no longer add up to the count
*> first sent is held, FINFEED empty and RETURN-CODE 8. An unknown
*> sequence or a bad argument ends with 12.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL FEEDSEQ ASSIGN TO "FEEDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEQ-FILE-STATUS.
           SELECT OPTIONAL MATCHLEDGER ASSIGN TO "MATCHLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ML-KEY
               FILE STATUS IS MLG-FILE-STATUS.
           SELECT PENDINGLIST ASSIGN TO "PENDINGLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PND-FILE-STATUS.
           SELECT OPTIONAL FEEDHISTORY ASSIGN TO "FEEDHISTORY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FH-SEQUENCE
               FILE STATUS IS FHS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RPT-POS-I PIC X(05).
           05 FILLER PIC X(01).
           05 RPT-VAL-I PIC X(08).
           05 RPT-VAL-I-E REDEFINES RPT-VAL-I PIC -(7)9.
           05 FILLER PIC X(01).
           05 RPT-CAT-I PIC X(01).
           05 FILLER PIC X(01).
           05 RPT-POS-J PIC X(05).
           05 FILLER PIC X(01).
           05 RPT-VAL-J PIC X(08).
           05 RPT-VAL-J-E REDEFINES RPT-VAL-J PIC -(7)9.
           05 FILLER PIC X(01).
           05 RPT-CAT-J PIC X(01).
           05 FILLER PIC X(01).
           05 RPT-POS-K PIC X(05).
           05 FILLER PIC X(01).
           05 RPT-VAL-K PIC X(08).
           05 RPT-VAL-K-E REDEFINES RPT-VAL-K PIC -(7)9.
           05 FILLER PIC X(01).
           05 RPT-CAT-K PIC X(01).
           05 FILLER PIC X(01).
           05 RPT-PRODUCT PIC X(22).
           05 FILLER PIC X(01).
           05 RPT-TARGET PIC X(08).
           05 RPT-TARGET-E REDEFINES RPT-TARGET PIC -(7)9.
           05 FILLER PIC X(01).
           05 RPT-MODE PIC X(01).
           05 FILLER PIC X(01).
           05 RPT-VARIANCE PIC X(09).
           05 FILLER PIC X(01).
           05 RPT-SOURCE PIC X(40).
           05 FILLER PIC X(01).
           05 RPT-REF-I PIC X(06).
           05 FILLER PIC X(01).
           05 RPT-REF-J PIC X(06).
           05 FILLER PIC X(01).
           05 RPT-REF-K PIC X(06).

       FD RUNLOGFILE.
       01 RUNLOG-RECORD.
       FD FEEDSEQ.
       01 FEEDSEQ-RECORD PIC 9(6).

       FD MATCHLEDGER.
*>     Layout shared with the reconciliation run that files the
*>     entries and the sign-off program that confirms them.
*>     ML-SENT-SEQ is the sequence that shipped the entry, zero until
*>     then.
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

       FD PENDINGLIST.
       01 PENDING-RECORD PIC X(132).

       FD FEEDHISTORY.
*>     Layout shared with the feed acknowledgement program.
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

       WORKING-STORAGE SECTION.
       01 RPT-FILE-STATUS PIC XX VALUE "00".
       01 RLG-FILE-STATUS PIC XX VALUE "00".
       01 FILE-STATUS PIC 9 VALUE 0.
       01 FEED-SEQUENCE PIC 9(6) VALUE 0.
       01 FEED-DATE PIC X(08) VALUE SPACES.
       01 FEED-DATE-N REDEFINES FEED-DATE PIC 9(08).
       01 DETAIL-COUNT PIC 9(7) VALUE 0.
       01 LOGGED-MATCHES PIC 9(7) VALUE 0.
       01 CNT-FMT PIC Z(6)9.
       01 HEADER-DONE-SWITCH PIC X(01) VALUE "N".
           88 HEADER-DONE VALUE "Y".
       01 MLG-FILE-STATUS PIC XX VALUE "00".
       01 PND-FILE-STATUS PIC XX VALUE "00".
       01 LEDGER-SWITCH PIC X(01) VALUE "N".
           88 LEDGER-ACTIVE VALUE "Y".
       01 LOOKUP-SWITCH PIC X(01) VALUE "N".
           88 LOOKUP-DONE VALUE "Y".
       01 ROW-STATUS PIC X(09) VALUE SPACES.
       01 ML-OCC-WORK PIC 9(3) VALUE 0.
       01 REPORT-ROWS PIC 9(7) VALUE 0.
       01 PENDING-COUNT PIC 9(7) VALUE 0.
       01 PROPOSED-COUNT PIC 9(7) VALUE 0.
       01 DISPUTED-COUNT PIC 9(7) VALUE 0.
       01 UNFILED-COUNT PIC 9(7) VALUE 0.
       01 EARLIER-PENDING PIC 9(7) VALUE 0.
       01 VAL-SIGNED PIC S9(7) SIGN LEADING SEPARATE.
       01 VAL-SIGNED-X REDEFINES VAL-SIGNED PIC X(08).
       01 FHS-FILE-STATUS PIC XX VALUE "00".
       01 ARG-LINE PIC X(30) VALUE SPACES.
       01 MODE-ARG PIC X(8) VALUE SPACES.
       01 SEQ-ARG PIC X(8) VALUE SPACES.
       01 SEQ-WORK PIC X(06) VALUE SPACES.
       01 RUN-SWITCH PIC X(01) VALUE "N".
           88 RESEND-RUN VALUE "R".
       01 ORIGINAL-DETAILS PIC 9(7) VALUE 0.
       01 ROW-OCCUR PIC X(03) VALUE SPACES.
       01 CARRIED-COUNT PIC 9(7) VALUE 0.
       01 ALREADY-SENT PIC 9(7) VALUE 0.
       01 LEDGER-EOF-SWITCH PIC X(01) VALUE "N".
           88 LEDGER-EOF VALUE "Y".
*>     Keys of the ledger entries this run ships, marked with the
*>     sequence only once the release stands.
       01 SENT-COUNT PIC 9(5) VALUE 0.
       01 SENT-TABLE.
           02 SENT-KEY PIC X(44)
               OCCURS 0 TO 50000 DEPENDING ON SENT-COUNT.
*>     The detail about to be written: a report row as it stands, or
*>     one rebuilt from its ledger entry.
       01 DETAIL-ROW.
           05 DR-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 DR-POS-I PIC X(05).
           05 FILLER PIC X(01).
           05 DR-VAL-I PIC X(08).
           05 DR-VAL-I-E REDEFINES DR-VAL-I PIC -(7)9.
           05 FILLER PIC X(01).
           05 DR-CAT-I PIC X(01).
           05 FILLER PIC X(01).
           05 DR-POS-J PIC X(05).
           05 FILLER PIC X(01).
           05 DR-VAL-J PIC X(08).
           05 DR-VAL-J-E REDEFINES DR-VAL-J PIC -(7)9.
           05 FILLER PIC X(01).
           05 DR-CAT-J PIC X(01).
           05 FILLER PIC X(01).
           05 DR-POS-K PIC X(05).
           05 FILLER PIC X(01).
           05 DR-VAL-K PIC X(08).
           05 DR-VAL-K-E REDEFINES DR-VAL-K PIC -(7)9.
           05 FILLER PIC X(01).
           05 DR-CAT-K PIC X(01).
           05 FILLER PIC X(01).
           05 DR-PRODUCT PIC X(22).
           05 FILLER PIC X(01).
           05 DR-TARGET PIC X(08).
           05 DR-TARGET-E REDEFINES DR-TARGET PIC -(7)9.
           05 FILLER PIC X(01).
           05 DR-MODE PIC X(01).
           05 FILLER PIC X(01).
           05 DR-VARIANCE PIC X(09).
           05 FILLER PIC X(01).
           05 DR-SOURCE PIC X(40).
           05 FILLER PIC X(01).
           05 DR-REF-I PIC X(06).
           05 FILLER PIC X(01).
           05 DR-REF-J PIC X(06).
           05 FILLER PIC X(01).
           05 DR-REF-K PIC X(06).

       LOCAL-STORAGE SECTION.
       01 I USAGE UNSIGNED-INT VALUE 1.

       PROCEDURE DIVISION.
       01-MAIN.
           PERFORM 14-PARSE-ARGS.
           IF RESEND-RUN THEN
               PERFORM 15-RESEND-SETUP
               PERFORM 19-RESEND
               STOP RUN
           END-IF.
           PERFORM 02-NEXT-SEQUENCE.
           OPEN INPUT REPORTFILE.
           IF RPT-FILE-STATUS NOT = "00" THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
*>         Status 05 is the OPTIONAL ledger not there at all: nothing
*>         has been signed off, so nothing is extracted.
           OPEN INPUT MATCHLEDGER.
           IF MLG-FILE-STATUS = "00" THEN
               SET LEDGER-ACTIVE TO TRUE
           ELSE
               IF MLG-FILE-STATUS NOT = "05" THEN
                   DISPLAY "UNABLE TO OPEN MATCHLEDGER - FILE STATUS "
                       MLG-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT PENDINGLIST.
           IF PND-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN PENDINGLIST - FILE STATUS "
                   PND-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE "MATCHES AWAITING SIGN-OFF - NOT SENT TO FINANCE"
               TO PENDING-RECORD.
           WRITE PENDING-RECORD.
           MOVE SPACES TO PENDING-RECORD.
           WRITE PENDING-RECORD.
           MOVE SPACES TO PENDING-RECORD.
           STRING "STATUS    DATE       TARGET M    VAL-I    VAL-J"
                      DELIMITED BY SIZE
                  "    VAL-K OCC REF-I  REF-J  REF-K  SOURCE"
                      DELIMITED BY SIZE
               INTO PENDING-RECORD
           END-STRING.
           WRITE PENDING-RECORD.
           PERFORM 03-READ-REPORT UNTIL FILE-STATUS = 1.
           CLOSE REPORTFILE.
           IF NOT HEADER-DONE THEN
               ACCEPT FEED-DATE FROM DATE YYYYMMDD
               PERFORM 04-WRITE-HEADER
           END-IF.
           IF LEDGER-ACTIVE THEN
               PERFORM 21-CATCH-UP
           END-IF.
           CLOSE MATCHLEDGER.
           PERFORM 13-PENDING-SUMMARY.
           CLOSE PENDINGLIST.
           PERFORM 06-WRITE-TRAILER.
           CLOSE FINFEED.
           PERFORM 07-RECONCILE.
                       MOVE RPT-DATE TO FEED-DATE
                       PERFORM 04-WRITE-HEADER
                   END-IF
                   ADD 1 TO REPORT-ROWS
                   PERFORM 10-LOOKUP-LEDGER
                   IF ROW-STATUS = "CONFIRMED" THEN
                       IF ML-SENT-SEQ NUMERIC AND ML-SENT-SEQ = 0 THEN
                           MOVE REPORT-RECORD TO DETAIL-ROW
                           PERFORM 05-WRITE-DETAIL
                           PERFORM 20-NOTE-SENT
                       ELSE
                           ADD 1 TO ALREADY-SENT
                       END-IF
                   ELSE
                       PERFORM 12-WRITE-PENDING
                   END-IF
           END-READ.

       04-WRITE-HEADER.
           END-STRING.
           WRITE FEED-RECORD.
           MOVE SPACES TO FEED-RECORD.
           STRING "COL|DATE|SOURCE|TARGET|MODE|REF-I|VAL-I|CAT-I"
                      DELIMITED BY SIZE
                  "|REF-J|VAL-J|CAT-J|REF-K|VAL-K|CAT-K"
                      DELIMITED BY SIZE
                  "|PRODUCT|VARIANCE" DELIMITED BY SIZE
               INTO FEED-RECORD
           ADD 1 TO DETAIL-COUNT.
           MOVE SPACES TO FEED-RECORD.
           STRING "DTL|" DELIMITED BY SIZE
                  DR-DATE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DR-SOURCE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DR-TARGET DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DR-MODE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DR-REF-I DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DR-VAL-I DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DR-CAT-I DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DR-REF-J DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DR-VAL-J DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DR-CAT-J DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DR-REF-K DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DR-VAL-K DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DR-CAT-K DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DR-PRODUCT DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  DR-VARIANCE DELIMITED BY SIZE
               INTO FEED-RECORD
           END-STRING.
           WRITE FEED-RECORD.
               PERFORM 08-READ-RUNLOG UNTIL FILE-STATUS = 1
           END-IF.
           CLOSE RUNLOGFILE.
           MOVE REPORT-ROWS TO CNT-FMT.
           DISPLAY "REPORT ROWS.......: " CNT-FMT.
           MOVE DETAIL-COUNT TO CNT-FMT.
           DISPLAY "DETAILS EXTRACTED.: " CNT-FMT.
           MOVE CARRIED-COUNT TO CNT-FMT.
           DISPLAY "OF EARLIER DATES..: " CNT-FMT.
           MOVE ALREADY-SENT TO CNT-FMT.
           DISPLAY "ALREADY SENT......: " CNT-FMT.
           MOVE PENDING-COUNT TO CNT-FMT.
           DISPLAY "AWAITING SIGN-OFF.: " CNT-FMT.
           MOVE EARLIER-PENDING TO CNT-FMT.
           DISPLAY "EARLIER PENDING...: " CNT-FMT.
           MOVE LOGGED-MATCHES TO CNT-FMT.
           DISPLAY "MATCHES LOGGED....: " CNT-FMT.
           IF LOGGED-MATCHES = REPORT-ROWS THEN
               PERFORM 09-RELEASE
           ELSE
               DISPLAY "EXTRACT OUT OF STEP WITH RUN HISTORY - FEED"
           END-READ.

       09-RELEASE.
           PERFORM 16-FILE-HISTORY.
           PERFORM 22-MARK-SENT.
           OPEN OUTPUT FEEDSEQ.
           IF SEQ-FILE-STATUS NOT = "00" AND SEQ-FILE-STATUS NOT = "05"
               THEN
           WRITE FEEDSEQ-RECORD.
           CLOSE FEEDSEQ.
           DISPLAY "FEED RELEASED - SEQUENCE " FEED-SEQUENCE.
           IF PENDING-COUNT > 0 OR EARLIER-PENDING > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       10-LOOKUP-LEDGER.
*>     The key is rebuilt the way the run files it - the report's
*>     numeric-edited columns de-edited back to numbers and rendered
*>     with a separate leading sign. Identical combinations reported
*>     more than once that day sit under successive occurrence
*>     numbers; the one whose leg references and source are this
*>     row's is this row's entry.
           MOVE "NOT FILED" TO ROW-STATUS.
           MOVE SPACES TO ROW-OCCUR.
           IF LEDGER-ACTIVE THEN
               MOVE RPT-TARGET-E TO VAL-SIGNED
               MOVE VAL-SIGNED-X TO ML-TARGET
               MOVE RPT-MODE TO ML-MODE
               MOVE RPT-VAL-I-E TO VAL-SIGNED
               MOVE VAL-SIGNED-X TO ML-VAL-1
               MOVE RPT-VAL-J-E TO VAL-SIGNED
               MOVE VAL-SIGNED-X TO ML-VAL-2
               IF RPT-VAL-K = SPACES THEN
                   MOVE SPACES TO ML-VAL-3
               ELSE
                   MOVE RPT-VAL-K-E TO VAL-SIGNED
                   MOVE VAL-SIGNED-X TO ML-VAL-3
               END-IF
               MOVE RPT-DATE TO ML-DATE
               MOVE "N" TO LOOKUP-SWITCH
               MOVE 1 TO ML-OCC-WORK
               PERFORM 11-LOOKUP-OCCURRENCE UNTIL LOOKUP-DONE
           END-IF.

       11-LOOKUP-OCCURRENCE.
           MOVE ML-OCC-WORK TO ML-OCCUR.
           READ MATCHLEDGER
               INVALID KEY SET LOOKUP-DONE TO TRUE
               NOT INVALID KEY
                   IF ML-REF-I = RPT-REF-I AND ML-REF-J = RPT-REF-J
                       AND ML-REF-K = RPT-REF-K
                       AND ML-SOURCE = RPT-SOURCE THEN
                       MOVE ML-STATUS TO ROW-STATUS
                       MOVE ML-OCCUR TO ROW-OCCUR
                       SET LOOKUP-DONE TO TRUE
                   ELSE
                       IF ML-OCC-WORK = 999 THEN
                           SET LOOKUP-DONE TO TRUE
                       ELSE
                           ADD 1 TO ML-OCC-WORK
                       END-IF
                   END-IF
           END-READ.

       12-WRITE-PENDING.
           ADD 1 TO PENDING-COUNT.
           IF ROW-STATUS = "PROPOSED" THEN
               ADD 1 TO PROPOSED-COUNT
           ELSE
               IF ROW-STATUS = "DISPUTED" THEN
                   ADD 1 TO DISPUTED-COUNT
               ELSE
                   ADD 1 TO UNFILED-COUNT
               END-IF
           END-IF.
           MOVE SPACES TO PENDING-RECORD.
           STRING ROW-STATUS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RPT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RPT-TARGET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RPT-MODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RPT-VAL-I DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RPT-VAL-J DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RPT-VAL-K DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ROW-OCCUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RPT-REF-I DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RPT-REF-J DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RPT-REF-K DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RPT-SOURCE DELIMITED BY SIZE
               INTO PENDING-RECORD
           END-STRING.
           WRITE PENDING-RECORD.

       13-PENDING-SUMMARY.
           MOVE SPACES TO PENDING-RECORD.
           WRITE PENDING-RECORD.
           MOVE PROPOSED-COUNT TO CNT-FMT.
           MOVE SPACES TO PENDING-RECORD.
           STRING "PROPOSED..........: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO PENDING-RECORD
           END-STRING.
           WRITE PENDING-RECORD.
           MOVE DISPUTED-COUNT TO CNT-FMT.
           MOVE SPACES TO PENDING-RECORD.
           STRING "DISPUTED..........: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO PENDING-RECORD
           END-STRING.
           WRITE PENDING-RECORD.
           MOVE UNFILED-COUNT TO CNT-FMT.
           MOVE SPACES TO PENDING-RECORD.
           STRING "NOT ON LEDGER.....: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO PENDING-RECORD
           END-STRING.
           WRITE PENDING-RECORD.
           MOVE EARLIER-PENDING TO CNT-FMT.
           MOVE SPACES TO PENDING-RECORD.
           STRING "EARLIER PENDING...: " DELIMITED BY SIZE
                  CNT-FMT DELIMITED BY SIZE
               INTO PENDING-RECORD
           END-STRING.
           WRITE PENDING-RECORD.

       14-PARSE-ARGS.
           ACCEPT ARG-LINE FROM COMMAND-LINE.
           UNSTRING ARG-LINE DELIMITED BY ALL SPACE
               INTO MODE-ARG SEQ-ARG
           END-UNSTRING.
           IF MODE-ARG = SPACES THEN
               MOVE "N" TO RUN-SWITCH
           ELSE
               IF MODE-ARG NOT = "RESEND" THEN
                   DISPLAY "UNKNOWN OPTION " MODE-ARG
                       " - ONLY RESEND SEQUENCE"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET RESEND-RUN TO TRUE
*>             One to six digits typed left-justified, right-justified
*>             with leading zeros as the sequence is kept.
               MOVE ZEROS TO SEQ-WORK
               IF SEQ-ARG(7:2) = SPACES THEN
                   PERFORM 18-SEQ-DIGIT VARYING I FROM 1 BY 1
                       UNTIL I > 6
               END-IF
               IF SEQ-ARG = SPACES OR SEQ-WORK NOT NUMERIC
                   OR SEQ-WORK = ZEROS THEN
                   DISPLAY "RESEND NEEDS A SEQUENCE NUMBER 1-999999 - "
                       SEQ-ARG
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SEQ-WORK TO FEED-SEQUENCE
           END-IF.

       15-RESEND-SETUP.
*>     The sequence must have been released, and an extract finance
*>     has loaded with a matching count is not sent twice.
           OPEN I-O FEEDHISTORY.
           IF FHS-FILE-STATUS NOT = "00" AND FHS-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN FEEDHISTORY - FILE STATUS "
                   FHS-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FEED-SEQUENCE TO FH-SEQUENCE.
           READ FEEDHISTORY
               INVALID KEY
                   DISPLAY "SEQUENCE " FEED-SEQUENCE
                       " NOT ON FEEDHISTORY - NEVER RELEASED"
                   CLOSE FEEDHISTORY
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF FH-ACK-STATUS = "ACK" AND FH-ACK-COUNT = FH-DETAILS THEN
               DISPLAY "SEQUENCE " FEED-SEQUENCE " ACKNOWLEDGED ON "
                   FH-ACK-DATE " WITH A MATCHING COUNT - NOT RESENT"
               CLOSE FEEDHISTORY
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FH-REPORT-DATE TO FEED-DATE.
           MOVE FH-DETAILS TO ORIGINAL-DETAILS.
           DISPLAY "RESENDING SEQUENCE " FEED-SEQUENCE
               " OF REPORT DATE " FEED-DATE.

       16-FILE-HISTORY.
*>     Filed before FEEDSEQ moves: a sequence finance may receive is
*>     always one the acknowledgement program can find.
           OPEN I-O FEEDHISTORY.
           IF FHS-FILE-STATUS NOT = "00" AND FHS-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN FEEDHISTORY - FILE STATUS "
                   FHS-FILE-STATUS " - FEED HELD"
               OPEN OUTPUT FINFEED
               CLOSE FINFEED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO FEEDHIST-RECORD.
           MOVE FEED-SEQUENCE TO FH-SEQUENCE.
           MOVE FEED-DATE TO FH-REPORT-DATE.
           MOVE DETAIL-COUNT TO FH-DETAILS.
           ACCEPT FH-SENT-DATE FROM DATE YYYYMMDD.
           ACCEPT FH-SENT-TIME FROM TIME.
           MOVE 1 TO FH-SENDS.
           MOVE "AWAITING" TO FH-ACK-STATUS.
           MOVE 0 TO FH-ACK-DATE.
           MOVE 0 TO FH-ACK-COUNT.
           WRITE FEEDHIST-RECORD
               INVALID KEY
                   DISPLAY "SEQUENCE " FEED-SEQUENCE " ALREADY ON "
                       "FEEDHISTORY - FEEDSEQ OUT OF STEP, FEED HELD"
                   CLOSE FEEDHISTORY
                   OPEN OUTPUT FINFEED
                   CLOSE FINFEED
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           CLOSE FEEDHISTORY.

       17-RESEND-FILE.
           MOVE DETAIL-COUNT TO CNT-FMT.
           DISPLAY "DETAILS EXTRACTED.: " CNT-FMT.
           MOVE ORIGINAL-DETAILS TO CNT-FMT.
           DISPLAY "FIRST SENT........: " CNT-FMT.
           IF DETAIL-COUNT NOT = ORIGINAL-DETAILS THEN
*>             The ledger no longer holds what went out under this
*>             sequence: a different extract under the same number
*>             is worse than none.
               DISPLAY "ENTRIES MARKED WITH SEQUENCE " FEED-SEQUENCE
                   " NO LONGER ADD UP TO THE COUNT SENT - RESEND HELD"
               OPEN OUTPUT FINFEED
               CLOSE FINFEED
               CLOSE FEEDHISTORY
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT FH-SENT-DATE FROM DATE YYYYMMDD
               ACCEPT FH-SENT-TIME FROM TIME
               ADD 1 TO FH-SENDS
               MOVE "AWAITING" TO FH-ACK-STATUS
               MOVE 0 TO FH-ACK-DATE
               MOVE 0 TO FH-ACK-COUNT
               MOVE SPACES TO FH-ACK-REASON
               REWRITE FEEDHIST-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE FEEDHISTORY ENTRY "
                           FEED-SEQUENCE " - FILE STATUS "
                           FHS-FILE-STATUS
                       CLOSE FEEDHISTORY
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               CLOSE FEEDHISTORY
               DISPLAY "FEED RESENT - SEQUENCE " FEED-SEQUENCE
               MOVE 0 TO RETURN-CODE
           END-IF.

       18-SEQ-DIGIT.
           IF SEQ-ARG(I:1) NOT = SPACE THEN
               MOVE SEQ-WORK(2:5) TO SEQ-WORK(1:5)
               MOVE SEQ-ARG(I:1) TO SEQ-WORK(6:1)
           END-IF.

       19-RESEND.
           OPEN OUTPUT FINFEED.
           IF FED-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN FINFEED - FILE STATUS "
                   FED-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 04-WRITE-HEADER.
*>         Status 05 is the OPTIONAL ledger not there at all: nothing
*>         can carry the mark, and the count check holds the resend.
           OPEN INPUT MATCHLEDGER.
           IF MLG-FILE-STATUS = "00" THEN
               MOVE LOW-VALUES TO ML-KEY
               START MATCHLEDGER KEY NOT < ML-KEY
                   INVALID KEY SET LEDGER-EOF TO TRUE
               END-START
               PERFORM 24-SCAN-LEDGER UNTIL LEDGER-EOF
           ELSE
               IF MLG-FILE-STATUS NOT = "05" THEN
                   DISPLAY "UNABLE TO OPEN MATCHLEDGER - FILE STATUS "
                       MLG-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE MATCHLEDGER.
           PERFORM 06-WRITE-TRAILER.
           CLOSE FINFEED.
           PERFORM 17-RESEND-FILE.

       20-NOTE-SENT.
           IF SENT-COUNT = 50000 THEN
               DISPLAY "MORE THAN 50000 DETAILS IN ONE EXTRACT - FEED"
                   " HELD, SEQUENCE NOT ADVANCED"
               CLOSE FINFEED
               OPEN OUTPUT FINFEED
               CLOSE FINFEED
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO SENT-COUNT.
           MOVE ML-KEY TO SENT-KEY(SENT-COUNT).

       21-CATCH-UP.
*>     Confirmed entries of earlier report dates that no release has
*>     shipped yet: signed off after their own day's feed had run.
           MOVE LOW-VALUES TO ML-KEY.
           START MATCHLEDGER KEY NOT < ML-KEY
               INVALID KEY SET LEDGER-EOF TO TRUE
           END-START.
           PERFORM 24-SCAN-LEDGER UNTIL LEDGER-EOF.

       22-MARK-SENT.
*>     Only a release that stands marks what it shipped; a held feed
*>     leaves every entry to go out with the next one.
           IF SENT-COUNT > 0 THEN
               OPEN I-O MATCHLEDGER
               IF MLG-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN MATCHLEDGER - FILE STATUS "
                       MLG-FILE-STATUS " - FEED HELD"
                   PERFORM 26-HOLD-UNMARKED
               END-IF
               PERFORM 23-MARK-ONE VARYING I FROM 1 BY 1
                   UNTIL I > SENT-COUNT
               CLOSE MATCHLEDGER
           END-IF.

       23-MARK-ONE.
           MOVE SENT-KEY(I) TO ML-KEY.
           READ MATCHLEDGER
               INVALID KEY
                   DISPLAY "LEDGER ENTRY GONE BEFORE IT WAS MARKED - "
                       SENT-KEY(I)
                   PERFORM 26-HOLD-UNMARKED
           END-READ.
           MOVE FEED-SEQUENCE TO ML-SENT-SEQ.
           REWRITE MATCH-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO MARK LEDGER ENTRY - FILE STATUS "
                       MLG-FILE-STATUS
                   PERFORM 26-HOLD-UNMARKED
           END-REWRITE.

       24-SCAN-LEDGER.
*>     A resend takes the entries marked with its sequence; a release
*>     takes the confirmed, unmarked entries of earlier dates and
*>     lists the ones of those dates still awaiting sign-off. A blank
*>     mark is an entry filed before the mark existed: sent already.
           READ MATCHLEDGER NEXT RECORD
               AT END SET LEDGER-EOF TO TRUE
               NOT AT END
                   IF ML-SENT-SEQ NUMERIC THEN
                       IF RESEND-RUN THEN
                           IF ML-SENT-SEQ = FEED-SEQUENCE THEN
                               PERFORM 25-LEDGER-ROW
                               PERFORM 05-WRITE-DETAIL
                           END-IF
                       ELSE
                           IF ML-SENT-SEQ = 0
                               AND ML-DATE < FEED-DATE-N THEN
                               PERFORM 27-EARLIER-ENTRY
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       25-LEDGER-ROW.
*>     The report row rebuilt from its entry: the values go back
*>     through the report's own editing, product and variance are
*>     the renderings the entry kept.
           MOVE SPACES TO DETAIL-ROW.
           MOVE ML-DATE TO DR-DATE.
           MOVE ML-SOURCE TO DR-SOURCE.
           MOVE ML-TARGET TO VAL-SIGNED-X.
           MOVE VAL-SIGNED TO DR-TARGET-E.
           MOVE ML-MODE TO DR-MODE.
           MOVE ML-REF-I TO DR-REF-I.
           MOVE ML-VAL-1 TO VAL-SIGNED-X.
           MOVE VAL-SIGNED TO DR-VAL-I-E.
           MOVE ML-CAT-I TO DR-CAT-I.
           MOVE ML-REF-J TO DR-REF-J.
           MOVE ML-VAL-2 TO VAL-SIGNED-X.
           MOVE VAL-SIGNED TO DR-VAL-J-E.
           MOVE ML-CAT-J TO DR-CAT-J.
           IF ML-VAL-3 NOT = SPACES THEN
               MOVE ML-REF-K TO DR-REF-K
               MOVE ML-VAL-3 TO VAL-SIGNED-X
               MOVE VAL-SIGNED TO DR-VAL-K-E
               MOVE ML-CAT-K TO DR-CAT-K
           END-IF.
           MOVE ML-PRODUCT TO DR-PRODUCT.
           MOVE ML-VARIANCE TO DR-VARIANCE.

       26-HOLD-UNMARKED.
*>     FEEDHISTORY already holds the sequence, so the next release
*>     will stop on it too until someone has looked.
           DISPLAY "SEQUENCE " FEED-SEQUENCE " FILED BUT ITS ENTRIES"
               " NOT ALL MARKED - FEED HELD, SEQUENCE NOT ADVANCED".
           CLOSE MATCHLEDGER.
           OPEN OUTPUT FINFEED.
           CLOSE FINFEED.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       27-EARLIER-ENTRY.
           IF ML-STATUS = "CONFIRMED" THEN
               PERFORM 25-LEDGER-ROW
               PERFORM 05-WRITE-DETAIL
               PERFORM 20-NOTE-SENT
               ADD 1 TO CARRIED-COUNT
           ELSE
               IF ML-STATUS = "PROPOSED" OR ML-STATUS = "DISPUTED"
                   THEN
                   PERFORM 28-EARLIER-PENDING
               END-IF
           END-IF.

       28-EARLIER-PENDING.
*>     Same columns as the day's own pending rows, from the entry.
           ADD 1 TO EARLIER-PENDING.
           PERFORM 25-LEDGER-ROW.
           MOVE SPACES TO PENDING-RECORD.
           STRING ML-STATUS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-TARGET DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-MODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-VAL-I DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-VAL-J DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-VAL-K DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ML-OCCUR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-REF-I DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-REF-J DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-REF-K DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DR-SOURCE DELIMITED BY SIZE
               INTO PENDING-RECORD
           END-STRING.
           WRITE PENDING-RECORD.
