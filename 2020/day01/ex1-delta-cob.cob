*> compared - month-end against month-start included. Rows match on
*> the position/value/category columns (plus target and mode); the
*> DELTAREPORT lists matches that appeared (NEW), disappeared
*> (DROPPED) or kept their key but changed product (CHANGED) - each
*> line the full report row, so the input references of every leg
*> come with it and a listed match can be traced to its source line -
*> with a summary of the movement on the console and at the foot of
*> the report. In the daily comparison a missing PRIORREPORT is treated as
*> an empty prior run, so a first day's report simply classifies
*> everything as NEW; with two explicit dates both archived members
*> must exist - a mistyped or never-archived date stops the run
           05 RPT-VARIANCE PIC X(09).
           05 FILLER PIC X(01).
           05 RPT-SOURCE PIC X(40).
           05 FILLER PIC X(01).
           05 RPT-REFS PIC X(20).

       FD PRIORREPORT.
       01 PRIOR-RECORD.
           05 PRI-VARIANCE PIC X(09).
           05 FILLER PIC X(01).
           05 PRI-SOURCE PIC X(40).
           05 FILLER PIC X(01).
           05 PRI-REFS PIC X(20).

       FD DELTAREPORT.
       01 DELTA-RECORD PIC X(220).

       WORKING-STORAGE SECTION.
       01 RPT-FILE-STATUS PIC XX VALUE "00".
           02 TDY-ENTRY OCCURS 20000 TIMES.
               05 TDY-KEY PIC X(99).
               05 TDY-PRODUCT PIC X(22).
               05 TDY-LINE PIC X(165).
       01 PRV-COUNT PIC 9(5) VALUE 0.
       01 PRV-TABLE.
           02 PRV-ENTRY OCCURS 20000 TIMES.
               05 PRV-KEY PIC X(99).
               05 PRV-PRODUCT PIC X(22).
               05 PRV-LINE PIC X(165).
               05 PRV-MATCHED PIC X(01).
       01 DLT-NEW-COUNT PIC 9(5) VALUE 0.
       01 DLT-DROP-COUNT PIC 9(5) VALUE 0.
