       FD REPORTFILE.
       01 REPORT-RECORD.
           05 RPT-DATE PIC X(08).
           05 FILLER PIC X(157).

       FD ARCHIVEFILE.
       01 ARCHIVE-RECORD PIC X(165).

       FD PRIORREPORT.
       01 PRIOR-RECORD PIC X(165).

       FD ARCHINDEX.
       01 INDEX-RECORD PIC 9(8).
