*> Corrections with no matching open exception, corrections that are
*> still invalid, and exceptions left open are all listed so nothing
*> is repaired silently.
*> CORRAUDIT is appended to rather than rewritten, so the trail can be
*> read back across runs by operator and date.
*> CORRECTEDFILE is appended to as well: the online maintenance screen
*> writes its corrections there, and the main program clears the file
*> once it has consumed it.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
           SELECT CORRECTFILE ASSIGN TO "CORRECTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRT-FILE-STATUS.
           SELECT OPTIONAL CORRECTEDFILE ASSIGN TO "CORRECTEDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COR-FILE-STATUS.
           SELECT OPTIONAL CORRAUDIT ASSIGN TO "CORRAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

                   CRT-FILE-STATUS
               STOP RUN
           END-IF.
*>         Added to, not rewritten: corrections keyed on the online
*>         screen since the last run are waiting there too.
           OPEN EXTEND CORRECTEDFILE.
           IF COR-FILE-STATUS NOT = "00" AND COR-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN CORRECTEDFILE - FILE STATUS "
                   COR-FILE-STATUS
               STOP RUN
           END-IF.
*>         Status 05 is the OPTIONAL trail started on first use.
           OPEN EXTEND CORRAUDIT.
           IF AUD-FILE-STATUS NOT = "00" AND AUD-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN CORRAUDIT - FILE STATUS "
                   AUD-FILE-STATUS
               STOP RUN
