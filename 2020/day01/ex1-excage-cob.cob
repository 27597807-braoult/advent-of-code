*> status change is stamped on AGEAUDIT with run date, time and the
*> operator id from the command line, the way VALAUDIT stamps master
*> transactions.
*> AGEAUDIT is appended to rather than rewritten, so the trail can be
*> read back across runs by operator and date.
       AUTHOR. Bruno Raoult.

       ENVIRONMENT DIVISION.
           SELECT AGEREPORT ASSIGN TO "AGEREPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGE-FILE-STATUS.
           SELECT OPTIONAL AGEAUDIT ASSIGN TO "AGEAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.

                   AGE-FILE-STATUS
               STOP RUN
           END-IF.
*>         Status 05 is the OPTIONAL trail started on first use.
           OPEN EXTEND AGEAUDIT.
           IF AUD-FILE-STATUS NOT = "00" AND AUD-FILE-STATUS NOT = "05"
               THEN
               DISPLAY "UNABLE TO OPEN AGEAUDIT - FILE STATUS "
                   AUD-FILE-STATUS
               STOP RUN
