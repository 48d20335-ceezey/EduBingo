      *****************************************************************
      *  TERM-CLOSE-LOG-FILE record layout. TCLOSE-STATE is 'C' when
      *  the term was closed and 'R' when it was reopened;
      *  TCLOSE-STAMP is the MM/DD/YYYY HH:MM:SS of the run.
      *****************************************************************
       FD TERM-CLOSE-LOG-FILE.
       01 TERM-CLOSE-LOG-RECORD.
           05 TCLOSE-TERM-CODE               PIC X(10).
           05 TCLOSE-STATE                   PIC X(1).
           05 TCLOSE-STAMP                   PIC X(20).
