      *****************************************************************
      *  STUDENT-ID-FILE record layout - one row per registrar student
      *  id, naming the username that id belongs to.
      *****************************************************************
       FD STUDENT-ID-FILE.
       01 STUDENT-ID-RECORD.
           05 STID-STUDENT-ID                PIC X(10).
           05 STID-USER                      PIC X(20).
