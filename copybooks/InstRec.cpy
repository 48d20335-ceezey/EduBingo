      *****************************************************************
      *  INSTRUCTOR-CLASS-FILE record layout - one row per link
      *  between a class code and an instructor's username. A class
      *  may have several instructors and an instructor several
      *  classes; the students stay in CLASS-ROSTER-FILE.
      *****************************************************************
       FD INSTRUCTOR-CLASS-FILE.
       01 INSTRUCTOR-CLASS-RECORD.
           05 INSTR-CLASS-CODE               PIC X(10).
           05 INSTR-USER                     PIC X(20).
