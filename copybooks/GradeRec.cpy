      *****************************************************************
      *  GRADEBOOK-FILE record layout - one row per graded task copy,
      *  identified by the TASKS-ID, member and description of the
      *  member's copy of the class task together, since task ids are
      *  reused once a task is deleted, archived or closed out; a
      *  re-grade replaces the row. GRADE-SUBJECT, GRADE-DESCRIPTION
      *  and GRADE-DUE-DATE repeat the task's TASKS-SUBJECT,
      *  TASKS-DESCRIPTION and due date, so the transcript still
      *  stands after the task itself is archived or deleted.
      *  GRADE-SCORE is out of 100; GRADE-LETTER is the letter grade
      *  staff gave, or the one the score works out to (A 90+, B 80+,
      *  C 70+, D 60+, otherwise F) when they left it blank.
      *****************************************************************
       FD GRADEBOOK-FILE.
       01 GRADEBOOK-RECORD.
           05 GRADE-TASK-ID                  PIC 9(06).
           05 GRADE-USER                     PIC X(20).
           05 GRADE-SUBJECT                  PIC X(10).
           05 GRADE-DESCRIPTION              PIC X(30).
           05 GRADE-DUE-DATE                 PIC X(10).
           05 GRADE-SCORE                    PIC 9(3).
           05 GRADE-LETTER                   PIC X(2).
           05 GRADE-FEEDBACK                 PIC X(60).
           05 GRADE-STAFF                    PIC X(20).
           05 GRADE-WHEN                     PIC X(20).
