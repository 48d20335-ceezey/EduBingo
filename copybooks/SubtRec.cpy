      *****************************************************************
      *  SUBTASK-FILE record layout - one checklist step per row,
      *  keyed by the TASKS-ID of its parent task. SUBTASK-USER
      *  repeats the task's owner so the retention archive can move
      *  a user's steps with the rest of their rows. SUBTASK-SEQ
      *  numbers the steps within one task from 1. SUBTASK-DONE is
      *  'Y' once the step is ticked off and 'N' while it is open; a
      *  task cannot be marked DONE while any of its steps is open.
      *****************************************************************
       FD SUBTASK-FILE.
       01 SUBTASK-RECORD.
           05 SUBTASK-TASK-ID                PIC 9(06).
           05 SUBTASK-USER                   PIC X(20).
           05 SUBTASK-SEQ                    PIC 9(02).
           05 SUBTASK-DESCRIPTION            PIC X(30).
           05 SUBTASK-DUE-DATE               PIC X(10).
           05 SUBTASK-DONE                   PIC X(1).
