      *****************************************************************
      *  TERM-HISTORY-FILE record layout - one row per live row the
      *  close-out moved or changed, tagged with the term it closed.
      *  THIST-ROW-TYPE says what THIST-ROW-DATA holds: 'K' a DONE
      *  TASKS-FILE row, 'N' one of its TASK-NOTES-FILE rows, 'S' one
      *  of its SUBTASK-FILE rows, 'T' a TEMPLATE-FILE row as it was
      *  before its end date was set, 'R' a retired CLASS-ROSTER-FILE
      *  row. THIST-CLOSED-ON is the MM/DD/YYYY of the close.
      *****************************************************************
       FD TERM-HISTORY-FILE.
       01 TERM-HISTORY-RECORD.
           05 THIST-TERM-CODE                PIC X(10).
           05 THIST-ROW-TYPE                 PIC X(1).
           05 THIST-CLOSED-ON                PIC X(10).
           05 THIST-ROW-DATA                 PIC X(108).
