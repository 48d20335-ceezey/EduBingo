      *****************************************************************
      *  JOURNAL-FILE record layout - one row per journaled change.
      *  JRNL-SEQ runs 1, 2, 3 ... from the journal's start with no
      *  gaps, so a missing row shows. JRNL-WHEN-KEY is the stamp as
      *  YYYYMMDDHHMMSS for comparing; JRNL-STAMP is the same moment
      *  as MM/DD/YYYY HH:MM:SS for reading. JRNL-FILE-ID names the
      *  file with EDU-RESTORE's scope letter (1 ACCOUNT, 2 TASKS,
      *  3 MOOD, 4 BADGES, 5 LOGIN-AUDIT, 6 TEMPLATE, 7 CLASS-ROSTER,
      *  8 LOCKOUT, 9 PWD-HISTORY, N TASK-NOTES, S SUBTASK, M MESSAGE,
      *  W MOOD-ALERT, C TERM-CALENDAR). JRNL-ACTION is 'W' a row
      *  written (after-image only), 'R' a row rewritten (both
      *  images) or 'D' a row deleted (before-image only). The first
      *  row EDU-BACKUP writes is an 'H' header whose before-image
      *  area carries the generation the journal follows on from.
      *  JRNL-END-MARK is always "EJ" - a row cut short or garbled
      *  on disk loses it.
      *****************************************************************
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JRNL-SEQ                       PIC 9(8).
           05 JRNL-WHEN-KEY                  PIC 9(14).
           05 JRNL-STAMP                     PIC X(20).
           05 JRNL-USER                      PIC X(20).
           05 JRNL-PROGRAM                   PIC X(10).
           05 JRNL-FILE-ID                   PIC X(1).
           05 JRNL-ACTION                    PIC X(1).
           05 JRNL-BEFORE                    PIC X(125).
           05 JRNL-HEADER REDEFINES JRNL-BEFORE.
               10 JRNL-HDR-GENERATION        PIC 9(1).
               10 FILLER                     PIC X(124).
           05 JRNL-AFTER                     PIC X(125).
           05 JRNL-END-MARK                  PIC X(2).
