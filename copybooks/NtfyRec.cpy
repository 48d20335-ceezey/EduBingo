      *****************************************************************
      *  NOTIFY-OUTBOUND-FILE record layout - one fixed 104-byte row
      *  per recipient and notice type. NOTIFY-TYPE is OVERDUE,
      *  DUE-TMRW (due tomorrow), UNREAD (unread staff messages) or
      *  NEW-TASK (new class assignments). NOTIFY-NEW-COUNT is how
      *  many items the student has not been told about before,
      *  NOTIFY-OPEN-COUNT how many of that type are outstanding in
      *  all. NOTIFY-TEXT is the ready-to-send wording.
      *****************************************************************
       FD NOTIFY-OUTBOUND-FILE.
       01 NOTIFY-OUTBOUND-RECORD.
           05 NOTIFY-USER                    PIC X(20).
           05 NOTIFY-TYPE                    PIC X(8).
           05 NOTIFY-NEW-COUNT               PIC 9(3).
           05 NOTIFY-OPEN-COUNT              PIC 9(3).
           05 NOTIFY-RUN-DATE                PIC X(10).
           05 NOTIFY-TEXT                    PIC X(60).
