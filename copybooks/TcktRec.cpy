      *****************************************************************
      *  SUPPORT-TICKET-FILE record layout - one help-desk ticket per
      *  row. TICKET-USER is the student who raised it, stamped with
      *  TICKET-OPENED. TICKET-CATEGORY is ACCOUNT, TASKS, MOOD,
      *  CLASS or OTHER. TICKET-STATUS is 'O' while nobody has it,
      *  'T' once a staff member takes it (TICKET-STAFF), 'A' once an
      *  answer has gone to the student's inbox and 'C' when closed.
      *  TICKET-LAST-ACTION is stamped by every staff action, so the
      *  nightly aging report can tell how long a ticket has sat.
      *****************************************************************
       FD SUPPORT-TICKET-FILE.
       01 SUPPORT-TICKET-RECORD.
           05 TICKET-ID                      PIC 9(06).
           05 TICKET-USER                    PIC X(20).
           05 TICKET-OPENED                  PIC X(20).
           05 TICKET-CATEGORY                PIC X(8).
           05 TICKET-TEXT                    PIC X(60).
           05 TICKET-STATUS                  PIC X(1).
           05 TICKET-STAFF                   PIC X(20).
           05 TICKET-LAST-ACTION             PIC X(20).
