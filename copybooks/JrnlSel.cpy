      *****************************************************************
      *  JOURNAL-FILE select clause - the before/after-image journal
      *  of every change the student program and the admin console
      *  make to the fourteen files EDU-BACKUP snapshots. The live
      *  journal is JOURNAL.dat; EDU-BACKUP keeps each finished one
      *  beside its generation as BACKUP-Gn-JOURNAL.dat. Every
      *  program copying this clause sets JOURNAL-FILE-NAME before
      *  the OPEN. OPTIONAL because the file does not exist until
      *  the first change is journaled.
      *****************************************************************
           SELECT OPTIONAL JOURNAL-FILE
               ASSIGN TO DYNAMIC JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
