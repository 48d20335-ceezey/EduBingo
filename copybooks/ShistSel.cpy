      *****************************************************************
      *  SESSION-HISTORY-FILE select clause - one row per finished
      *  session, appended by EDU-NIGHT-RUN when it compacts
      *  SESSION-FILE so the sign-in/sign-out pairs survive for the
      *  engagement report. OPTIONAL because the file does not exist
      *  until the first compaction archives a session.
      *****************************************************************
           SELECT OPTIONAL SESSION-HISTORY-FILE
               ASSIGN TO "SESSION-HISTORY.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
