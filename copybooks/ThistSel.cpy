      *****************************************************************
      *  TERM-HISTORY-FILE select clause - everything the term
      *  close-out took out of the live files, kept so a term closed
      *  by mistake can be reopened. OPTIONAL because the file does
      *  not exist until the first term is closed.
      *****************************************************************
           SELECT OPTIONAL TERM-HISTORY-FILE
               ASSIGN TO "TERM-HISTORY.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
