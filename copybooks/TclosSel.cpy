      *****************************************************************
      *  TERM-CLOSE-LOG-FILE select clause - one row each time a term
      *  is closed or reopened; the latest row for a term code gives
      *  its state. OPTIONAL because the file does not exist until
      *  the first term is closed.
      *****************************************************************
           SELECT OPTIONAL TERM-CLOSE-LOG-FILE
               ASSIGN TO "TERM-CLOSE-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
