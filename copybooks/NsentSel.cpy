      *****************************************************************
      *  NOTIFY-SENT-LOG select clause - every item EDU-NOTIFY has
      *  already told a student about, so the same notice is not
      *  sent again the next night. OPTIONAL because the file does
      *  not exist before the first run.
      *****************************************************************
           SELECT OPTIONAL NOTIFY-SENT-LOG
               ASSIGN TO "NOTIFY-SENT-LOG.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
