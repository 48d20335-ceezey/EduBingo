      *****************************************************************
      *  SUPPORT-TICKET-FILE select clause - help-desk tickets a
      *  student raises from the SUPPORT screen and staff work from
      *  the ticket queue in the admin console. OPTIONAL because the
      *  file does not exist until the first ticket is raised.
      *****************************************************************
           SELECT OPTIONAL SUPPORT-TICKET-FILE
               ASSIGN TO "SUPPORT-TICKET-FILE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
