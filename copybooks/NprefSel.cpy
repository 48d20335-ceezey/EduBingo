      *****************************************************************
      *  NOTIFY-PREF-FILE select clause - each student's choice about
      *  the campus email/SMS notices, set from the SETTINGS screen.
      *  OPTIONAL because the file does not exist until the first
      *  student changes the setting.
      *****************************************************************
           SELECT OPTIONAL NOTIFY-PREF-FILE
               ASSIGN TO "NOTIFY-PREF-FILE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
