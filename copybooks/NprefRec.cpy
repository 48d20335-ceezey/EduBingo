      *****************************************************************
      *  NOTIFY-PREF-FILE record layout - at most one row per user.
      *  PREF-OPT-IN is 'Y' to receive gateway notices or 'N' to opt
      *  out; a user with no row is opted in, so a student who has
      *  stopped logging in still hears about overdue work.
      *  PREF-WHEN stamps the last change.
      *****************************************************************
       FD NOTIFY-PREF-FILE.
       01 NOTIFY-PREF-RECORD.
           05 PREF-USER                      PIC X(20).
           05 PREF-OPT-IN                    PIC X(1).
           05 PREF-WHEN                      PIC X(20).
