      *****************************************************************
      *  SESSION-HISTORY-FILE record layout - one finished session.
      *  SHIST-CLOSED is 'Y' when the session ended with a sign-out
      *  row and SHIST-MINUTES holds its length; 'N' marks a session
      *  that was abandoned without signing out (a newer sign-in came
      *  first), so SHIST-OUT is spaces and no length is known.
      *****************************************************************
       FD SESSION-HISTORY-FILE.
       01 SESSION-HISTORY-RECORD.
           05 SHIST-USER                     PIC X(20).
           05 SHIST-IN                       PIC X(20).
           05 SHIST-OUT                      PIC X(20).
           05 SHIST-MINUTES                  PIC 9(5).
           05 SHIST-CLOSED                   PIC X(1).
