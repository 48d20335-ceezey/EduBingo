      *****************************************************************
      *  DORMANT-ACCOUNT-FILE record layout. DORMANT-CLASS is the
      *  roster the row was listed under (spaces when the account is
      *  on no roster). DORMANT-LAST-IN is the MM/DD/YYYY of the last
      *  sign-in, or spaces when none is on record, in which case
      *  DORMANT-DAYS counts from the day the account was created.
      *****************************************************************
       FD DORMANT-ACCOUNT-FILE.
       01 DORMANT-ACCOUNT-RECORD.
           05 DORMANT-USER                   PIC X(20).
           05 DORMANT-CLASS                  PIC X(10).
           05 DORMANT-LAST-IN                PIC X(10).
           05 DORMANT-DAYS                   PIC 9(5).
           05 DORMANT-LISTED                 PIC X(10).
