      *****************************************************************
      *  DORMANT-ACCOUNT-FILE select clause - the dormant list the
      *  engagement report leaves behind for the admin console, one
      *  row per dormant account per class it belongs to. Rewritten
      *  on every run; OPTIONAL because the console may be opened
      *  before the report has ever run.
      *****************************************************************
           SELECT OPTIONAL DORMANT-ACCOUNT-FILE
               ASSIGN TO "DORMANT-ACCOUNTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
