      *  reads or maintains user accounts. USER-PASSWORD holds a
      *  hashed digest, never the plaintext password. USER-ACTIVE-FLAG
      *  is 'Y' for a normal account and 'N' once staff deactivate it.
      *  USER-ROLE is the staff role - 'A' administrator, 'I'
      *  instructor, 'C' counselor (an older 'S' staff row counts as
      *  an administrator) - or space/'U' for an ordinary signed-up
      *  user; only a staff account may open the admin console, and
      *  its role decides which options it sees there.
      *  USER-DEACTIVATED-DATE holds the MM/DD/YYYY date staff last
      *  deactivated the account (spaces while the account is
      *  active), so the retention archive can age it.
      *****************************************************************
       FD ACCOUNT-FILE.
       01 ACCOUNT-FILE-RECORD.
