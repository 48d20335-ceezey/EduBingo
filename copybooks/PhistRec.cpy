      *  so the history is no more sensitive than ACCOUNT-FILE
      *  itself. Rows are appended in order, so a user's last row is
      *  their current password and its PHIST-WHEN-SET date is what
      *  the expiry check at login measures against. A PHIST-WHEN-SET
      *  of 00/00/0000 marks a temporary password issued by the
      *  registrar feed, which must be changed at the first login.
      *****************************************************************
       FD PWD-HISTORY-FILE.
       01 PWD-HISTORY-RECORD.
