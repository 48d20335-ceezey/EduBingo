       DATE-WRITTEN. 09/02/2026.
       SECURITY. AUTHORIZED PERSONNEL ONLY.
       REMARKS. COMPANION TO EDU-BACKUP - BRINGS ONE LIVE DATA FILE,
           OR ALL FOURTEEN, BACK FROM A CHOSEN BACKUP GENERATION
           (BACKUP-Gn-<FILE>.dat). THE CHOSEN GENERATION MUST HAVE AN
           OK ROW IN BACKUP-CONTROL.dat, AND THE OPERATOR CONFIRMS
           BEFORE ANYTHING IS OVERWRITTEN - A RESTORE REPLACES THE
           LIVE FILE'S CONTENTS WITH THE SNAPSHOT'S. RUN THIS WITH
           NOBODY LOGGED IN. AFTER THE RESTORE THE OPERATOR MAY ROLL
           THE RESTORED FILE(S) FORWARD FROM THE CHANGE JOURNAL THAT
           FOLLOWS THE GENERATION (JOURNAL.dat OR BACKUP-Gn-JOURNAL.dat)
           UP TO A CHOSEN DATE AND TIME. REPLAY STOPS AT THE FIRST
           MISSING OR UNREADABLE JOURNAL ROW. TAKE A FRESH EDU-BACKUP
           AFTER ANY ROLL-FORWARD THAT STOPS SHORT OF THE END.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
           COPY "LockSel.cpy".
           COPY "PhistSel.cpy".
           COPY "NoteSel.cpy".
           COPY "SubtSel.cpy".
           COPY "MsgSel.cpy".
           COPY "MalrtSel.cpy".
           COPY "TermSel.cpy".
           COPY "JrnlSel.cpy".
           SELECT OPTIONAL REPLAY-TARGET-FILE
               ASSIGN TO DYNAMIC REPLAY-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPLAY-WORK-FILE ASSIGN TO "REPLAY-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BACKUP-FILE
               ASSIGN TO DYNAMIC BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
       COPY "LockRec.cpy".
       COPY "PhistRec.cpy".
       COPY "NoteRec.cpy".
       COPY "SubtRec.cpy".
       COPY "MsgRec.cpy".
       COPY "MalrtRec.cpy".
       COPY "TermRec.cpy".
       COPY "JrnlRec.cpy".
       FD REPLAY-TARGET-FILE.
       01 REPLAY-TARGET-RECORD           PIC X(125).
       FD REPLAY-WORK-FILE.
       01 REPLAY-WORK-RECORD             PIC X(125).
       FD BACKUP-FILE.
       01 BACKUP-RECORD                  PIC X(125).
       FD BACKUP-CONTROL-FILE.
       01 ROWS-RESTORED              PIC 9(6) VALUE 0.
       01 TOTAL-ROWS-RESTORED        PIC 9(6) VALUE 0.

      *****************************************************************
      *  Roll-forward. STOP-WHEN-KEY is YYYYMMDDHHMMSS, compared with
      *  JRNL-WHEN-KEY; all nines replays the whole journal.
      *****************************************************************
       01 JOURNAL-FILE-NAME          PIC X(40).
       01 JOURNAL-EOF                PIC X(1) VALUE 'N'.
       01 JOURNAL-FOUND              PIC X(1) VALUE 'N'.
       01 JOURNAL-HEADER-GEN         PIC 9(1) VALUE 0.
       01 JOURNAL-ROW-COUNT          PIC 9(8) VALUE 0.
       01 JOURNAL-IS-LIVE            PIC X(1) VALUE 'N'.
       01 ROLL-FORWARD-INPUT         PIC X(1).
       01 STOP-DATE-INPUT            PIC X(10).
       01 STOP-TIME-INPUT            PIC X(5).
       01 STOP-TIME-VALID            PIC X(1) VALUE 'N'.
       01 STOP-DATE-VALID            PIC X(1) VALUE 'N'.
       01 STOP-DATE-NUMERIC          PIC 9(8) VALUE 0.
       01 STOP-HOUR                  PIC 9(2) VALUE 0.
       01 STOP-MINUTE                PIC 9(2) VALUE 0.
       01 STOP-WHEN-KEY              PIC 9(14) VALUE 0.
       01 EXPECTED-SEQ               PIC 9(8) VALUE 0.
       01 JOURNAL-ROW-OK             PIC X(1) VALUE 'Y'.
       01 REPLAY-STOPPED             PIC X(1) VALUE 'N'.
       01 REPLAY-REACHED-STOP        PIC X(1) VALUE 'N'.
       01 REPLAY-STOP-REASON         PIC X(40) VALUE SPACES.
       01 REPLAY-ROW-MATCHED         PIC X(1) VALUE 'N'.
       01 REPLAY-TARGET-NAME         PIC X(40).
       01 REPLAY-ROW-LENGTH          PIC 9(3) VALUE 0.
       01 ROWS-REPLAYED              PIC 9(6) VALUE 0.
       01 ROWS-OUT-OF-SCOPE          PIC 9(6) VALUE 0.
       01 ROWS-NOT-MATCHED           PIC 9(6) VALUE 0.

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
       MAIN.
               DISPLAY " "
               DISPLAY "EDU-RESTORE - rows restored: "
                   TOTAL-ROWS-RESTORED
               PERFORM OFFER-ROLL-FORWARD
           ELSE
               DISPLAY " "
               DISPLAY "EDU-RESTORE - nothing restored."
           DISPLAY "  [7] CLASS-ROSTER-FILE [8] LOCKOUT-FILE"
           DISPLAY "  [9] PWD-HISTORY-FILE  [N] TASK-NOTES-FILE"
           DISPLAY "  [M] MESSAGE-FILE      [W] MOOD-ALERT-FILE"
           DISPLAY "  [S] SUBTASK-FILE      [C] TERM-CALENDAR-FILE"
           DISPLAY "  [A] All fourteen"
           DISPLAY "> Enter your choice: " WITH NO ADVANCING
           ACCEPT RESTORE-SCOPE-INPUT

                   MOVE 'A' TO RESTORE-SCOPE-INPUT
               WHEN 'n'
                   MOVE 'N' TO RESTORE-SCOPE-INPUT
               WHEN 's'
                   MOVE 'S' TO RESTORE-SCOPE-INPUT
               WHEN 'm'
                   MOVE 'M' TO RESTORE-SCOPE-INPUT
               WHEN 'w'

           IF RESTORE-SCOPE-INPUT NOT = 'A'
           AND RESTORE-SCOPE-INPUT NOT = 'N'
           AND RESTORE-SCOPE-INPUT NOT = 'S'
           AND RESTORE-SCOPE-INPUT NOT = 'M'
           AND RESTORE-SCOPE-INPUT NOT = 'W'
           AND RESTORE-SCOPE-INPUT NOT = 'C'
           AND (RESTORE-SCOPE-INPUT < '1'
                OR RESTORE-SCOPE-INPUT > '9')
               DISPLAY "Please choose 1 to 9, N, S, M, W, C or A."
               PERFORM GET-RESTORE-SCOPE
           END-IF.

           IF RESTORE-SCOPE-INPUT = 'N' OR RESTORE-SCOPE-INPUT = 'A'
               PERFORM RESTORE-NOTE-ROWS
           END-IF
           IF RESTORE-SCOPE-INPUT = 'S' OR RESTORE-SCOPE-INPUT = 'A'
               PERFORM RESTORE-SUBTASK-ROWS
           END-IF
           IF RESTORE-SCOPE-INPUT = 'M' OR RESTORE-SCOPE-INPUT = 'A'
               PERFORM RESTORE-MESSAGE-ROWS
           END-IF
           CLOSE TASK-NOTES-FILE
           PERFORM NOTE-ROWS-RESTORED.

       RESTORE-SUBTASK-ROWS.
           MOVE "SUBTASK-FILE.dat" TO BACKUP-BASE-NAME
           PERFORM BUILD-BACKUP-FILE-NAME
           MOVE ZERO TO ROWS-RESTORED
           MOVE 'N' TO EOF
           OPEN INPUT BACKUP-FILE
           OPEN OUTPUT SUBTASK-FILE

           PERFORM UNTIL EOF = 'Y'
               READ BACKUP-FILE INTO BACKUP-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE BACKUP-RECORD(1:69)
                           TO SUBTASK-RECORD
                       WRITE SUBTASK-RECORD
                       ADD 1 TO ROWS-RESTORED
               END-READ
           END-PERFORM

           CLOSE BACKUP-FILE
           CLOSE SUBTASK-FILE
           PERFORM NOTE-ROWS-RESTORED.

       RESTORE-MESSAGE-ROWS.
           MOVE "MESSAGE-FILE.dat" TO BACKUP-BASE-NAME
           PERFORM BUILD-BACKUP-FILE-NAME
           ADD ROWS-RESTORED TO TOTAL-ROWS-RESTORED
           DISPLAY "EDU-RESTORE - " BACKUP-FILE-NAME
           DISPLAY "              rows restored: " ROWS-RESTORED.

      *****************************************************************
      *  Roll-forward. The journal that follows a generation is the
      *  live JOURNAL.dat while its 'H' header names that generation,
      *  and the copy EDU-BACKUP set aside as BACKUP-Gn-JOURNAL.dat
      *  once a later generation was taken (a copy from before the
      *  journal had headers is taken at its name). Only rows for the
      *  file(s) just restored are applied - every other live file
      *  already holds its own changes.
      *****************************************************************
       OFFER-ROLL-FORWARD.
           DISPLAY " "
           DISPLAY "> Roll forward from the change journal? (Y/N): "
               WITH NO ADVANCING
           ACCEPT ROLL-FORWARD-INPUT

           IF ROLL-FORWARD-INPUT = 'Y' OR ROLL-FORWARD-INPUT = 'y'
               PERFORM FIND-GENERATION-JOURNAL
               IF JOURNAL-FOUND = 'N'
                   DISPLAY "No change journal follows generation "
                       RESTORE-GENERATION
                       " - files left as restored."
               ELSE
                   MOVE 'N' TO STOP-TIME-VALID
                   PERFORM GET-STOP-TIME UNTIL STOP-TIME-VALID = 'Y'
                   PERFORM RUN-REPLAY-PASS
                   PERFORM SHOW-REPLAY-TOTALS
               END-IF
           END-IF.

       FIND-GENERATION-JOURNAL.
           MOVE 'N' TO JOURNAL-FOUND
           MOVE "JOURNAL.dat" TO JOURNAL-FILE-NAME
           PERFORM READ-JOURNAL-HEADER

           IF JOURNAL-ROW-COUNT > 0
           AND JOURNAL-HEADER-GEN = RESTORE-GENERATION
               MOVE 'Y' TO JOURNAL-FOUND
               MOVE 'Y' TO JOURNAL-IS-LIVE
           ELSE
               MOVE 'N' TO JOURNAL-IS-LIVE
               MOVE SPACES TO JOURNAL-FILE-NAME
               STRING "BACKUP-G" DELIMITED BY SIZE
                      RESTORE-GENERATION DELIMITED BY SIZE
                      "-JOURNAL.dat" DELIMITED BY SIZE
                      INTO JOURNAL-FILE-NAME
               PERFORM READ-JOURNAL-HEADER
               IF JOURNAL-ROW-COUNT > 0
               AND (JOURNAL-HEADER-GEN = RESTORE-GENERATION
                    OR JOURNAL-HEADER-GEN = 0)
                   MOVE 'Y' TO JOURNAL-FOUND
               END-IF
           END-IF.

       READ-JOURNAL-HEADER.
           MOVE ZERO TO JOURNAL-HEADER-GEN
           MOVE ZERO TO JOURNAL-ROW-COUNT
           MOVE 'N' TO JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE

           PERFORM UNTIL JOURNAL-EOF = 'Y'
               READ JOURNAL-FILE INTO JOURNAL-RECORD
                   AT END
                       MOVE 'Y' TO JOURNAL-EOF
                   NOT AT END
                       ADD 1 TO JOURNAL-ROW-COUNT
                       IF JOURNAL-ROW-COUNT = 1
                       AND JRNL-ACTION = 'H'
                       AND JRNL-HDR-GENERATION NUMERIC
                           MOVE JRNL-HDR-GENERATION
                               TO JOURNAL-HEADER-GEN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE.

       GET-STOP-TIME.
           DISPLAY " "
           DISPLAY "> Replay changes up to which date (MM/DD/YYYY,"
           DISPLAY "  blank = the whole journal)? " WITH NO ADVANCING
           ACCEPT STOP-DATE-INPUT

           IF STOP-DATE-INPUT = SPACES
               MOVE 99999999999999 TO STOP-WHEN-KEY
               MOVE 'Y' TO STOP-TIME-VALID
           ELSE
               CALL "DATE-CHECK" USING STOP-DATE-INPUT STOP-DATE-VALID
               IF STOP-DATE-VALID = 'N'
                   DISPLAY "Please enter a real date as MM/DD/YYYY."
               ELSE
                   DISPLAY "> Up to what time that day (HH:MM, blank ="
                       " 23:59)? " WITH NO ADVANCING
                   ACCEPT STOP-TIME-INPUT
                   PERFORM CHECK-STOP-TIME
               END-IF
           END-IF.

       CHECK-STOP-TIME.
           IF STOP-TIME-INPUT = SPACES
               MOVE "23:59" TO STOP-TIME-INPUT
           END-IF

           IF STOP-TIME-INPUT(1:2) NOT NUMERIC
           OR STOP-TIME-INPUT(3:1) NOT = ":"
           OR STOP-TIME-INPUT(4:2) NOT NUMERIC
               DISPLAY "Please enter the time as HH:MM (00:00-23:59)."
           ELSE
               MOVE STOP-TIME-INPUT(1:2) TO STOP-HOUR
               MOVE STOP-TIME-INPUT(4:2) TO STOP-MINUTE
               IF STOP-HOUR > 23 OR STOP-MINUTE > 59
                   DISPLAY "Please enter the time as HH:MM (00:00-23:5"
                       "9)."
               ELSE
                   CALL "DATE-CONVERT" USING STOP-DATE-INPUT
                       STOP-DATE-NUMERIC
                   COMPUTE STOP-WHEN-KEY = STOP-DATE-NUMERIC * 1000000
                       + STOP-HOUR * 10000 + STOP-MINUTE * 100 + 59
                   MOVE 'Y' TO STOP-TIME-VALID
               END-IF
           END-IF.

      *****************************************************************
      *  Rows are numbered from 1 with no gaps, so the first row out
      *  of sequence, or one that cannot be read as a journal row,
      *  ends the replay there - applying changes past a hole would
      *  build on a state the files never had. A row later than the
      *  chosen time ends it too.
      *****************************************************************
       RUN-REPLAY-PASS.
           MOVE ZERO TO ROWS-REPLAYED
           MOVE ZERO TO ROWS-OUT-OF-SCOPE
           MOVE ZERO TO ROWS-NOT-MATCHED
           MOVE 1 TO EXPECTED-SEQ
           MOVE 'N' TO REPLAY-STOPPED
           MOVE 'N' TO REPLAY-REACHED-STOP
           MOVE SPACES TO REPLAY-STOP-REASON
           MOVE 'N' TO JOURNAL-EOF
           OPEN INPUT JOURNAL-FILE

           PERFORM UNTIL JOURNAL-EOF = 'Y' OR REPLAY-STOPPED = 'Y'
               READ JOURNAL-FILE INTO JOURNAL-RECORD
                   AT END
                       MOVE 'Y' TO JOURNAL-EOF
                   NOT AT END
                       PERFORM REPLAY-ONE-ROW
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE.

       REPLAY-ONE-ROW.
           PERFORM CHECK-JOURNAL-ROW

           IF JOURNAL-ROW-OK = 'N'
               MOVE 'Y' TO REPLAY-STOPPED
           ELSE
               IF JRNL-SEQ NOT = EXPECTED-SEQ
                   MOVE 'Y' TO REPLAY-STOPPED
                   MOVE "row number out of sequence"
                       TO REPLAY-STOP-REASON
               ELSE
                   IF JRNL-WHEN-KEY > STOP-WHEN-KEY
                       MOVE 'Y' TO REPLAY-STOPPED
                       MOVE 'Y' TO REPLAY-REACHED-STOP
                   ELSE
                       ADD 1 TO EXPECTED-SEQ
                       IF JRNL-ACTION NOT = 'H'
                           IF RESTORE-SCOPE-INPUT = 'A'
                           OR RESTORE-SCOPE-INPUT = JRNL-FILE-ID
                               PERFORM APPLY-JOURNAL-ROW
                           ELSE
                               ADD 1 TO ROWS-OUT-OF-SCOPE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-JOURNAL-ROW.
           MOVE 'Y' TO JOURNAL-ROW-OK

           IF JRNL-SEQ NOT NUMERIC
           OR JRNL-WHEN-KEY NOT NUMERIC
           OR JRNL-END-MARK NOT = "EJ"
               MOVE 'N' TO JOURNAL-ROW-OK
               MOVE "row unreadable" TO REPLAY-STOP-REASON
           ELSE
               IF JRNL-ACTION NOT = 'W' AND JRNL-ACTION NOT = 'R'
               AND JRNL-ACTION NOT = 'D' AND JRNL-ACTION NOT = 'H'
                   MOVE 'N' TO JOURNAL-ROW-OK
                   MOVE "unknown action on row"
                       TO REPLAY-STOP-REASON
               END-IF
               IF JRNL-ACTION NOT = 'H'
               AND JRNL-FILE-ID NOT = 'N' AND JRNL-FILE-ID NOT = 'S'
               AND JRNL-FILE-ID NOT = 'M' AND JRNL-FILE-ID NOT = 'W'
               AND JRNL-FILE-ID NOT = 'C'
               AND (JRNL-FILE-ID < '1' OR JRNL-FILE-ID > '9')
                   MOVE 'N' TO JOURNAL-ROW-OK
                   MOVE "unknown file on row" TO REPLAY-STOP-REASON
               END-IF
           END-IF.

       APPLY-JOURNAL-ROW.
           MOVE 'N' TO REPLAY-ROW-MATCHED

           EVALUATE JRNL-FILE-ID
               WHEN '1'
                   PERFORM APPLY-ACCOUNT-ROW
               WHEN '2'
                   PERFORM APPLY-TASK-ROW
               WHEN '6'
                   PERFORM APPLY-TEMPLATE-ROW
               WHEN '8'
                   PERFORM APPLY-LOCKOUT-ROW
               WHEN OTHER
                   PERFORM APPLY-SEQUENTIAL-ROW
           END-EVALUATE

           IF REPLAY-ROW-MATCHED = 'Y'
               ADD 1 TO ROWS-REPLAYED
           ELSE
               ADD 1 TO ROWS-NOT-MATCHED
           END-IF.

      *****************************************************************
      *  A rewrite or delete is only applied to a row that still holds
      *  exactly the before-image, so a change whose I/O never took
      *  place (the journal row is written first) is counted as not
      *  matched instead of being forced onto the file.
      *****************************************************************
       APPLY-ACCOUNT-ROW.
           OPEN I-O ACCOUNT-FILE

           IF JRNL-ACTION = 'W'
               MOVE JRNL-AFTER(1:72) TO ACCOUNT-FILE-RECORD
               WRITE ACCOUNT-FILE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO REPLAY-ROW-MATCHED
               END-WRITE
           ELSE
               MOVE JRNL-BEFORE(1:20) TO USER-NAME
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCOUNT-FILE-RECORD = JRNL-BEFORE(1:72)
                           MOVE 'Y' TO REPLAY-ROW-MATCHED
                       END-IF
               END-READ
               IF REPLAY-ROW-MATCHED = 'Y'
                   IF JRNL-ACTION = 'R'
                       MOVE JRNL-AFTER(1:72) TO ACCOUNT-FILE-RECORD
                       REWRITE ACCOUNT-FILE-RECORD
                   ELSE
                       DELETE ACCOUNT-FILE RECORD
                   END-IF
               END-IF
           END-IF

           CLOSE ACCOUNT-FILE.

       APPLY-LOCKOUT-ROW.
           OPEN I-O LOCKOUT-FILE

           IF JRNL-ACTION = 'W'
               MOVE JRNL-AFTER(1:43) TO LOCKOUT-FILE-RECORD
               WRITE LOCKOUT-FILE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO REPLAY-ROW-MATCHED
               END-WRITE
           ELSE
               MOVE JRNL-BEFORE(1:20) TO LOCK-USER
               READ LOCKOUT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LOCKOUT-FILE-RECORD = JRNL-BEFORE(1:43)
                           MOVE 'Y' TO REPLAY-ROW-MATCHED
                       END-IF
               END-READ
               IF REPLAY-ROW-MATCHED = 'Y'
                   IF JRNL-ACTION = 'R'
                       MOVE JRNL-AFTER(1:43) TO LOCKOUT-FILE-RECORD
                       REWRITE LOCKOUT-FILE-RECORD
                   ELSE
                       DELETE LOCKOUT-FILE RECORD
                   END-IF
               END-IF
           END-IF

           CLOSE LOCKOUT-FILE.

       APPLY-TASK-ROW.
           OPEN I-O TASKS-FILE

           IF JRNL-ACTION = 'W'
               MOVE JRNL-AFTER(1:108) TO TASKS-FILE-RECORD
               WRITE TASKS-FILE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO REPLAY-ROW-MATCHED
               END-WRITE
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ TASKS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF TASKS-FILE-RECORD = JRNL-BEFORE(1:108)
                               MOVE 'Y' TO REPLAY-ROW-MATCHED
                               MOVE 'Y' TO EOF
                           END-IF
                   END-READ
               END-PERFORM
               IF REPLAY-ROW-MATCHED = 'Y'
                   IF JRNL-ACTION = 'R'
                       MOVE JRNL-AFTER(1:108) TO TASKS-FILE-RECORD
                       REWRITE TASKS-FILE-RECORD
                   ELSE
                       DELETE TASKS-FILE RECORD
                   END-IF
               END-IF
           END-IF

           CLOSE TASKS-FILE.

       APPLY-TEMPLATE-ROW.
           OPEN I-O TEMPLATE-FILE

           IF JRNL-ACTION = 'W'
               MOVE JRNL-AFTER(1:86) TO TEMPLATE-FILE-RECORD
               WRITE TEMPLATE-FILE-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO REPLAY-ROW-MATCHED
               END-WRITE
           ELSE
               MOVE 'N' TO EOF
               PERFORM UNTIL EOF = 'Y'
                   READ TEMPLATE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF TEMPLATE-FILE-RECORD = JRNL-BEFORE(1:86)
                               MOVE 'Y' TO REPLAY-ROW-MATCHED
                               MOVE 'Y' TO EOF
                           END-IF
                   END-READ
               END-PERFORM
               IF REPLAY-ROW-MATCHED = 'Y'
                   IF JRNL-ACTION = 'R'
                       MOVE JRNL-AFTER(1:86) TO TEMPLATE-FILE-RECORD
                       REWRITE TEMPLATE-FILE-RECORD
                   ELSE
                       DELETE TEMPLATE-FILE RECORD
                   END-IF
               END-IF
           END-IF

           CLOSE TEMPLATE-FILE.

      *****************************************************************
      *  The line sequential files are all replayed the same way: a
      *  new row is appended, and a rewrite or delete copies the file
      *  through REPLAY-WORK.tmp, replacing or dropping the first row
      *  equal to the before-image, then copies it back.
      *****************************************************************
       APPLY-SEQUENTIAL-ROW.
           PERFORM SET-REPLAY-TARGET

           IF JRNL-ACTION = 'W'
               OPEN EXTEND REPLAY-TARGET-FILE
               MOVE JRNL-AFTER TO REPLAY-TARGET-RECORD
               WRITE REPLAY-TARGET-RECORD
               CLOSE REPLAY-TARGET-FILE
               MOVE 'Y' TO REPLAY-ROW-MATCHED
           ELSE
               MOVE 'N' TO EOF
               OPEN INPUT REPLAY-TARGET-FILE
               OPEN OUTPUT REPLAY-WORK-FILE

               PERFORM UNTIL EOF = 'Y'
                   READ REPLAY-TARGET-FILE INTO REPLAY-TARGET-RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM REPLAY-ONE-TARGET-ROW
                   END-READ
               END-PERFORM

               CLOSE REPLAY-TARGET-FILE
               CLOSE REPLAY-WORK-FILE

               IF REPLAY-ROW-MATCHED = 'Y'
                   PERFORM COPY-REPLAY-WORK-BACK
               END-IF
           END-IF.

       SET-REPLAY-TARGET.
           EVALUATE JRNL-FILE-ID
               WHEN '3'
                   MOVE "MOOD-FILE.dat" TO REPLAY-TARGET-NAME
                   MOVE 41 TO REPLAY-ROW-LENGTH
               WHEN '4'
                   MOVE "BADGES-FILE.dat" TO REPLAY-TARGET-NAME
                   MOVE 67 TO REPLAY-ROW-LENGTH
               WHEN '5'
                   MOVE "LOGIN-AUDIT-FILE.dat" TO REPLAY-TARGET-NAME
                   MOVE 41 TO REPLAY-ROW-LENGTH
               WHEN '7'
                   MOVE "CLASS-ROSTER-FILE.dat" TO REPLAY-TARGET-NAME
                   MOVE 30 TO REPLAY-ROW-LENGTH
               WHEN '9'
                   MOVE "PWD-HISTORY-FILE.dat" TO REPLAY-TARGET-NAME
                   MOVE 50 TO REPLAY-ROW-LENGTH
               WHEN 'N'
                   MOVE "TASK-NOTES-FILE.dat" TO REPLAY-TARGET-NAME
                   MOVE 106 TO REPLAY-ROW-LENGTH
               WHEN 'S'
                   MOVE "SUBTASK-FILE.dat" TO REPLAY-TARGET-NAME
                   MOVE 69 TO REPLAY-ROW-LENGTH
               WHEN 'M'
                   MOVE "MESSAGE-FILE.dat" TO REPLAY-TARGET-NAME
                   MOVE 121 TO REPLAY-ROW-LENGTH
               WHEN 'W'
                   MOVE "MOOD-ALERT-FILE.dat" TO REPLAY-TARGET-NAME
                   MOVE 92 TO REPLAY-ROW-LENGTH
               WHEN OTHER
                   MOVE "TERM-CALENDAR-FILE.dat" TO REPLAY-TARGET-NAME
                   MOVE 31 TO REPLAY-ROW-LENGTH
           END-EVALUATE.

       REPLAY-ONE-TARGET-ROW.
           IF REPLAY-ROW-MATCHED = 'N'
           AND REPLAY-TARGET-RECORD(1:REPLAY-ROW-LENGTH)
               = JRNL-BEFORE(1:REPLAY-ROW-LENGTH)
               MOVE 'Y' TO REPLAY-ROW-MATCHED
               IF JRNL-ACTION = 'R'
                   MOVE JRNL-AFTER TO REPLAY-WORK-RECORD
                   WRITE REPLAY-WORK-RECORD
               END-IF
           ELSE
               MOVE REPLAY-TARGET-RECORD TO REPLAY-WORK-RECORD
               WRITE REPLAY-WORK-RECORD
           END-IF.

       COPY-REPLAY-WORK-BACK.
           MOVE 'N' TO EOF
           OPEN INPUT REPLAY-WORK-FILE
           OPEN OUTPUT REPLAY-TARGET-FILE

           PERFORM UNTIL EOF = 'Y'
               READ REPLAY-WORK-FILE INTO REPLAY-WORK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE REPLAY-WORK-RECORD TO REPLAY-TARGET-RECORD
                       WRITE REPLAY-TARGET-RECORD
               END-READ
           END-PERFORM

           CLOSE REPLAY-WORK-FILE
           CLOSE REPLAY-TARGET-FILE.

       SHOW-REPLAY-TOTALS.
           DISPLAY " "
           DISPLAY "EDU-RESTORE - journal " JOURNAL-FILE-NAME
           DISPLAY "              rows replayed:        " ROWS-REPLAYED
           DISPLAY "              rows for other files: "
               ROWS-OUT-OF-SCOPE
           DISPLAY "              rows not matched:     "
               ROWS-NOT-MATCHED

           IF REPLAY-STOPPED = 'Y' AND REPLAY-REACHED-STOP = 'N'
               DISPLAY "Replay stopped at journal row " EXPECTED-SEQ
                   ": " REPLAY-STOP-REASON
               DISPLAY "Run EDU-JRNL-VERIFY on this journal for detail."
           END-IF
           IF REPLAY-REACHED-STOP = 'Y'
               DISPLAY "Replay stopped at the chosen time."
           END-IF
           IF REPLAY-STOPPED = 'N' AND JOURNAL-IS-LIVE = 'N'
               DISPLAY "End of this generation's journal - later "
                   "changes follow the next generation."
           END-IF.
