       DATE-WRITTEN. 08/22/2026.
       SECURITY. AUTHORIZED PERSONNEL ONLY.
       REMARKS. CROSS-FILE INTEGRITY AUDIT - WALKS ACCOUNT-FILE,
           TASKS-FILE, MOOD-FILE, BADGES-FILE, LOGIN-AUDIT-FILE,
           TASK-NOTES-FILE AND SUBTASK-FILE AND REPORTS ROWS THE
           SEVEN FILES DISAGREE ON: TASK, MOOD, BADGE, NOTE AND
           CHECKLIST STEP ROWS FOR USERS WITH NO ACCOUNT ROW, NOTE
           AND STEP ROWS WHOSE TASK ID NO LONGER EXISTS, STEP ROWS
           WHOSE OWNER IS NOT THE TASK'S OWNER, DUPLICATE USERNAMES
           IN BADGES-FILE, NON-NUMERIC OR OUT-OF-RANGE STATUS AND
           DONE FIELDS, AND DUE/MOOD DATES THAT DATE-CHECK
           REJECTS. EVERY FINDING GOES TO
           AUDIT-EXCEPTIONS-RPT.txt. IN REPAIR MODE THE BAD ROWS ARE
           ALSO QUARANTINED TO A PER-FILE REJECT FILE AND REMOVED
           FROM THE LIVE FILE, SO THE NIGHTLY JOBS RUN AGAINST CLEAN
           COPY "BdgeSel.cpy".
           COPY "LogSel.cpy".
           COPY "NoteSel.cpy".
           COPY "SubtSel.cpy".
           SELECT AUDIT-REPORT-FILE
               ASSIGN TO "AUDIT-EXCEPTIONS-RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTES-REJECT-FILE
               ASSIGN TO "TASK-NOTES-REJECTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUBTASK-REJECT-FILE
               ASSIGN TO "SUBTASK-REJECTS.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
       COPY "BdgeRec.cpy".
       COPY "LogRec.cpy".
       COPY "NoteRec.cpy".
       COPY "SubtRec.cpy".
       FD AUDIT-REPORT-FILE.
       01 AUDIT-REPORT-LINE              PIC X(100).
       FD AUDIT-WORK-FILE.
       01 LOGIN-REJECT-RECORD            PIC X(41).
       FD NOTES-REJECT-FILE.
       01 NOTES-REJECT-RECORD            PIC X(106).
       FD SUBTASK-REJECT-FILE.
       01 SUBTASK-REJECT-RECORD          PIC X(69).

      *******************VARIABLES USED ON OUR PROGRAM******************
       WORKING-STORAGE SECTION.
       01 KNOWN-TASK-OVERFLOW        PIC X(1) VALUE 'N'.
       01 KNOWN-TASK-COUNT           PIC 9(3) VALUE 0.
       01 KNOWN-TASK-INDEX           PIC 9(3).
       01 KNOWN-TASK-FOUND-USER      PIC X(20).
       01 EXCEPTIONS-FOUND           PIC 9(5) VALUE 0.
       01 ROWS-QUARANTINED           PIC 9(5) VALUE 0.
       01 TASK-ID-DISPLAY            PIC 9(6).
           05 KNOWN-USER             PIC X(20) OCCURS 500 TIMES.
      *****************************************************************
      *  Every TASKS-ID still on file after the tasks pass (in
      *  repair mode, after quarantining), with its owner, so note
      *  and checklist step rows can be checked for a task that no
      *  longer exists or belongs to someone else.
      *****************************************************************
       01 KNOWN-TASK-TABLE.
           05 KNOWN-TASK-ENTRY OCCURS 500 TIMES.
               10 KNOWN-TASK-ID      PIC 9(6).
               10 KNOWN-TASK-USER    PIC X(20).
      *****************************************************************
      *  Every BADGE-USER already seen this pass, to catch the second
      *  row the OPEN EXTEND path can append for the same user.
           PERFORM AUDIT-BADGES-FILE
           PERFORM AUDIT-LOGIN-FILE
           PERFORM AUDIT-NOTES-FILE
           PERFORM AUDIT-SUBTASK-FILE
           PERFORM FINALIZE-REPORT
           DISPLAY "EDU-FILE-AUDIT - exceptions found: "
               EXCEPTIONS-FOUND
               IF KNOWN-TASK-COUNT < 500
                   ADD 1 TO KNOWN-TASK-COUNT
                   MOVE TASKS-ID TO KNOWN-TASK-ID(KNOWN-TASK-COUNT)
                   MOVE TASKS-USER
                       TO KNOWN-TASK-USER(KNOWN-TASK-COUNT)
               ELSE
                   MOVE 'Y' TO KNOWN-TASK-OVERFLOW
               END-IF
      *    With more tasks than the table holds, a missing entry no
      *    longer proves an orphan, so the orphan check stands down
      *    rather than quarantine notes for real tasks.
      *    KNOWN-TASK-FOUND-USER stays blank when the owner is not
      *    known, and the owner check skips the row.
           MOVE SPACES TO KNOWN-TASK-FOUND-USER
           IF KNOWN-TASK-OVERFLOW = 'Y'
               MOVE 'Y' TO TASK-KNOWN-FLAG
           ELSE
                   IF KNOWN-TASK-ID(KNOWN-TASK-INDEX)
                       = LOOKUP-TASK-VALUE
                       MOVE 'Y' TO TASK-KNOWN-FLAG
                       MOVE KNOWN-TASK-USER(KNOWN-TASK-INDEX)
                           TO KNOWN-TASK-FOUND-USER
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE AUDIT-WORK-FILE
           CLOSE TASK-NOTES-FILE.

      *****************************************************************
      *  SUBTASK-FILE pass - flags checklist steps whose owner has no
      *  account row, whose task no longer exists or belongs to a
      *  different user, whose done flag is not Y or N, or whose due
      *  date DATE-CHECK rejects.
      *****************************************************************
       AUDIT-SUBTASK-FILE.
           MOVE 'N' TO EOF
           OPEN INPUT SUBTASK-FILE
           IF AUDIT-MODE = 'Q'
               OPEN OUTPUT AUDIT-WORK-FILE
               OPEN EXTEND SUBTASK-REJECT-FILE
           END-IF

           PERFORM UNTIL EOF = 'Y'
               READ SUBTASK-FILE INTO SUBTASK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM CHECK-ONE-SUBTASK-ROW
               END-READ
           END-PERFORM

           CLOSE SUBTASK-FILE
           IF AUDIT-MODE = 'Q'
               CLOSE AUDIT-WORK-FILE
               CLOSE SUBTASK-REJECT-FILE
               PERFORM COPY-WORK-TO-SUBTASKS
           END-IF.

       CHECK-ONE-SUBTASK-ROW.
           MOVE 'N' TO ROW-BAD-FLAG
           MOVE SPACES TO ROW-BAD-REASON
           MOVE SUBTASK-USER TO LOOKUP-USER-VALUE
           PERFORM LOOKUP-KNOWN-USER

           IF USER-KNOWN-FLAG = 'N'
               MOVE 'Y' TO ROW-BAD-FLAG
               MOVE "ORPHAN USER" TO ROW-BAD-REASON
           END-IF

           IF ROW-BAD-FLAG = 'N'
               IF SUBTASK-TASK-ID NOT NUMERIC
                   MOVE 'Y' TO ROW-BAD-FLAG
                   MOVE "BAD TASK ID" TO ROW-BAD-REASON
               END-IF
           END-IF

           IF ROW-BAD-FLAG = 'N'
               MOVE SUBTASK-TASK-ID TO LOOKUP-TASK-VALUE
               PERFORM LOOKUP-KNOWN-TASK
               IF TASK-KNOWN-FLAG = 'N'
                   MOVE 'Y' TO ROW-BAD-FLAG
                   MOVE "ORPHAN TASK ID" TO ROW-BAD-REASON
               ELSE
                   IF KNOWN-TASK-FOUND-USER NOT = SPACES
                   AND KNOWN-TASK-FOUND-USER NOT = SUBTASK-USER
                       MOVE 'Y' TO ROW-BAD-FLAG
                       MOVE "TASK OWNED BY ANOTHER USER"
                           TO ROW-BAD-REASON
                   END-IF
               END-IF
           END-IF

           IF ROW-BAD-FLAG = 'N'
               IF SUBTASK-DONE NOT = 'Y' AND SUBTASK-DONE NOT = 'N'
                   MOVE 'Y' TO ROW-BAD-FLAG
                   MOVE "BAD DONE FLAG" TO ROW-BAD-REASON
               END-IF
           END-IF

           IF ROW-BAD-FLAG = 'N'
               CALL "DATE-CHECK" USING SUBTASK-DUE-DATE
                   DATE-VALID-FLAG
               IF DATE-VALID-FLAG = 'N'
                   MOVE 'Y' TO ROW-BAD-FLAG
                   MOVE "UNPARSEABLE DUE DATE" TO ROW-BAD-REASON
               END-IF
           END-IF

           IF ROW-BAD-FLAG = 'Y'
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING "SUBTASK  TASK " DELIMITED BY SIZE
                      SUBTASK-TASK-ID DELIMITED BY SIZE
                      " USER " DELIMITED BY SIZE
                      SUBTASK-USER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      ROW-BAD-REASON DELIMITED BY SIZE
                      INTO AUDIT-REPORT-LINE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF

           IF AUDIT-MODE = 'Q'
               IF ROW-BAD-FLAG = 'Y'
                   MOVE SUBTASK-RECORD TO SUBTASK-REJECT-RECORD
                   WRITE SUBTASK-REJECT-RECORD
                   ADD 1 TO ROWS-QUARANTINED
               ELSE
                   MOVE SPACES TO AUDIT-WORK-RECORD
                   MOVE SUBTASK-RECORD
                       TO AUDIT-WORK-RECORD(1:69)
                   WRITE AUDIT-WORK-RECORD
               END-IF
           END-IF.

       COPY-WORK-TO-SUBTASKS.
           MOVE 'N' TO EOF
           OPEN INPUT AUDIT-WORK-FILE
           OPEN OUTPUT SUBTASK-FILE

           PERFORM UNTIL EOF = 'Y'
               READ AUDIT-WORK-FILE INTO AUDIT-WORK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE AUDIT-WORK-RECORD(1:69)
                           TO SUBTASK-RECORD
                       WRITE SUBTASK-RECORD
               END-READ
           END-PERFORM

           CLOSE AUDIT-WORK-FILE
           CLOSE SUBTASK-FILE.

       FINALIZE-REPORT.
           IF EXCEPTIONS-FOUND = 0
               MOVE "NO EXCEPTIONS FOUND" TO AUDIT-REPORT-LINE
