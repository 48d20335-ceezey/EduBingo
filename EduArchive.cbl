           EVERY ACCOUNT DEACTIVATED MORE THAN A PROMPTED NUMBER OF
           DAYS AGO (AN OLD ROW WITH NO DEACTIVATION DATE ON RECORD
           COUNTS AS ELIGIBLE) AND MOVES ALL OF ITS ROWS - TASK
           NOTES AND CHECKLIST STEPS INCLUDED - OUT OF THE SEVEN LIVE
           FILES INTO MATCHING *-ARCHIVE.dat FILES, WRITING
           A MANIFEST OF WHAT MOVED TO ARCHIVE-MANIFEST.txt. IN
           RESTORE MODE, MOVES ONE USERNAME'S ROWS BACK FROM THE
           ARCHIVES INTO THE LIVE FILES (A RESTORED TASK WHOSE ID WAS
           REUSED IN THE MEANTIME IS RENUMBERED); THE ACCOUNT COMES
           BACK STILL DEACTIVATED AND IS REACTIVATED THROUGH THE
           ADMIN CONSOLE. EVERY ROW EITHER MODE WRITES TO OR DELETES
           FROM A BACKED-UP FILE IS JOURNALED, SO A LATER RESTORE THAT
           ROLLS FORWARD DOES NOT UNDO IT.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
           COPY "BdgeSel.cpy".
           COPY "LogSel.cpy".
           COPY "NoteSel.cpy".
           COPY "SubtSel.cpy".
           SELECT OPTIONAL ACCOUNT-ARCHIVE-FILE
               ASSIGN TO "ACCOUNT-ARCHIVE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TASK-NOTES-ARCHIVE-FILE
               ASSIGN TO "TASK-NOTES-ARCHIVE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SUBTASK-ARCHIVE-FILE
               ASSIGN TO "SUBTASK-ARCHIVE.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCH-WORK-FILE ASSIGN TO "ARCH-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-MANIFEST-FILE
       COPY "BdgeRec.cpy".
       COPY "LogRec.cpy".
       COPY "NoteRec.cpy".
       COPY "SubtRec.cpy".
       FD ACCOUNT-ARCHIVE-FILE.
       01 ACCOUNT-ARCHIVE-RECORD         PIC X(72).
       FD TASKS-ARCHIVE-FILE.
       01 LOGIN-ARCHIVE-RECORD           PIC X(41).
       FD TASK-NOTES-ARCHIVE-FILE.
       01 TASK-NOTES-ARCHIVE-RECORD      PIC X(106).
       FD SUBTASK-ARCHIVE-FILE.
       01 SUBTASK-ARCHIVE-RECORD         PIC X(69).
       FD ARCH-WORK-FILE.
       01 ARCH-WORK-RECORD               PIC X(120).
       FD ARCHIVE-MANIFEST-FILE.
       01 NEXT-TASK-ID               PIC 9(06) VALUE 0.
       01 MANIFEST-TEXT              PIC X(79).
      *****************************************************************
      *  Before/after images of each change either mode makes to a
      *  backed-up file, handed to JOURNAL-WRITE by JOURNAL-CHANGE.
      *  The job is run by an operator with nobody signed in, so it
      *  journals under its own name in place of a user. The
      *  *-ARCHIVE.dat files are not backed up and are not journaled.
      *****************************************************************
       01 JOURNAL-FILE-ID            PIC X(1).
       01 JOURNAL-ACTION             PIC X(1).
       01 JOURNAL-USER               PIC X(20) VALUE "EDU-ARCHIVE".
       01 JOURNAL-PROGRAM            PIC X(10) VALUE "ARCHIVE".
       01 JOURNAL-BEFORE-IMAGE       PIC X(125) VALUE SPACES.
       01 JOURNAL-AFTER-IMAGE        PIC X(125) VALUE SPACES.
      *****************************************************************
      *  Usernames whose accounts were deactivated long enough ago to
      *  archive this run; every file pass matches its rows against
      *  this table.
               PERFORM ARCHIVE-BADGE-ROWS
               PERFORM ARCHIVE-LOGIN-ROWS
               PERFORM ARCHIVE-NOTE-ROWS
               PERFORM ARCHIVE-SUBTASK-ROWS
           END-IF.

      *****************************************************************
                           MOVE ACCOUNT-FILE-RECORD
                               TO ACCOUNT-ARCHIVE-RECORD
                           WRITE ACCOUNT-ARCHIVE-RECORD
                           MOVE '1' TO JOURNAL-FILE-ID
                           MOVE 'D' TO JOURNAL-ACTION
                           MOVE ACCOUNT-FILE-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           PERFORM JOURNAL-CHANGE
                           DELETE ACCOUNT-FILE RECORD
                           ADD 1 TO FILE-ROWS-MOVED
                       END-IF
                           MOVE TASKS-FILE-RECORD
                               TO TASKS-ARCHIVE-RECORD
                           WRITE TASKS-ARCHIVE-RECORD
                           MOVE '2' TO JOURNAL-FILE-ID
                           MOVE 'D' TO JOURNAL-ACTION
                           MOVE TASKS-FILE-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           PERFORM JOURNAL-CHANGE
                           DELETE TASKS-FILE RECORD
                           ADD 1 TO FILE-ROWS-MOVED
                       END-IF
                           MOVE MOOD-FILE-RECORD
                               TO MOOD-ARCHIVE-RECORD
                           WRITE MOOD-ARCHIVE-RECORD
                           MOVE '3' TO JOURNAL-FILE-ID
                           MOVE 'D' TO JOURNAL-ACTION
                           MOVE MOOD-FILE-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           PERFORM JOURNAL-CHANGE
                           ADD 1 TO FILE-ROWS-MOVED
                       ELSE
                           MOVE SPACES TO ARCH-WORK-RECORD
                           MOVE BADGES-FILE-RECORD
                               TO BADGES-ARCHIVE-RECORD
                           WRITE BADGES-ARCHIVE-RECORD
                           MOVE '4' TO JOURNAL-FILE-ID
                           MOVE 'D' TO JOURNAL-ACTION
                           MOVE BADGES-FILE-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           PERFORM JOURNAL-CHANGE
                           ADD 1 TO FILE-ROWS-MOVED
                       ELSE
                           MOVE SPACES TO ARCH-WORK-RECORD
                           MOVE LOGIN-AUDIT-RECORD
                               TO LOGIN-ARCHIVE-RECORD
                           WRITE LOGIN-ARCHIVE-RECORD
                           MOVE '5' TO JOURNAL-FILE-ID
                           MOVE 'D' TO JOURNAL-ACTION
                           MOVE LOGIN-AUDIT-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           PERFORM JOURNAL-CHANGE
                           ADD 1 TO FILE-ROWS-MOVED
                       ELSE
                           MOVE SPACES TO ARCH-WORK-RECORD
                           MOVE TASK-NOTES-RECORD
                               TO TASK-NOTES-ARCHIVE-RECORD
                           WRITE TASK-NOTES-ARCHIVE-RECORD
                           MOVE 'N' TO JOURNAL-FILE-ID
                           MOVE 'D' TO JOURNAL-ACTION
                           MOVE TASK-NOTES-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           PERFORM JOURNAL-CHANGE
                           ADD 1 TO FILE-ROWS-MOVED
                       ELSE
                           MOVE SPACES TO ARCH-WORK-RECORD
                  INTO ARCHIVE-MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE.

      *****************************************************************
      *  Checklist steps carry their owner the same way notes do, so
      *  they move by owner in one pass.
      *****************************************************************
       ARCHIVE-SUBTASK-ROWS.
           MOVE ZERO TO FILE-ROWS-MOVED
           MOVE 'N' TO EOF
           OPEN INPUT SUBTASK-FILE
           OPEN OUTPUT ARCH-WORK-FILE
           OPEN EXTEND SUBTASK-ARCHIVE-FILE

           PERFORM UNTIL EOF = 'Y'
               READ SUBTASK-FILE INTO SUBTASK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SUBTASK-USER TO LOOKUP-USER-VALUE
                       PERFORM LOOKUP-ELIGIBLE-USER
                       IF USER-ELIGIBLE-FLAG = 'Y'
                           MOVE SUBTASK-RECORD
                               TO SUBTASK-ARCHIVE-RECORD
                           WRITE SUBTASK-ARCHIVE-RECORD
                           MOVE 'S' TO JOURNAL-FILE-ID
                           MOVE 'D' TO JOURNAL-ACTION
                           MOVE SUBTASK-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           PERFORM JOURNAL-CHANGE
                           ADD 1 TO FILE-ROWS-MOVED
                       ELSE
                           MOVE SPACES TO ARCH-WORK-RECORD
                           MOVE SUBTASK-RECORD
                               TO ARCH-WORK-RECORD(1:69)
                           WRITE ARCH-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUBTASK-FILE
           CLOSE ARCH-WORK-FILE
           CLOSE SUBTASK-ARCHIVE-FILE

           MOVE 'N' TO EOF
           OPEN INPUT ARCH-WORK-FILE
           OPEN OUTPUT SUBTASK-FILE
           PERFORM UNTIL EOF = 'Y'
               READ ARCH-WORK-FILE INTO ARCH-WORK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE ARCH-WORK-RECORD(1:69)
                           TO SUBTASK-RECORD
                       WRITE SUBTASK-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCH-WORK-FILE
           CLOSE SUBTASK-FILE

           PERFORM NOTE-FILE-ROWS-MOVED
           STRING "  CHECKLIST STEP ROWS MOVED: " DELIMITED BY SIZE
                  FILE-ROWS-DISPLAY DELIMITED BY SIZE
                  INTO ARCHIVE-MANIFEST-LINE
           PERFORM WRITE-MANIFEST-LINE.

      *****************************************************************
      *  RESTORE MODE
      *****************************************************************
           PERFORM RESTORE-BADGE-ROWS
           PERFORM RESTORE-LOGIN-ROWS
           PERFORM RESTORE-NOTE-ROWS
           PERFORM RESTORE-SUBTASK-ROWS

           STRING "RESTORED USER " DELIMITED BY SIZE
                  RESTORE-USER-INPUT DELIMITED BY SIZE
      *    clobbered by the restore, so the archived row stays in
      *    the archive instead of being lost.
                           MOVE 'N' TO RESTORE-COLLIDED
                           MOVE '1' TO JOURNAL-FILE-ID
                           MOVE 'W' TO JOURNAL-ACTION
                           MOVE ACCOUNT-FILE-RECORD
                               TO JOURNAL-AFTER-IMAGE
                           PERFORM JOURNAL-CHANGE
                           WRITE ACCOUNT-FILE-RECORD
                               INVALID KEY
                                   MOVE 'Y' TO RESTORE-COLLIDED
      *  A task id freed by the archive may have been handed out
      *  again while the user was away, so a restore that collides
      *  renumbers the row with the next free id instead of failing.
      *  Both writes are journaled: on a roll-forward the first meets
      *  the same collision and is counted as not matched, and the
      *  renumbered row is the one that goes back.
      *****************************************************************
       RESTORE-ONE-TASK-ROW.
           MOVE TASKS-ARCHIVE-RECORD TO TASKS-FILE-RECORD
           MOVE '2' TO JOURNAL-FILE-ID
           MOVE 'W' TO JOURNAL-ACTION
           MOVE TASKS-FILE-RECORD TO JOURNAL-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE
           WRITE TASKS-FILE-RECORD
               INVALID KEY
                   MOVE NEXT-TASK-ID TO TASKS-ID
                   ADD 1 TO NEXT-TASK-ID
                   MOVE '2' TO JOURNAL-FILE-ID
                   MOVE 'W' TO JOURNAL-ACTION
                   MOVE TASKS-FILE-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   WRITE TASKS-FILE-RECORD
           END-WRITE
           ADD 1 TO ROWS-MOVED.
                           = RESTORE-USER-INPUT
                           MOVE MOOD-ARCHIVE-RECORD
                               TO MOOD-FILE-RECORD
                           MOVE '3' TO JOURNAL-FILE-ID
                           MOVE 'W' TO JOURNAL-ACTION
                           MOVE MOOD-FILE-RECORD
                               TO JOURNAL-AFTER-IMAGE
                           PERFORM JOURNAL-CHANGE
                           WRITE MOOD-FILE-RECORD
                           ADD 1 TO ROWS-MOVED
                       ELSE
                           = RESTORE-USER-INPUT
                           MOVE BADGES-ARCHIVE-RECORD
                               TO BADGES-FILE-RECORD
                           MOVE '4' TO JOURNAL-FILE-ID
                           MOVE 'W' TO JOURNAL-ACTION
                           MOVE BADGES-FILE-RECORD
                               TO JOURNAL-AFTER-IMAGE
                           PERFORM JOURNAL-CHANGE
                           WRITE BADGES-FILE-RECORD
                           ADD 1 TO ROWS-MOVED
                       ELSE
                           = RESTORE-USER-INPUT
                           MOVE LOGIN-ARCHIVE-RECORD
                               TO LOGIN-AUDIT-RECORD
                           MOVE '5' TO JOURNAL-FILE-ID
                           MOVE 'W' TO JOURNAL-ACTION
                           MOVE LOGIN-AUDIT-RECORD
                               TO JOURNAL-AFTER-IMAGE
                           PERFORM JOURNAL-CHANGE
                           WRITE LOGIN-AUDIT-RECORD
                           ADD 1 TO ROWS-MOVED
                       ELSE
                           = RESTORE-USER-INPUT
                           MOVE TASK-NOTES-ARCHIVE-RECORD
                               TO TASK-NOTES-RECORD
                           MOVE 'N' TO JOURNAL-FILE-ID
                           MOVE 'W' TO JOURNAL-ACTION
                           MOVE TASK-NOTES-RECORD
                               TO JOURNAL-AFTER-IMAGE
                           PERFORM JOURNAL-CHANGE
                           WRITE TASK-NOTES-RECORD
                           ADD 1 TO ROWS-MOVED
                       ELSE
           CLOSE ARCH-WORK-FILE
           CLOSE TASK-NOTES-ARCHIVE-FILE.

      *****************************************************************
      *  Checklist steps come back by owner too, with the same
      *  renumbered-task caveat as the notes.
      *****************************************************************
       RESTORE-SUBTASK-ROWS.
           MOVE 'N' TO EOF
           OPEN INPUT SUBTASK-ARCHIVE-FILE
           OPEN OUTPUT ARCH-WORK-FILE
           OPEN EXTEND SUBTASK-FILE

           PERFORM UNTIL EOF = 'Y'
               READ SUBTASK-ARCHIVE-FILE
                   INTO SUBTASK-ARCHIVE-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF SUBTASK-ARCHIVE-RECORD(7:20)
                           = RESTORE-USER-INPUT
                           MOVE SUBTASK-ARCHIVE-RECORD
                               TO SUBTASK-RECORD
                           MOVE 'S' TO JOURNAL-FILE-ID
                           MOVE 'W' TO JOURNAL-ACTION
                           MOVE SUBTASK-RECORD
                               TO JOURNAL-AFTER-IMAGE
                           PERFORM JOURNAL-CHANGE
                           WRITE SUBTASK-RECORD
                           ADD 1 TO ROWS-MOVED
                       ELSE
                           MOVE SPACES TO ARCH-WORK-RECORD
                           MOVE SUBTASK-ARCHIVE-RECORD
                               TO ARCH-WORK-RECORD(1:69)
                           WRITE ARCH-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUBTASK-ARCHIVE-FILE
           CLOSE ARCH-WORK-FILE
           CLOSE SUBTASK-FILE

           MOVE 'N' TO EOF
           OPEN INPUT ARCH-WORK-FILE
           OPEN OUTPUT SUBTASK-ARCHIVE-FILE
           PERFORM UNTIL EOF = 'Y'
               READ ARCH-WORK-FILE INTO ARCH-WORK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE ARCH-WORK-RECORD(1:69)
                           TO SUBTASK-ARCHIVE-RECORD
                       WRITE SUBTASK-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCH-WORK-FILE
           CLOSE SUBTASK-ARCHIVE-FILE.

      *****************************************************************
      *  MANIFEST
      *****************************************************************
           CLOSE ARCHIVE-MANIFEST-FILE
           MOVE SPACES TO ARCHIVE-MANIFEST-LINE.

       JOURNAL-CHANGE.
           CALL "JOURNAL-WRITE" USING JOURNAL-FILE-ID JOURNAL-ACTION
               JOURNAL-USER JOURNAL-PROGRAM JOURNAL-BEFORE-IMAGE
               JOURNAL-AFTER-IMAGE
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           MOVE SPACES TO JOURNAL-AFTER-IMAGE.

       BUILD-EVENT-TIMESTAMP.
           ACCEPT RAW-TIME FROM TIME
           MOVE RAW-TIME(1:2) TO STAMP-TIME-HH
