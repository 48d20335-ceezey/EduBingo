           SEEDED FROM THEIR TRAILING-FAILURE RUN IN THE AUDIT, SO AN
           ACCOUNT STAFF LEFT LOCKED STAYS LOCKED EVEN IF ITS 'F'
           ROWS MOVE TO A MONTHLY FILE BEFORE ITS NEXT LOGIN ATTEMPT.
           EACH LOCKOUT ROW SEEDED AND EACH AUDIT ROW ROLLED OUT OF THE
           ACTIVE FILE IS JOURNALED, SINCE THIS STEP RUNS AFTER THE
           NIGHT'S BACKUP HAS STARTED A NEW JOURNAL.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
           05 SEED-USER-ENTRY OCCURS 200 TIMES.
               10 SEED-USER-NAME     PIC X(20).
               10 SEED-FAIL-COUNT    PIC 9(3).
      *****************************************************************
      *  Before/after images of each change this step makes to a
      *  backed-up file - a lockout row seeded, or an audit row rolled
      *  out of the active file (journaled as a delete) - handed to
      *  JOURNAL-WRITE by JOURNAL-CHANGE so a restore of last night's
      *  generation can roll the step forward. The step runs
      *  unattended, so it journals under its own name in place of a
      *  signed-in user.
      *****************************************************************
       01 JOURNAL-FILE-ID            PIC X(1).
       01 JOURNAL-ACTION             PIC X(1).
       01 JOURNAL-USER               PIC X(20) VALUE "EDU-LOG-ROLL".
       01 JOURNAL-PROGRAM            PIC X(10) VALUE "LOG-ROLL".
       01 JOURNAL-BEFORE-IMAGE       PIC X(125) VALUE SPACES.
       01 JOURNAL-AFTER-IMAGE        PIC X(125) VALUE SPACES.

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
           MOVE SEED-USER-NAME(SEED-USER-INDEX) TO LOCK-USER
           MOVE SEED-FAIL-COUNT(SEED-USER-INDEX) TO LOCK-FAIL-COUNT
           MOVE MIGRATED-STAMP TO LOCK-LAST-WHEN
           MOVE '8' TO JOURNAL-FILE-ID
           MOVE 'W' TO JOURNAL-ACTION
           MOVE LOCKOUT-FILE-RECORD TO JOURNAL-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE
           WRITE LOCKOUT-FILE-RECORD
               INVALID KEY
                   CONTINUE
               WRITE LOG-WORK-RECORD
               ADD 1 TO ROWS-KEPT
           ELSE
               MOVE '5' TO JOURNAL-FILE-ID
               MOVE 'D' TO JOURNAL-ACTION
               MOVE LOGIN-AUDIT-RECORD TO JOURNAL-BEFORE-IMAGE
               PERFORM JOURNAL-CHANGE
               PERFORM WRITE-HISTORY-ROW
               ADD 1 TO ROWS-ROLLED
           END-IF.

           CLOSE LOG-WORK-FILE
           CLOSE LOGIN-AUDIT-FILE.

       JOURNAL-CHANGE.
           CALL "JOURNAL-WRITE" USING JOURNAL-FILE-ID JOURNAL-ACTION
               JOURNAL-USER JOURNAL-PROGRAM JOURNAL-BEFORE-IMAGE
               JOURNAL-AFTER-IMAGE
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           MOVE SPACES TO JOURNAL-AFTER-IMAGE.
