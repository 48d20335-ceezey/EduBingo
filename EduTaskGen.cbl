           TERM, AND A DAILY OCCURRENCE LANDING ON A WEEKEND OR A
           NO-CLASS DAY IS ROLLED FORWARD TO THE NEXT CLASS DAY.
           WITH NO CALENDAR ROWS ON FILE THE GENERATOR BEHAVES AS IT
           ALWAYS HAS. EACH TASK WRITTEN IS JOURNALED, SINCE THIS STEP
           RUNS AFTER THE NIGHT'S BACKUP HAS STARTED A NEW JOURNAL.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
       01 DUE-IS-NO-CLASS            PIC X(1) VALUE 'N'.
       01 DUE-WEEKDAY                PIC 9(1).
       01 ROLL-FORWARD-COUNT         PIC 9(3).
      *****************************************************************
      *  After-image of each task generated, handed to JOURNAL-WRITE
      *  by JOURNAL-CHANGE so a restore of last night's generation can
      *  roll the generated tasks forward. The step runs unattended,
      *  so it journals under its own name in place of a signed-in
      *  user.
      *****************************************************************
       01 JOURNAL-FILE-ID            PIC X(1).
       01 JOURNAL-ACTION             PIC X(1).
       01 JOURNAL-USER               PIC X(20) VALUE "EDU-TASK-GEN".
       01 JOURNAL-PROGRAM            PIC X(10) VALUE "TASK-GEN".
       01 JOURNAL-BEFORE-IMAGE       PIC X(125) VALUE SPACES.
       01 JOURNAL-AFTER-IMAGE        PIC X(125) VALUE SPACES.

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
           END-IF
           MOVE SPACES TO TASKS-ASSIGNED-BY

           MOVE '2' TO JOURNAL-FILE-ID
           MOVE 'W' TO JOURNAL-ACTION
           MOVE TASKS-FILE-RECORD TO JOURNAL-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE
           WRITE TASKS-FILE-RECORD

           CLOSE TASKS-FILE
           ADD 1 TO NEXT-TASK-ID
           ADD 1 TO TASKS-CREATED.

       JOURNAL-CHANGE.
           CALL "JOURNAL-WRITE" USING JOURNAL-FILE-ID JOURNAL-ACTION
               JOURNAL-USER JOURNAL-PROGRAM JOURNAL-BEFORE-IMAGE
               JOURNAL-AFTER-IMAGE
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           MOVE SPACES TO JOURNAL-AFTER-IMAGE.
