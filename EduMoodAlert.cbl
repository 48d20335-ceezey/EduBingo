           DAYS. AN ALERT IS ONLY RAISED ONCE - A USER WITH AN OPEN
           ROW OF THE SAME TYPE IS SKIPPED UNTIL SUPPORT STAFF MARK
           IT REVIEWED IN THE ADMIN CONSOLE, SO RUNNING THE BATCH
           EVERY NIGHT NEVER FLOODS THE FILE. EACH ALERT RAISED IS
           JOURNALED, SINCE THIS STEP RUNS AFTER THE NIGHT'S BACKUP
           HAS STARTED A NEW JOURNAL.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
       01 ALERT-STREAK-SEEN          PIC 9(3) VALUE 0.
       01 ACCOUNTS-CHECKED           PIC 9(5) VALUE 0.
       01 ALERTS-RAISED              PIC 9(5) VALUE 0.
      *****************************************************************
      *  After-image of each alert raised, handed to JOURNAL-WRITE by
      *  JOURNAL-CHANGE so a restore of last night's generation can
      *  roll the alerts forward. The step runs unattended, so it
      *  journals under its own name in place of a signed-in user.
      *****************************************************************
       01 JOURNAL-FILE-ID            PIC X(1).
       01 JOURNAL-ACTION             PIC X(1).
       01 JOURNAL-USER               PIC X(20) VALUE "EDU-MOOD-ALERT".
       01 JOURNAL-PROGRAM            PIC X(10) VALUE "MOOD-ALERT".
       01 JOURNAL-BEFORE-IMAGE       PIC X(125) VALUE SPACES.
       01 JOURNAL-AFTER-IMAGE        PIC X(125) VALUE SPACES.

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
               MOVE 'O' TO ALERT-STATUS
               MOVE SPACES TO ALERT-REVIEWED-BY
               MOVE SPACES TO ALERT-REVIEWED-WHEN
               MOVE 'W' TO JOURNAL-FILE-ID
               MOVE 'W' TO JOURNAL-ACTION
               MOVE MOOD-ALERT-RECORD TO JOURNAL-AFTER-IMAGE
               PERFORM JOURNAL-CHANGE
               WRITE MOOD-ALERT-RECORD
               CLOSE MOOD-ALERT-FILE
               ADD 1 TO ALERTS-RAISED

           CLOSE MOOD-ALERT-FILE.

       JOURNAL-CHANGE.
           CALL "JOURNAL-WRITE" USING JOURNAL-FILE-ID JOURNAL-ACTION
               JOURNAL-USER JOURNAL-PROGRAM JOURNAL-BEFORE-IMAGE
               JOURNAL-AFTER-IMAGE
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           MOVE SPACES TO JOURNAL-AFTER-IMAGE.

       BUILD-EVENT-TIMESTAMP.
           ACCEPT RAW-TIME FROM TIME
           MOVE RAW-TIME(1:2) TO STAMP-TIME-HH
