           DATE-GAP LOGIC EDU-BINGO USES LIVE), NOT JUST READ OFF
           WHATEVER BADGE-MOOD-STREAK ALREADY HOLDS, SO A STREAK THAT
           QUALIFIED FOR BADGE V IS CAUGHT EVEN IF THE COUNTER ITSELF
           WAS NEVER PERSISTED. EACH BADGE ROW WRITTEN OR REWRITTEN IS
           JOURNALED, SINCE THIS STEP RUNS AFTER THE NIGHT'S BACKUP
           HAS STARTED A NEW JOURNAL.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
       01 MOOD-STREAK-ENTRY-LILIAN   PIC 9(9).
       01 MOOD-STREAK-LAST-LILIAN    PIC 9(9).
       01 MOOD-STREAK-DAYS-SINCE     PIC S9(6).
      *****************************************************************
      *  Before/after images of each badge row this step changes,
      *  handed to JOURNAL-WRITE by JOURNAL-CHANGE so a restore of
      *  last night's generation can roll the catch-up forward. The
      *  step runs unattended, so it journals under its own name in
      *  place of a signed-in user.
      *****************************************************************
       01 JOURNAL-FILE-ID            PIC X(1).
       01 JOURNAL-ACTION             PIC X(1).
       01 JOURNAL-USER               PIC X(20) VALUE "EDU-BADGE-SYNC".
       01 JOURNAL-PROGRAM            PIC X(10) VALUE "BADGE-SYNC".
       01 JOURNAL-BEFORE-IMAGE       PIC X(125) VALUE SPACES.
       01 JOURNAL-AFTER-IMAGE        PIC X(125) VALUE SPACES.

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
                       IF BADGE-USER = USER-NAME
                           MOVE 'Y' TO BADGE-RECORD-FOUND
                           MOVE 'N' TO BADGE-CHANGED
                           MOVE BADGES-FILE-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           IF BADGE-MOOD-STREAK NOT NUMERIC
                               MOVE ZERO TO BADGE-MOOD-STREAK
                           END-IF
                               MOVE 'Y' TO BADGE-CHANGED
                           END-IF
                           IF BADGE-CHANGED = 'Y'
                               MOVE '4' TO JOURNAL-FILE-ID
                               MOVE 'R' TO JOURNAL-ACTION
                               MOVE BADGES-FILE-RECORD
                                   TO JOURNAL-AFTER-IMAGE
                               PERFORM JOURNAL-CHANGE
                               REWRITE BADGES-FILE-RECORD
                               ADD 1 TO BADGES-UPDATED
                           ELSE
                               MOVE SPACES TO JOURNAL-BEFORE-IMAGE
                           END-IF
                       END-IF
               END-READ
               IF BADGE-MOOD-STREAK >= 5
                   MOVE 5 TO USER-CURRENT-BADGE
               END-IF
               MOVE '4' TO JOURNAL-FILE-ID
               MOVE 'W' TO JOURNAL-ACTION
               MOVE BADGES-FILE-RECORD TO JOURNAL-AFTER-IMAGE
               PERFORM JOURNAL-CHANGE
               WRITE BADGES-FILE-RECORD
               ADD 1 TO BADGES-UPDATED
           END-IF

           CLOSE BADGES-FILE.

       JOURNAL-CHANGE.
           CALL "JOURNAL-WRITE" USING JOURNAL-FILE-ID JOURNAL-ACTION
               JOURNAL-USER JOURNAL-PROGRAM JOURNAL-BEFORE-IMAGE
               JOURNAL-AFTER-IMAGE
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           MOVE SPACES TO JOURNAL-AFTER-IMAGE.
