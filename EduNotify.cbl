      *******************THE METADATA FOR OUR PROGRAM*******************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDU-NOTIFY.
       AUTHOR. GROUP 1.
       DATE-WRITTEN. 10/15/2026.
       SECURITY. AUTHORIZED PERSONNEL ONLY.
       REMARKS. UNATTENDED NIGHTLY BATCH - BUILDS THE OUTBOUND FEED
           FOR THE CAMPUS EMAIL/SMS GATEWAY, SO A STUDENT WHO HAS
           STOPPED LOGGING IN STILL HEARS ABOUT OVERDUE TASKS, TASKS
           DUE TOMORROW, UNREAD STAFF MESSAGES AND NEW CLASS
           ASSIGNMENTS. ONE FIXED-FORMAT ROW IS WRITTEN PER ACTIVE
           STUDENT AND NOTICE TYPE, AND ONLY WHEN THAT TYPE HOLDS AN
           ITEM THE STUDENT HAS NOT ALREADY BEEN TOLD ABOUT -
           NOTIFY-SENT-LOG REMEMBERS EVERY ITEM ALREADY COVERED, SO
           THE SAME NOTICE IS NOT RE-SENT NIGHT AFTER NIGHT. STUDENTS
           WHO OPTED OUT ON THE SETTINGS SCREEN ARE SKIPPED.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AcctSel.cpy".
           COPY "TaskSel.cpy".
           COPY "MsgSel.cpy".
           COPY "NprefSel.cpy".
           COPY "NtfySel.cpy".
           COPY "NsentSel.cpy".
           SELECT SENT-WORK-FILE ASSIGN TO "NOTIFY-SENT.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
       FILE SECTION.
       COPY "AcctRec.cpy".
       COPY "TaskRec.cpy".
       COPY "MsgRec.cpy".
       COPY "NprefRec.cpy".
       COPY "NtfyRec.cpy".
       COPY "NsentRec.cpy".
       FD SENT-WORK-FILE.
       01 SENT-WORK-RECORD.
           05 SENT-WORK-USER                 PIC X(20).
           05 SENT-WORK-TYPE                 PIC X(8).
           05 SENT-WORK-ITEM                 PIC X(20).
           05 SENT-WORK-FIRST                PIC X(10).

      *******************VARIABLES USED ON OUR PROGRAM******************
       WORKING-STORAGE SECTION.
       01 EOF-ACCOUNTS               PIC X(1) VALUE 'N'.
       01 EOF-TASKS                  PIC X(1) VALUE 'N'.
       01 EOF-MESSAGES               PIC X(1) VALUE 'N'.
       01 EOF                        PIC X(1) VALUE 'N'.
       01 RAW-DATE                   PIC 9(8).
       01 TODAY-MONTH                PIC 99.
       01 TODAY-DAY                  PIC 99.
       01 TODAY-YEAR                 PIC 9(4).
       01 TODAY-DATE                 PIC X(10).
       01 TODAY-DATE-NUMERIC         PIC 9(8).
       01 TODAY-LILIAN               PIC 9(9).
       01 TOMORROW-LILIAN            PIC 9(9).
       01 DUE-DATE-NUMERIC           PIC 9(8).
       01 DUE-LILIAN                 PIC 9(9).
       01 DATE-VALID-FLAG            PIC X(1).
       01 ACCOUNTS-CHECKED           PIC 9(5) VALUE 0.
       01 USERS-OPTED-OUT            PIC 9(5) VALUE 0.
       01 NOTICES-WRITTEN            PIC 9(5) VALUE 0.
       01 USER-OPTED-OUT             PIC X(1) VALUE 'N'.
       01 OPT-OUT-COUNT              PIC 9(3) VALUE 0.
       01 OPT-OUT-INDEX              PIC 9(3).
       01 OPT-OUT-OVERFLOW           PIC X(1) VALUE 'N'.
      *****************************************************************
      *  Users whose NOTIFY-PREF-FILE row says 'N'. Everyone else is
      *  opted in.
      *****************************************************************
       01 OPT-OUT-TABLE.
           05 OPT-OUT-USER           PIC X(20) OCCURS 500 TIMES.
       01 SENT-COUNT                 PIC 9(4) VALUE 0.
       01 SENT-INDEX                 PIC 9(4).
       01 SENT-FOUND-SLOT            PIC 9(4).
       01 SENT-OVERFLOW              PIC X(1) VALUE 'N'.
      *****************************************************************
      *  Last night's sent log, looked up for every outstanding item
      *  to tell a new item from one already notified.
      *****************************************************************
       01 SENT-TABLE.
           05 SENT-ENTRY OCCURS 2000 TIMES.
               10 SENT-TBL-USER          PIC X(20).
               10 SENT-TBL-TYPE          PIC X(8).
               10 SENT-TBL-ITEM          PIC X(20).
               10 SENT-TBL-FIRST         PIC X(10).
      *****************************************************************
      *  The four notice types, in the order their rows are written,
      *  with the wording that follows the item count in the text.
      *****************************************************************
       01 NOTICE-TYPE-VALUES.
           05 FILLER                 PIC X(8) VALUE "OVERDUE".
           05 FILLER                 PIC X(8) VALUE "DUE-TMRW".
           05 FILLER                 PIC X(8) VALUE "UNREAD".
           05 FILLER                 PIC X(8) VALUE "NEW-TASK".
       01 NOTICE-TYPE-LIST REDEFINES NOTICE-TYPE-VALUES.
           05 NOTICE-TYPE-NAME       PIC X(8) OCCURS 4 TIMES.
       01 NOTICE-WORDING-VALUES.
           05 FILLER                 PIC X(48) VALUE
               " overdue task(s) - please sign in to EDU-BINGO.".
           05 FILLER                 PIC X(48) VALUE
               " task(s) due tomorrow in EDU-BINGO.".
           05 FILLER                 PIC X(48) VALUE
               " unread message(s) from staff in EDU-BINGO.".
           05 FILLER                 PIC X(48) VALUE
               " new class task(s) assigned in EDU-BINGO.".
       01 NOTICE-WORDING-LIST REDEFINES NOTICE-WORDING-VALUES.
           05 NOTICE-WORDING         PIC X(48) OCCURS 4 TIMES.
       01 NOTICE-TALLY-TABLE.
           05 NOTICE-TALLY OCCURS 4 TIMES.
               10 NOTICE-NEW-COUNT       PIC 9(3).
               10 NOTICE-OPEN-COUNT      PIC 9(3).
       01 NOTICE-INDEX               PIC 9(1).
       01 ITEM-KEY                   PIC X(20).
       01 COUNT-DISPLAY              PIC ZZ9.
       01 COUNT-TEXT-START           PIC 9(1).
       01 COUNT-TEXT-LENGTH          PIC 9(1).

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "EDU-NOTIFY - building the gateway notice feed."
           PERFORM SETUP-TODAY
           PERFORM LOAD-OPT-OUTS
           PERFORM LOAD-SENT-LOG

           OPEN OUTPUT NOTIFY-OUTBOUND-FILE
           OPEN OUTPUT SENT-WORK-FILE
           PERFORM SCAN-ALL-ACCOUNTS
           CLOSE NOTIFY-OUTBOUND-FILE
           CLOSE SENT-WORK-FILE

           PERFORM REPLACE-SENT-LOG

           IF OPT-OUT-OVERFLOW = 'Y'
               DISPLAY "EDU-NOTIFY - WARNING: more than 500 opt-outs;"
               DISPLAY "the rest were treated as opted in."
           END-IF
           IF SENT-OVERFLOW = 'Y'
               DISPLAY "EDU-NOTIFY - WARNING: sent log over 2000 rows;"
               DISPLAY "some items may be notified again."
           END-IF

           DISPLAY "EDU-NOTIFY - accounts checked: " ACCOUNTS-CHECKED
           DISPLAY "EDU-NOTIFY - opted out: " USERS-OPTED-OUT
           DISPLAY "EDU-NOTIFY - notice rows written: " NOTICES-WRITTEN
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       SETUP-TODAY.
           ACCEPT RAW-DATE FROM DATE YYYYMMDD
           MOVE RAW-DATE(5:2) TO TODAY-MONTH
           MOVE RAW-DATE(7:2) TO TODAY-DAY
           MOVE RAW-DATE(1:4) TO TODAY-YEAR

           STRING TODAY-MONTH DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TODAY-DAY DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  TODAY-YEAR DELIMITED BY SIZE
                  INTO TODAY-DATE

           CALL "DATE-CONVERT" USING TODAY-DATE TODAY-DATE-NUMERIC
           COMPUTE TODAY-LILIAN =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUMERIC)
           COMPUTE TOMORROW-LILIAN = TODAY-LILIAN + 1.

       LOAD-OPT-OUTS.
           MOVE ZERO TO OPT-OUT-COUNT
           MOVE 'N' TO EOF
           OPEN INPUT NOTIFY-PREF-FILE

           PERFORM UNTIL EOF = 'Y'
               READ NOTIFY-PREF-FILE INTO NOTIFY-PREF-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF PREF-OPT-IN = 'N'
                           IF OPT-OUT-COUNT < 500
                               ADD 1 TO OPT-OUT-COUNT
                               MOVE PREF-USER
                                   TO OPT-OUT-USER(OPT-OUT-COUNT)
                           ELSE
                               MOVE 'Y' TO OPT-OUT-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NOTIFY-PREF-FILE.

       LOAD-SENT-LOG.
           MOVE ZERO TO SENT-COUNT
           MOVE 'N' TO EOF
           OPEN INPUT NOTIFY-SENT-LOG

           PERFORM UNTIL EOF = 'Y'
               READ NOTIFY-SENT-LOG INTO NOTIFY-SENT-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF SENT-COUNT < 2000
                           ADD 1 TO SENT-COUNT
                           MOVE SENT-USER
                               TO SENT-TBL-USER(SENT-COUNT)
                           MOVE SENT-TYPE
                               TO SENT-TBL-TYPE(SENT-COUNT)
                           MOVE SENT-ITEM
                               TO SENT-TBL-ITEM(SENT-COUNT)
                           MOVE SENT-FIRST
                               TO SENT-TBL-FIRST(SENT-COUNT)
                       ELSE
                           MOVE 'Y' TO SENT-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NOTIFY-SENT-LOG.

      *****************************************************************
      *  Staff accounts and deactivated accounts get no notices.
      *****************************************************************
       SCAN-ALL-ACCOUNTS.
           MOVE 'N' TO EOF-ACCOUNTS
           OPEN INPUT ACCOUNT-FILE

           PERFORM UNTIL EOF-ACCOUNTS = 'Y'
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 'Y' TO EOF-ACCOUNTS
                   NOT AT END
                       IF USER-ACTIVE-FLAG = 'Y'
                       AND USER-ROLE NOT = 'S'
                       AND USER-ROLE NOT = 'A'
                       AND USER-ROLE NOT = 'I'
                       AND USER-ROLE NOT = 'C'
                           ADD 1 TO ACCOUNTS-CHECKED
                           PERFORM PROCESS-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-FILE.

       PROCESS-ONE-ACCOUNT.
           MOVE 'N' TO USER-OPTED-OUT
           PERFORM VARYING OPT-OUT-INDEX FROM 1 BY 1
               UNTIL OPT-OUT-INDEX > OPT-OUT-COUNT
               IF OPT-OUT-USER(OPT-OUT-INDEX) = USER-NAME
                   MOVE 'Y' TO USER-OPTED-OUT
               END-IF
           END-PERFORM

           IF USER-OPTED-OUT = 'Y'
               ADD 1 TO USERS-OPTED-OUT
           ELSE
               PERFORM VARYING NOTICE-INDEX FROM 1 BY 1
                   UNTIL NOTICE-INDEX > 4
                   MOVE ZERO TO NOTICE-NEW-COUNT(NOTICE-INDEX)
                   MOVE ZERO TO NOTICE-OPEN-COUNT(NOTICE-INDEX)
               END-PERFORM
               PERFORM SCAN-USER-TASKS
               PERFORM SCAN-USER-MESSAGES
               PERFORM VARYING NOTICE-INDEX FROM 1 BY 1
                   UNTIL NOTICE-INDEX > 4
                   IF NOTICE-NEW-COUNT(NOTICE-INDEX) > 0
                       PERFORM WRITE-NOTICE-ROW
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      *  An open class task counts as a new assignment until it is
      *  started, and may be overdue or due tomorrow as well; each
      *  type is its own notice.
      *****************************************************************
       SCAN-USER-TASKS.
           MOVE 'N' TO EOF-TASKS
           OPEN INPUT TASKS-FILE

           PERFORM UNTIL EOF-TASKS = 'Y'
               READ TASKS-FILE INTO TASKS-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF-TASKS
                   NOT AT END
                       IF TASKS-USER = USER-NAME
                       AND TASKS-STATUS NOT = 3
                           PERFORM CLASSIFY-ONE-TASK
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TASKS-FILE.

       CLASSIFY-ONE-TASK.
           MOVE SPACES TO ITEM-KEY
           MOVE TASKS-ID TO ITEM-KEY(1:6)

           CALL "DATE-CHECK" USING TASKS-DATE(1:10) DATE-VALID-FLAG
           IF DATE-VALID-FLAG = 'Y'
               CALL "DATE-CONVERT" USING TASKS-DATE(1:10)
                   DUE-DATE-NUMERIC
               COMPUTE DUE-LILIAN =
                   FUNCTION INTEGER-OF-DATE(DUE-DATE-NUMERIC)
               IF DUE-LILIAN < TODAY-LILIAN
                   MOVE 1 TO NOTICE-INDEX
                   PERFORM NOTE-ONE-ITEM
               END-IF
               IF DUE-LILIAN = TOMORROW-LILIAN
                   MOVE 2 TO NOTICE-INDEX
                   PERFORM NOTE-ONE-ITEM
               END-IF
           END-IF

           IF TASKS-ASSIGNED-BY NOT = SPACES
           AND TASKS-STATUS = 1
               MOVE 4 TO NOTICE-INDEX
               PERFORM NOTE-ONE-ITEM
           END-IF.

       SCAN-USER-MESSAGES.
           MOVE 'N' TO EOF-MESSAGES
           OPEN INPUT MESSAGE-FILE

           PERFORM UNTIL EOF-MESSAGES = 'Y'
               READ MESSAGE-FILE INTO MESSAGE-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF-MESSAGES
                   NOT AT END
                       IF MSG-USER = USER-NAME
                       AND MSG-READ-FLAG = 'N'
                           MOVE MSG-WHEN TO ITEM-KEY
                           MOVE 3 TO NOTICE-INDEX
                           PERFORM NOTE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MESSAGE-FILE.

      *****************************************************************
      *  Counts one outstanding item under NOTICE-INDEX and carries it
      *  into tonight's sent log - with its original first-sent date
      *  when last night's log already had it, as a new item dated
      *  today when it did not.
      *****************************************************************
       NOTE-ONE-ITEM.
           MOVE ZERO TO SENT-FOUND-SLOT
           PERFORM VARYING SENT-INDEX FROM 1 BY 1
               UNTIL SENT-INDEX > SENT-COUNT
               OR SENT-FOUND-SLOT > ZERO
               IF SENT-TBL-USER(SENT-INDEX) = USER-NAME
               AND SENT-TBL-TYPE(SENT-INDEX)
                   = NOTICE-TYPE-NAME(NOTICE-INDEX)
               AND SENT-TBL-ITEM(SENT-INDEX) = ITEM-KEY
                   MOVE SENT-INDEX TO SENT-FOUND-SLOT
               END-IF
           END-PERFORM

           ADD 1 TO NOTICE-OPEN-COUNT(NOTICE-INDEX)
           MOVE USER-NAME TO SENT-WORK-USER
           MOVE NOTICE-TYPE-NAME(NOTICE-INDEX) TO SENT-WORK-TYPE
           MOVE ITEM-KEY TO SENT-WORK-ITEM
           IF SENT-FOUND-SLOT > ZERO
               MOVE SENT-TBL-FIRST(SENT-FOUND-SLOT) TO SENT-WORK-FIRST
           ELSE
               ADD 1 TO NOTICE-NEW-COUNT(NOTICE-INDEX)
               MOVE TODAY-DATE TO SENT-WORK-FIRST
           END-IF
           WRITE SENT-WORK-RECORD.

       WRITE-NOTICE-ROW.
           MOVE NOTICE-OPEN-COUNT(NOTICE-INDEX) TO COUNT-DISPLAY
           EVALUATE TRUE
               WHEN NOTICE-OPEN-COUNT(NOTICE-INDEX) < 10
                   MOVE 3 TO COUNT-TEXT-START
                   MOVE 1 TO COUNT-TEXT-LENGTH
               WHEN NOTICE-OPEN-COUNT(NOTICE-INDEX) < 100
                   MOVE 2 TO COUNT-TEXT-START
                   MOVE 2 TO COUNT-TEXT-LENGTH
               WHEN OTHER
                   MOVE 1 TO COUNT-TEXT-START
                   MOVE 3 TO COUNT-TEXT-LENGTH
           END-EVALUATE

           MOVE USER-NAME TO NOTIFY-USER
           MOVE NOTICE-TYPE-NAME(NOTICE-INDEX) TO NOTIFY-TYPE
           MOVE NOTICE-NEW-COUNT(NOTICE-INDEX) TO NOTIFY-NEW-COUNT
           MOVE NOTICE-OPEN-COUNT(NOTICE-INDEX) TO NOTIFY-OPEN-COUNT
           MOVE TODAY-DATE TO NOTIFY-RUN-DATE
           MOVE SPACES TO NOTIFY-TEXT
           STRING "You have " DELIMITED BY SIZE
                  COUNT-DISPLAY(COUNT-TEXT-START:COUNT-TEXT-LENGTH)
                      DELIMITED BY SIZE
                  NOTICE-WORDING(NOTICE-INDEX) DELIMITED BY SIZE
                  INTO NOTIFY-TEXT
           WRITE NOTIFY-OUTBOUND-RECORD
           ADD 1 TO NOTICES-WRITTEN.

       REPLACE-SENT-LOG.
           MOVE 'N' TO EOF
           OPEN INPUT SENT-WORK-FILE
           OPEN OUTPUT NOTIFY-SENT-LOG
           PERFORM UNTIL EOF = 'Y'
               READ SENT-WORK-FILE INTO SENT-WORK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SENT-WORK-RECORD TO NOTIFY-SENT-RECORD
                       WRITE NOTIFY-SENT-RECORD
               END-READ
           END-PERFORM
           CLOSE SENT-WORK-FILE
           CLOSE NOTIFY-SENT-LOG.
