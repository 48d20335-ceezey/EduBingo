      *******************THE METADATA FOR OUR PROGRAM*******************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDU-REG-FEED.
       AUTHOR. GROUP 1.
       DATE-WRITTEN. 10/15/2026.
       SECURITY. AUTHORIZED PERSONNEL ONLY.
       REMARKS. UNATTENDED NIGHTLY BATCH - APPLIES THE REGISTRAR'S
           ENROLLMENT EXTRACT, REGISTRAR-FEED.csv, ONE CHANGE PER LINE
           AS STUDENT-ID,USERNAME,CLASS-CODE,ACTION,EFFECTIVE-DATE
           WHERE ACTION IS A/ADD OR D/DROP AND THE DATE IS MM/DD/YYYY.
           AN ADD ENROLLS THE STUDENT ON CLASS-ROSTER-FILE, CREATING
           THE ACCOUNT IF THERE IS NONE OR REACTIVATING A DEACTIVATED
           ONE; EITHER WAY THE ACCOUNT IS GIVEN THE STUDENT ID AS A
           TEMPORARY PASSWORD THAT MUST BE CHANGED AT THE FIRST LOGIN.
           A STUDENT ADDED TO A CLASS ALSO GETS EVERY STAFF-ASSIGNED
           TASK OF THAT CLASS THAT IS NOT YET DUE. A DROP TAKES THE
           STUDENT OFF THE ROSTER AND LEAVES THEIR TASKS ALONE. STUDENT
           IDS ARE MATCHED TO USERNAMES THROUGH STUDENT-ID-FILE; A ROW
           THAT CANNOT BE MATCHED OR IS MALFORMED IS COPIED TO
           REGISTRAR-REJECTS.csv WITH A REASON CODE APPENDED, AND A
           ROW DATED AFTER TODAY IS HELD IN REGISTRAR-HELD.csv AND
           TRIED AGAIN EACH NIGHT UNTIL IT FALLS DUE. WHAT WAS CHANGED
           IS LISTED FOR STAFF IN REGISTRAR-CHANGE-RPT.txt. RUNNING THE
           SAME EXTRACT TWICE CHANGES NOTHING THE SECOND TIME. EVERY
           CHANGE TO A BACKED-UP FILE IS JOURNALED THE WAY THE ADMIN
           CONSOLE JOURNALS ITS OWN, SINCE THIS STEP RUNS AFTER THE
           NIGHT'S BACKUP HAS STARTED A NEW JOURNAL.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AcctSel.cpy".
           COPY "RstrSel.cpy".
           COPY "TaskSel.cpy".
           COPY "PhistSel.cpy".
           COPY "InstSel.cpy".
           COPY "StidSel.cpy".
           SELECT OPTIONAL REGISTRAR-FEED-FILE
               ASSIGN TO "REGISTRAR-FEED.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REGISTRAR-HELD-FILE
               ASSIGN TO "REGISTRAR-HELD.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HELD-WORK-FILE ASSIGN TO "HELD-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTRAR-REJECT-FILE
               ASSIGN TO "REGISTRAR-REJECTS.csv"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-WORK-FILE ASSIGN TO "FEED-ROSTER-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FEED-REPORT-FILE ASSIGN TO "REGISTRAR-CHANGE-RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
       FILE SECTION.
       COPY "AcctRec.cpy".
       COPY "RstrRec.cpy".
       COPY "TaskRec.cpy".
       COPY "PhistRec.cpy".
       COPY "InstRec.cpy".
       COPY "StidRec.cpy".
       FD REGISTRAR-FEED-FILE.
       01 REGISTRAR-FEED-LINE            PIC X(80).
       FD REGISTRAR-HELD-FILE.
       01 REGISTRAR-HELD-LINE            PIC X(80).
       FD HELD-WORK-FILE.
       01 HELD-WORK-LINE                 PIC X(80).
       FD REGISTRAR-REJECT-FILE.
       01 REGISTRAR-REJECT-LINE          PIC X(92).
       FD ROSTER-WORK-FILE.
       01 ROSTER-WORK-RECORD             PIC X(30).
       FD FEED-REPORT-FILE.
       01 FEED-REPORT-LINE               PIC X(100).

      *******************VARIABLES USED ON OUR PROGRAM******************
       WORKING-STORAGE SECTION.
       01 EOF                        PIC X(1) VALUE 'N'.
       01 EOF-FEED                   PIC X(1) VALUE 'N'.
       01 RAW-DATE                   PIC 9(8).
       01 TODAY-MONTH                PIC 99.
       01 TODAY-DAY                  PIC 99.
       01 TODAY-YEAR                 PIC 9(4).
       01 TODAY-DATE                 PIC X(10).
       01 TODAY-DATE-NUMERIC         PIC 9(8).
       01 FEED-LINE                  PIC X(80).
       01 FEED-STUDENT-ID            PIC X(12).
       01 FEED-USERNAME              PIC X(22).
       01 FEED-CLASS-CODE            PIC X(12).
       01 FEED-ACTION                PIC X(6).
       01 FEED-EFFECTIVE-DATE        PIC X(12).
       01 FEED-EFFECTIVE-NUMERIC     PIC 9(8).
       01 FEED-ACTION-CODE           PIC X(1).
       01 ROW-REASON-CODE            PIC X(11).
       01 DATE-VALID-FLAG            PIC X(1).
       01 CLASS-KNOWN-FLAG           PIC X(1).
       01 ACCOUNT-EXISTS             PIC X(1).
       01 ID-ON-FILE                 PIC X(1).
       01 USER-ON-FILE               PIC X(1).
       01 ID-LINK-NEEDED             PIC X(1).
       01 ROSTER-FOUND               PIC X(1).
       01 ROW-NOTE                   PIC X(40).
       01 ACCOUNT-CHANGE             PIC X(1).
       01 ROW-ACTION-LABEL           PIC X(6).
      *****************************************************************
      *  A registrar-issued password is recorded in the password
      *  history under this date instead of a real one; EDU-BINGO
      *  reads it as "change this at the first login".
      *****************************************************************
       01 FIRST-LOGIN-MARK           PIC X(10) VALUE "00/00/0000".
       01 HASH-SOURCE                PIC X(20).
       01 HASH-DIGEST                PIC X(20).
       01 MAX-TASK-ID                PIC 9(06) VALUE 0.
       01 NEXT-TASK-ID               PIC 9(06) VALUE 0.
       01 DUE-DATE-NUMERIC           PIC 9(8).
       01 OPEN-TASK-COUNT            PIC 9(2) VALUE 0.
       01 OPEN-TASK-INDEX            PIC 9(2).
       01 OPEN-TASK-FOUND            PIC X(1).
       01 OPEN-TASK-OVERFLOW         PIC X(1) VALUE 'N'.
      *****************************************************************
      *  The class's staff-assigned tasks still to fall due, one entry
      *  per assignment however many members carry a copy, and the
      *  ones the joining student already holds.
      *****************************************************************
       01 OPEN-TASK-TABLE.
           05 OPEN-TASK-ENTRY OCCURS 50 TIMES.
               10 OPEN-TASK-DESCRIPTION  PIC X(30).
               10 OPEN-TASK-DATE         PIC X(20).
               10 OPEN-TASK-PRIORITY     PIC 9.
               10 OPEN-TASK-ASSIGNED-BY  PIC X(20).
               10 OPEN-TASK-HELD         PIC X(1).
       01 ROW-TASKS-GIVEN            PIC 9(2) VALUE 0.
       01 TASK-COUNT-DISPLAY         PIC Z9.
       01 HELD-COUNT                 PIC 9(3) VALUE 0.
       01 HELD-INDEX                 PIC 9(3).
       01 HELD-DUPLICATE             PIC X(1).
      *****************************************************************
      *  Lines already carried over tonight, so a change the registrar
      *  sends again while it is still waiting is held only once.
      *****************************************************************
       01 HELD-TABLE.
           05 HELD-TABLE-LINE        PIC X(80) OCCURS 200 TIMES.
       01 ROWS-READ                  PIC 9(5) VALUE 0.
       01 ROSTER-ADDS                PIC 9(5) VALUE 0.
       01 ROSTER-DROPS               PIC 9(5) VALUE 0.
       01 ROWS-UNCHANGED             PIC 9(5) VALUE 0.
       01 ACCOUNTS-CREATED           PIC 9(5) VALUE 0.
       01 ACCOUNTS-REACTIVATED       PIC 9(5) VALUE 0.
       01 LATE-TASKS-GIVEN           PIC 9(5) VALUE 0.
       01 ROWS-HELD                  PIC 9(5) VALUE 0.
       01 ROWS-REJECTED              PIC 9(5) VALUE 0.
       01 TOTAL-DISPLAY              PIC ZZZZ9.
      *****************************************************************
      *  Before/after images of each change this step makes to a
      *  backed-up file, handed to JOURNAL-WRITE by JOURNAL-CHANGE so
      *  a restore of last night's generation can roll the feed's
      *  work forward. The step runs unattended, so it journals under
      *  its own name in place of a signed-in user.
      *****************************************************************
       01 JOURNAL-FILE-ID            PIC X(1).
       01 JOURNAL-ACTION             PIC X(1).
       01 JOURNAL-USER               PIC X(20) VALUE "EDU-REG-FEED".
       01 JOURNAL-PROGRAM            PIC X(10) VALUE "REG-FEED".
       01 JOURNAL-BEFORE-IMAGE       PIC X(125) VALUE SPACES.
       01 JOURNAL-AFTER-IMAGE        PIC X(125) VALUE SPACES.

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "EDU-REG-FEED - applying the registrar feed."
           PERFORM INITIALIZE-REPORT
           PERFORM GET-STARTING-TASK-ID

           OPEN OUTPUT REGISTRAR-REJECT-FILE
           OPEN OUTPUT HELD-WORK-FILE
           OPEN I-O ACCOUNT-FILE

      *    Changes held from earlier nights go first, so tonight's
      *    extract always has the last word on the same student.
           MOVE 'N' TO EOF-FEED
           OPEN INPUT REGISTRAR-HELD-FILE
           PERFORM UNTIL EOF-FEED = 'Y'
               READ REGISTRAR-HELD-FILE INTO FEED-LINE
                   AT END
                       MOVE 'Y' TO EOF-FEED
                   NOT AT END
                       PERFORM PROCESS-FEED-ROW
               END-READ
           END-PERFORM
           CLOSE REGISTRAR-HELD-FILE

           MOVE 'N' TO EOF-FEED
           OPEN INPUT REGISTRAR-FEED-FILE
           PERFORM UNTIL EOF-FEED = 'Y'
               READ REGISTRAR-FEED-FILE INTO FEED-LINE
                   AT END
                       MOVE 'Y' TO EOF-FEED
                   NOT AT END
                       PERFORM PROCESS-FEED-ROW
               END-READ
           END-PERFORM
           CLOSE REGISTRAR-FEED-FILE

           CLOSE ACCOUNT-FILE
           CLOSE HELD-WORK-FILE
           CLOSE REGISTRAR-REJECT-FILE

           PERFORM REPLACE-HELD-FILE
           PERFORM WRITE-FEED-TOTALS
           PERFORM FINALIZE-REPORT

           DISPLAY "EDU-REG-FEED - rows read:           " ROWS-READ
           DISPLAY "EDU-REG-FEED - roster adds:         " ROSTER-ADDS
           DISPLAY "EDU-REG-FEED - roster drops:        " ROSTER-DROPS
           DISPLAY "EDU-REG-FEED - accounts created:    "
               ACCOUNTS-CREATED
           DISPLAY "EDU-REG-FEED - accounts reactivated:"
               ACCOUNTS-REACTIVATED
           DISPLAY "EDU-REG-FEED - class tasks given:   "
               LATE-TASKS-GIVEN
           DISPLAY "EDU-REG-FEED - rows held:           " ROWS-HELD
           DISPLAY "EDU-REG-FEED - rows rejected:       " ROWS-REJECTED
           MOVE ZERO TO RETURN-CODE
           GOBACK.

       INITIALIZE-REPORT.
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

           OPEN OUTPUT FEED-REPORT-FILE

           MOVE "EDU-BINGO REGISTRAR ENROLLMENT CHANGES"
               TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           MOVE SPACES TO FEED-REPORT-LINE
           STRING "Generated: " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           MOVE SPACES TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE.

       GET-STARTING-TASK-ID.
           MOVE 'N' TO EOF
           MOVE ZERO TO MAX-TASK-ID
           OPEN INPUT TASKS-FILE

           PERFORM UNTIL EOF = 'Y'
               READ TASKS-FILE INTO TASKS-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TASKS-ID > MAX-TASK-ID
                           MOVE TASKS-ID TO MAX-TASK-ID
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TASKS-FILE
           ADD 1 TO MAX-TASK-ID GIVING NEXT-TASK-ID.

       PROCESS-FEED-ROW.
           IF FEED-LINE NOT = SPACES
               ADD 1 TO ROWS-READ
               PERFORM SPLIT-FEED-ROW
               PERFORM VALIDATE-FEED-ROW

               IF ROW-REASON-CODE = SPACES
               AND FEED-EFFECTIVE-NUMERIC > TODAY-DATE-NUMERIC
                   PERFORM HOLD-FEED-ROW
               ELSE
                   IF ROW-REASON-CODE = SPACES
                       PERFORM MATCH-FEED-STUDENT
                   END-IF
                   IF ROW-REASON-CODE = SPACES
                       PERFORM APPLY-FEED-ROW
                   ELSE
                       PERFORM WRITE-REJECTED-ROW
                   END-IF
               END-IF
           END-IF.

       SPLIT-FEED-ROW.
           MOVE SPACES TO FEED-STUDENT-ID
           MOVE SPACES TO FEED-USERNAME
           MOVE SPACES TO FEED-CLASS-CODE
           MOVE SPACES TO FEED-ACTION
           MOVE SPACES TO FEED-EFFECTIVE-DATE
           MOVE SPACES TO ROW-REASON-CODE
           MOVE SPACE TO FEED-ACTION-CODE
           MOVE ZERO TO FEED-EFFECTIVE-NUMERIC

           UNSTRING FEED-LINE DELIMITED BY ","
               INTO FEED-STUDENT-ID
                    FEED-USERNAME
                    FEED-CLASS-CODE
                    FEED-ACTION
                    FEED-EFFECTIVE-DATE.

      *****************************************************************
      *  A field wider than its ACCOUNT-FILE/roster column would be
      *  cut short on the way in, so it is refused rather than
      *  matched against the wrong student or class.
      *****************************************************************
       VALIDATE-FEED-ROW.
           IF FEED-STUDENT-ID = SPACES
           OR FEED-STUDENT-ID(11:2) NOT = SPACES
               MOVE "BAD-ID" TO ROW-REASON-CODE
           END-IF

           IF ROW-REASON-CODE = SPACES
               IF FEED-USERNAME = SPACES
               OR FEED-USERNAME(21:2) NOT = SPACES
                   MOVE "BAD-USER" TO ROW-REASON-CODE
               END-IF
           END-IF

           IF ROW-REASON-CODE = SPACES
               IF FEED-CLASS-CODE = SPACES
               OR FEED-CLASS-CODE(11:2) NOT = SPACES
                   MOVE "BAD-CLASS" TO ROW-REASON-CODE
               END-IF
           END-IF

           IF ROW-REASON-CODE = SPACES
               EVALUATE FEED-ACTION
                   WHEN "A"
                   WHEN "ADD"
                       MOVE 'A' TO FEED-ACTION-CODE
                   WHEN "D"
                   WHEN "DROP"
                       MOVE 'D' TO FEED-ACTION-CODE
                   WHEN OTHER
                       MOVE "BAD-ACTION" TO ROW-REASON-CODE
               END-EVALUATE
           END-IF

           IF ROW-REASON-CODE = SPACES
               IF FEED-EFFECTIVE-DATE(11:2) NOT = SPACES
                   MOVE 'N' TO DATE-VALID-FLAG
               ELSE
                   CALL "DATE-CHECK" USING FEED-EFFECTIVE-DATE(1:10)
                       DATE-VALID-FLAG
               END-IF
               IF DATE-VALID-FLAG = 'N'
                   MOVE "BAD-DATE" TO ROW-REASON-CODE
               ELSE
                   CALL "DATE-CONVERT" USING FEED-EFFECTIVE-DATE(1:10)
                       FEED-EFFECTIVE-NUMERIC
               END-IF
           END-IF

           IF ROW-REASON-CODE = SPACES
               PERFORM CHECK-CLASS-KNOWN
               IF CLASS-KNOWN-FLAG = 'N'
                   MOVE "NO-CLASS" TO ROW-REASON-CODE
               END-IF
           END-IF.

      *****************************************************************
      *  A class is known once it has a roster row or an instructor
      *  linked to it, so a mistyped code cannot start a class of its
      *  own. A new class is set up by linking its instructor in the
      *  admin console.
      *****************************************************************
       CHECK-CLASS-KNOWN.
           MOVE 'N' TO CLASS-KNOWN-FLAG
           MOVE 'N' TO EOF
           OPEN INPUT CLASS-ROSTER-FILE

           PERFORM UNTIL EOF = 'Y'
               READ CLASS-ROSTER-FILE INTO CLASS-ROSTER-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF ROSTER-CLASS-CODE = FEED-CLASS-CODE(1:10)
                           MOVE 'Y' TO CLASS-KNOWN-FLAG
                           MOVE 'Y' TO EOF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLASS-ROSTER-FILE

           IF CLASS-KNOWN-FLAG = 'N'
               MOVE 'N' TO EOF
               OPEN INPUT INSTRUCTOR-CLASS-FILE
               PERFORM UNTIL EOF = 'Y'
                   READ INSTRUCTOR-CLASS-FILE
                       INTO INSTRUCTOR-CLASS-RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF INSTR-CLASS-CODE = FEED-CLASS-CODE(1:10)
                               MOVE 'Y' TO CLASS-KNOWN-FLAG
                               MOVE 'Y' TO EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTRUCTOR-CLASS-FILE
           END-IF.

      *****************************************************************
      *  The student id and username must agree with STUDENT-ID-FILE
      *  both ways - an id already linked to another username, or a
      *  username already linked to another id, is somebody else.
      *  A pair seen for the first time is linked once the row has
      *  been applied. Staff accounts are never enrolled by the feed.
      *****************************************************************
       MATCH-FEED-STUDENT.
           MOVE 'N' TO ID-ON-FILE
           MOVE 'N' TO USER-ON-FILE
           MOVE 'N' TO ID-LINK-NEEDED
           MOVE 'N' TO EOF
           OPEN INPUT STUDENT-ID-FILE

           PERFORM UNTIL EOF = 'Y'
               READ STUDENT-ID-FILE INTO STUDENT-ID-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF STID-STUDENT-ID = FEED-STUDENT-ID(1:10)
                           MOVE 'Y' TO ID-ON-FILE
                           IF STID-USER NOT = FEED-USERNAME(1:20)
                               MOVE "ID-MISMATCH" TO ROW-REASON-CODE
                           END-IF
                       END-IF
                       IF STID-USER = FEED-USERNAME(1:20)
                           MOVE 'Y' TO USER-ON-FILE
                           IF STID-STUDENT-ID
                               NOT = FEED-STUDENT-ID(1:10)
                               MOVE "ID-MISMATCH" TO ROW-REASON-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STUDENT-ID-FILE

           IF ID-ON-FILE = 'N'
               MOVE 'Y' TO ID-LINK-NEEDED
           END-IF

           MOVE 'N' TO ACCOUNT-EXISTS
           MOVE FEED-USERNAME(1:20) TO USER-NAME
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ACCOUNT-EXISTS
           END-READ

           IF ROW-REASON-CODE = SPACES
           AND ACCOUNT-EXISTS = 'Y'
               IF USER-ROLE = 'S' OR USER-ROLE = 'A'
               OR USER-ROLE = 'I' OR USER-ROLE = 'C'
                   MOVE "STAFF-USER" TO ROW-REASON-CODE
               END-IF
           END-IF

           IF ROW-REASON-CODE = SPACES
           AND ACCOUNT-EXISTS = 'N'
           AND FEED-ACTION-CODE = 'D'
               MOVE "NO-ACCOUNT" TO ROW-REASON-CODE
           END-IF.

       APPLY-FEED-ROW.
           MOVE SPACES TO ROW-NOTE
           MOVE ZERO TO ROW-TASKS-GIVEN

           IF FEED-ACTION-CODE = 'A'
               MOVE "ADD" TO ROW-ACTION-LABEL
               PERFORM APPLY-FEED-ADD
           ELSE
               MOVE "DROP" TO ROW-ACTION-LABEL
               PERFORM APPLY-FEED-DROP
           END-IF

           IF ID-LINK-NEEDED = 'Y'
               OPEN EXTEND STUDENT-ID-FILE
               MOVE FEED-STUDENT-ID(1:10) TO STID-STUDENT-ID
               MOVE FEED-USERNAME(1:20) TO STID-USER
               WRITE STUDENT-ID-RECORD
               CLOSE STUDENT-ID-FILE
           END-IF

           PERFORM WRITE-CHANGE-LINE.

       APPLY-FEED-ADD.
           MOVE SPACE TO ACCOUNT-CHANGE
           IF ACCOUNT-EXISTS = 'N'
               PERFORM CREATE-STUDENT-ACCOUNT
           ELSE
               IF USER-ACTIVE-FLAG NOT = 'Y'
                   PERFORM REACTIVATE-STUDENT-ACCOUNT
               END-IF
           END-IF

           PERFORM CHECK-FEED-MEMBERSHIP
           IF ROSTER-FOUND = 'N'
               OPEN EXTEND CLASS-ROSTER-FILE
               MOVE FEED-CLASS-CODE(1:10) TO ROSTER-CLASS-CODE
               MOVE FEED-USERNAME(1:20) TO ROSTER-MEMBER-USER
               MOVE '7' TO JOURNAL-FILE-ID
               MOVE 'W' TO JOURNAL-ACTION
               MOVE CLASS-ROSTER-RECORD TO JOURNAL-AFTER-IMAGE
               PERFORM JOURNAL-CHANGE
               WRITE CLASS-ROSTER-RECORD
               CLOSE CLASS-ROSTER-FILE
               ADD 1 TO ROSTER-ADDS
               PERFORM GIVE-OPEN-CLASS-TASKS
           END-IF

           EVALUATE TRUE
               WHEN ACCOUNT-CHANGE = 'C'
                   MOVE "new account, enrolled" TO ROW-NOTE
               WHEN ACCOUNT-CHANGE = 'R' AND ROSTER-FOUND = 'Y'
                   MOVE "account reactivated, already enrolled"
                       TO ROW-NOTE
               WHEN ACCOUNT-CHANGE = 'R'
                   MOVE "account reactivated, enrolled" TO ROW-NOTE
               WHEN ROSTER-FOUND = 'Y'
                   MOVE "already enrolled - no change" TO ROW-NOTE
                   ADD 1 TO ROWS-UNCHANGED
               WHEN OTHER
                   MOVE "enrolled" TO ROW-NOTE
           END-EVALUATE.

      *****************************************************************
      *  A new account is an ordinary student account whose password
      *  is the student id, recorded in the password history under
      *  FIRST-LOGIN-MARK so the first login insists on a new one.
      *****************************************************************
       CREATE-STUDENT-ACCOUNT.
           MOVE SPACES TO HASH-SOURCE
           MOVE FEED-STUDENT-ID(1:10) TO HASH-SOURCE
           CALL "HASH-PASSWORD" USING HASH-SOURCE HASH-DIGEST

           MOVE FEED-USERNAME(1:20) TO USER-NAME
           MOVE HASH-DIGEST TO USER-PASSWORD
           MOVE TODAY-DATE TO USER-ACCOUNT-CREATED
           MOVE 'Y' TO USER-ACTIVE-FLAG
           MOVE 'U' TO USER-ROLE
           MOVE SPACES TO USER-DEACTIVATED-DATE
           MOVE '1' TO JOURNAL-FILE-ID
           MOVE 'W' TO JOURNAL-ACTION
           MOVE ACCOUNT-FILE-RECORD TO JOURNAL-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE
           WRITE ACCOUNT-FILE-RECORD

           PERFORM RECORD-ISSUED-PASSWORD
           ADD 1 TO ACCOUNTS-CREATED
           MOVE 'C' TO ACCOUNT-CHANGE.

      *****************************************************************
      *  A returning student's old password is long forgotten as often
      *  as not, so reactivation issues the same temporary password a
      *  new account gets.
      *****************************************************************
       REACTIVATE-STUDENT-ACCOUNT.
           MOVE SPACES TO HASH-SOURCE
           MOVE FEED-STUDENT-ID(1:10) TO HASH-SOURCE
           CALL "HASH-PASSWORD" USING HASH-SOURCE HASH-DIGEST

           MOVE ACCOUNT-FILE-RECORD TO JOURNAL-BEFORE-IMAGE
           MOVE HASH-DIGEST TO USER-PASSWORD
           MOVE 'Y' TO USER-ACTIVE-FLAG
           MOVE SPACES TO USER-DEACTIVATED-DATE
           MOVE '1' TO JOURNAL-FILE-ID
           MOVE 'R' TO JOURNAL-ACTION
           MOVE ACCOUNT-FILE-RECORD TO JOURNAL-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE
           REWRITE ACCOUNT-FILE-RECORD

           PERFORM RECORD-ISSUED-PASSWORD
           ADD 1 TO ACCOUNTS-REACTIVATED
           MOVE 'R' TO ACCOUNT-CHANGE.

       RECORD-ISSUED-PASSWORD.
           OPEN EXTEND PWD-HISTORY-FILE
           MOVE FEED-USERNAME(1:20) TO PHIST-USER
           MOVE HASH-DIGEST TO PHIST-DIGEST
           MOVE FIRST-LOGIN-MARK TO PHIST-WHEN-SET
           MOVE '9' TO JOURNAL-FILE-ID
           MOVE 'W' TO JOURNAL-ACTION
           MOVE PWD-HISTORY-RECORD TO JOURNAL-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE
           WRITE PWD-HISTORY-RECORD
           CLOSE PWD-HISTORY-FILE.

       CHECK-FEED-MEMBERSHIP.
           MOVE 'N' TO ROSTER-FOUND
           MOVE 'N' TO EOF
           OPEN INPUT CLASS-ROSTER-FILE

           PERFORM UNTIL EOF = 'Y'
               READ CLASS-ROSTER-FILE INTO CLASS-ROSTER-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF ROSTER-CLASS-CODE = FEED-CLASS-CODE(1:10)
                       AND ROSTER-MEMBER-USER = FEED-USERNAME(1:20)
                           MOVE 'Y' TO ROSTER-FOUND
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLASS-ROSTER-FILE.

      *****************************************************************
      *  Gives a newly enrolled student a copy of each task staff
      *  assigned to the class that is not yet due and that they do
      *  not already hold, so joining late does not mean missing
      *  work the rest of the class was given.
      *****************************************************************
       GIVE-OPEN-CLASS-TASKS.
           MOVE ZERO TO OPEN-TASK-COUNT
           MOVE 'N' TO OPEN-TASK-OVERFLOW
           MOVE 'N' TO EOF
           OPEN INPUT TASKS-FILE

           PERFORM UNTIL EOF = 'Y'
               READ TASKS-FILE INTO TASKS-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TASKS-SUBJECT = FEED-CLASS-CODE(1:10)
                       AND TASKS-ASSIGNED-BY NOT = SPACES
                           PERFORM NOTE-OPEN-CLASS-TASK
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TASKS-FILE

           IF OPEN-TASK-COUNT > 0
               OPEN I-O TASKS-FILE
               PERFORM VARYING OPEN-TASK-INDEX FROM 1 BY 1
                   UNTIL OPEN-TASK-INDEX > OPEN-TASK-COUNT
                   IF OPEN-TASK-HELD(OPEN-TASK-INDEX) = 'N'
                       PERFORM WRITE-LATE-TASK
                   END-IF
               END-PERFORM
               CLOSE TASKS-FILE
           END-IF.

       NOTE-OPEN-CLASS-TASK.
           CALL "DATE-CHECK" USING TASKS-DATE(1:10) DATE-VALID-FLAG
           IF DATE-VALID-FLAG = 'Y'
               CALL "DATE-CONVERT" USING TASKS-DATE(1:10)
                   DUE-DATE-NUMERIC
               IF DUE-DATE-NUMERIC >= TODAY-DATE-NUMERIC
                   PERFORM FIND-OPEN-CLASS-TASK
                   IF OPEN-TASK-FOUND = 'N'
                       PERFORM ADD-OPEN-CLASS-TASK
                   END-IF
                   IF OPEN-TASK-FOUND = 'Y'
                   AND TASKS-USER = FEED-USERNAME(1:20)
                       MOVE 'Y' TO OPEN-TASK-HELD(OPEN-TASK-INDEX)
                   END-IF
               END-IF
           END-IF.

       FIND-OPEN-CLASS-TASK.
           MOVE 'N' TO OPEN-TASK-FOUND
           MOVE 1 TO OPEN-TASK-INDEX
           PERFORM UNTIL OPEN-TASK-INDEX > OPEN-TASK-COUNT
               OR OPEN-TASK-FOUND = 'Y'
               IF OPEN-TASK-DESCRIPTION(OPEN-TASK-INDEX)
                   = TASKS-DESCRIPTION
               AND OPEN-TASK-DATE(OPEN-TASK-INDEX) = TASKS-DATE
                   MOVE 'Y' TO OPEN-TASK-FOUND
               ELSE
                   ADD 1 TO OPEN-TASK-INDEX
               END-IF
           END-PERFORM.

       ADD-OPEN-CLASS-TASK.
           IF OPEN-TASK-COUNT < 50
               ADD 1 TO OPEN-TASK-COUNT
               MOVE OPEN-TASK-COUNT TO OPEN-TASK-INDEX
               MOVE TASKS-DESCRIPTION
                   TO OPEN-TASK-DESCRIPTION(OPEN-TASK-INDEX)
               MOVE TASKS-DATE TO OPEN-TASK-DATE(OPEN-TASK-INDEX)
               MOVE TASKS-PRIORITY
                   TO OPEN-TASK-PRIORITY(OPEN-TASK-INDEX)
               MOVE TASKS-ASSIGNED-BY
                   TO OPEN-TASK-ASSIGNED-BY(OPEN-TASK-INDEX)
               MOVE 'N' TO OPEN-TASK-HELD(OPEN-TASK-INDEX)
               MOVE 'Y' TO OPEN-TASK-FOUND
           ELSE
               MOVE 'Y' TO OPEN-TASK-OVERFLOW
           END-IF.

       WRITE-LATE-TASK.
           MOVE NEXT-TASK-ID TO TASKS-ID
           MOVE FEED-USERNAME(1:20) TO TASKS-USER
           MOVE OPEN-TASK-DATE(OPEN-TASK-INDEX) TO TASKS-DATE
           MOVE OPEN-TASK-DESCRIPTION(OPEN-TASK-INDEX)
               TO TASKS-DESCRIPTION
           MOVE 1 TO TASKS-STATUS
           MOVE FEED-CLASS-CODE(1:10) TO TASKS-SUBJECT
           MOVE OPEN-TASK-PRIORITY(OPEN-TASK-INDEX) TO TASKS-PRIORITY
           MOVE OPEN-TASK-ASSIGNED-BY(OPEN-TASK-INDEX)
               TO TASKS-ASSIGNED-BY
           MOVE '2' TO JOURNAL-FILE-ID
           MOVE 'W' TO JOURNAL-ACTION
           MOVE TASKS-FILE-RECORD TO JOURNAL-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE
           WRITE TASKS-FILE-RECORD

           ADD 1 TO NEXT-TASK-ID
           ADD 1 TO ROW-TASKS-GIVEN
           ADD 1 TO LATE-TASKS-GIVEN.

       APPLY-FEED-DROP.
           MOVE 'N' TO ROSTER-FOUND
           MOVE 'N' TO EOF
           OPEN INPUT CLASS-ROSTER-FILE
           OPEN OUTPUT ROSTER-WORK-FILE

           PERFORM UNTIL EOF = 'Y'
               READ CLASS-ROSTER-FILE INTO CLASS-ROSTER-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF ROSTER-CLASS-CODE = FEED-CLASS-CODE(1:10)
                       AND ROSTER-MEMBER-USER = FEED-USERNAME(1:20)
                           MOVE 'Y' TO ROSTER-FOUND
                           MOVE '7' TO JOURNAL-FILE-ID
                           MOVE 'D' TO JOURNAL-ACTION
                           MOVE CLASS-ROSTER-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           PERFORM JOURNAL-CHANGE
                       ELSE
                           MOVE CLASS-ROSTER-RECORD
                               TO ROSTER-WORK-RECORD
                           WRITE ROSTER-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLASS-ROSTER-FILE
           CLOSE ROSTER-WORK-FILE

           IF ROSTER-FOUND = 'N'
               MOVE "not on the roster - no change" TO ROW-NOTE
               ADD 1 TO ROWS-UNCHANGED
           ELSE
               MOVE 'N' TO EOF
               OPEN INPUT ROSTER-WORK-FILE
               OPEN OUTPUT CLASS-ROSTER-FILE
               PERFORM UNTIL EOF = 'Y'
                   READ ROSTER-WORK-FILE INTO ROSTER-WORK-RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           MOVE ROSTER-WORK-RECORD
                               TO CLASS-ROSTER-RECORD
                           WRITE CLASS-ROSTER-RECORD
                   END-READ
               END-PERFORM
               CLOSE ROSTER-WORK-FILE
               CLOSE CLASS-ROSTER-FILE
               ADD 1 TO ROSTER-DROPS
               MOVE "dropped" TO ROW-NOTE
           END-IF.

       WRITE-CHANGE-LINE.
           MOVE SPACES TO FEED-REPORT-LINE
           STRING ROW-ACTION-LABEL DELIMITED BY SIZE
                  FEED-CLASS-CODE(1:10) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FEED-USERNAME(1:20) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FEED-STUDENT-ID(1:10) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ROW-NOTE DELIMITED BY SIZE
                  INTO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           IF ROW-TASKS-GIVEN > 0
               MOVE ROW-TASKS-GIVEN TO TASK-COUNT-DISPLAY
               MOVE SPACES TO FEED-REPORT-LINE
               STRING "      " DELIMITED BY SIZE
                      TASK-COUNT-DISPLAY DELIMITED BY SIZE
                      " open class task(s) given to the late joiner"
                          DELIMITED BY SIZE
                      INTO FEED-REPORT-LINE
               WRITE FEED-REPORT-LINE
           END-IF

           IF OPEN-TASK-OVERFLOW = 'Y'
               MOVE "      WARNING: MORE THAN 50 OPEN CLASS TASKS - SOM
      -            "E NOT GIVEN" TO FEED-REPORT-LINE
               WRITE FEED-REPORT-LINE
               MOVE 'N' TO OPEN-TASK-OVERFLOW
           END-IF.

      *****************************************************************
      *  A change dated after today is carried to the next night's
      *  run rather than applied early or dropped.
      *****************************************************************
       HOLD-FEED-ROW.
           MOVE 'N' TO HELD-DUPLICATE
           PERFORM VARYING HELD-INDEX FROM 1 BY 1
               UNTIL HELD-INDEX > HELD-COUNT
               IF HELD-TABLE-LINE(HELD-INDEX) = FEED-LINE
                   MOVE 'Y' TO HELD-DUPLICATE
               END-IF
           END-PERFORM

           IF HELD-DUPLICATE = 'N'
               IF HELD-COUNT < 200
                   ADD 1 TO HELD-COUNT
                   MOVE FEED-LINE TO HELD-TABLE-LINE(HELD-COUNT)
               END-IF
               MOVE FEED-LINE TO HELD-WORK-LINE
               WRITE HELD-WORK-LINE
               ADD 1 TO ROWS-HELD

               MOVE SPACES TO FEED-REPORT-LINE
               STRING "HELD  " DELIMITED BY SIZE
                      FEED-CLASS-CODE(1:10) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FEED-USERNAME(1:20) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FEED-STUDENT-ID(1:10) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FEED-ACTION-CODE DELIMITED BY SIZE
                      " effective " DELIMITED BY SIZE
                      FEED-EFFECTIVE-DATE(1:10) DELIMITED BY SIZE
                      INTO FEED-REPORT-LINE
               WRITE FEED-REPORT-LINE
           END-IF.

       WRITE-REJECTED-ROW.
           MOVE SPACES TO REGISTRAR-REJECT-LINE
           STRING FUNCTION TRIM(FEED-LINE) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ROW-REASON-CODE DELIMITED BY SIZE
                  INTO REGISTRAR-REJECT-LINE
           WRITE REGISTRAR-REJECT-LINE
           ADD 1 TO ROWS-REJECTED.

       REPLACE-HELD-FILE.
           MOVE 'N' TO EOF
           OPEN INPUT HELD-WORK-FILE
           OPEN OUTPUT REGISTRAR-HELD-FILE

           PERFORM UNTIL EOF = 'Y'
               READ HELD-WORK-FILE INTO HELD-WORK-LINE
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE HELD-WORK-LINE TO REGISTRAR-HELD-LINE
                       WRITE REGISTRAR-HELD-LINE
               END-READ
           END-PERFORM

           CLOSE HELD-WORK-FILE
           CLOSE REGISTRAR-HELD-FILE.

       WRITE-FEED-TOTALS.
           IF ROWS-READ = 0
               MOVE "NO ENROLLMENT CHANGES TONIGHT" TO FEED-REPORT-LINE
               WRITE FEED-REPORT-LINE
           END-IF

           MOVE SPACES TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           MOVE ROWS-READ TO TOTAL-DISPLAY
           STRING "Rows read:            " DELIMITED BY SIZE
                  TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           MOVE SPACES TO FEED-REPORT-LINE
           MOVE ROSTER-ADDS TO TOTAL-DISPLAY
           STRING "Roster adds:          " DELIMITED BY SIZE
                  TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           MOVE SPACES TO FEED-REPORT-LINE
           MOVE ROSTER-DROPS TO TOTAL-DISPLAY
           STRING "Roster drops:         " DELIMITED BY SIZE
                  TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           MOVE SPACES TO FEED-REPORT-LINE
           MOVE ROWS-UNCHANGED TO TOTAL-DISPLAY
           STRING "Already applied:      " DELIMITED BY SIZE
                  TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           MOVE SPACES TO FEED-REPORT-LINE
           MOVE ACCOUNTS-CREATED TO TOTAL-DISPLAY
           STRING "Accounts created:     " DELIMITED BY SIZE
                  TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           MOVE SPACES TO FEED-REPORT-LINE
           MOVE ACCOUNTS-REACTIVATED TO TOTAL-DISPLAY
           STRING "Accounts reactivated: " DELIMITED BY SIZE
                  TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           MOVE SPACES TO FEED-REPORT-LINE
           MOVE LATE-TASKS-GIVEN TO TOTAL-DISPLAY
           STRING "Class tasks given:    " DELIMITED BY SIZE
                  TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           MOVE SPACES TO FEED-REPORT-LINE
           MOVE ROWS-HELD TO TOTAL-DISPLAY
           STRING "Held for a later date:" DELIMITED BY SIZE
                  TOTAL-DISPLAY DELIMITED BY SIZE
                  INTO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           MOVE SPACES TO FEED-REPORT-LINE
           MOVE ROWS-REJECTED TO TOTAL-DISPLAY
           STRING "Rejected:             " DELIMITED BY SIZE
                  TOTAL-DISPLAY DELIMITED BY SIZE
                  " (see REGISTRAR-REJECTS.csv)" DELIMITED BY SIZE
                  INTO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE

           MOVE SPACES TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE.

       JOURNAL-CHANGE.
           CALL "JOURNAL-WRITE" USING JOURNAL-FILE-ID JOURNAL-ACTION
               JOURNAL-USER JOURNAL-PROGRAM JOURNAL-BEFORE-IMAGE
               JOURNAL-AFTER-IMAGE
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           MOVE SPACES TO JOURNAL-AFTER-IMAGE.

       FINALIZE-REPORT.
           MOVE "END OF REPORT" TO FEED-REPORT-LINE
           WRITE FEED-REPORT-LINE
           CLOSE FEED-REPORT-FILE.
