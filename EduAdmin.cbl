           USER'S TASKS/MOOD/BADGES READ-ONLY, AND FORCE A PASSWORD
           RESET OR DEACTIVATE AN ACCOUNT WITHOUT NEEDING THAT USER'S
           OWN PASSWORD. THE GATE ITSELF IS A REAL ACCOUNT-FILE ROW
           WITH A STAFF USER-ROLE AND A HASHED PASSWORD, CHECKED THE
           SAME WAY EDU-BINGO CHECKS AN ORDINARY LOGIN, SO STAFF
           ACCESS CAN BE ROTATED OR REVOKED WITHOUT RECOMPILING. THE
           ROLE DECIDES THE MENU: ADMINISTRATORS KEEP ACCOUNT,
           PASSWORD, UNLOCK, ROLE AND CALENDAR MAINTENANCE;
           INSTRUCTORS SEE AND ASSIGN ONLY TO THE CLASSES THEY ARE
           LINKED TO IN INSTRUCTOR-CLASS-FILE; COUNSELORS GET THE
           WELLBEING ALERTS AND STUDENTS' MOOD LOGS.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
           COPY "SysSel.cpy".
           COPY "SessSel.cpy".
           COPY "NoteSel.cpy".
           COPY "SubtSel.cpy".
           COPY "LockSel.cpy".
           COPY "PhistSel.cpy".
           COPY "TcktSel.cpy".
           COPY "GradeSel.cpy".
           COPY "DormSel.cpy".
           COPY "InstSel.cpy".
           SELECT OPTIONAL LOGIN-HIST-FILE
               ASSIGN TO DYNAMIC LOGIN-HIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-WORK-FILE ASSIGN TO "ALERT-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TICKET-WORK-FILE ASSIGN TO "TICKET-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-WORK-FILE ASSIGN TO "GRADE-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INSTR-WORK-FILE ASSIGN TO "INSTR-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
       COPY "SysRec.cpy".
       COPY "SessRec.cpy".
       COPY "NoteRec.cpy".
       COPY "SubtRec.cpy".
       COPY "LockRec.cpy".
       COPY "PhistRec.cpy".
       COPY "TcktRec.cpy".
       COPY "GradeRec.cpy".
       COPY "DormRec.cpy".
       COPY "InstRec.cpy".
       FD LOGIN-HIST-FILE.
       01 LOGIN-HIST-RECORD.
           05 HIST-AUDIT-USER                PIC X(20).
       01 ROSTER-WORK-RECORD             PIC X(30).
       FD ALERT-WORK-FILE.
       01 ALERT-WORK-RECORD              PIC X(92).
       FD TICKET-WORK-FILE.
       01 TICKET-WORK-RECORD             PIC X(155).
       FD GRADE-WORK-FILE.
       01 GRADE-WORK-RECORD              PIC X(181).
       FD INSTR-WORK-FILE.
       01 INSTR-WORK-RECORD              PIC X(30).

      *******************VARIABLES USED ON OUR PROGRAM******************
       WORKING-STORAGE SECTION.
       01 STAFF-NAME-INPUT           PIC X(20).
       01 STAFF-PASSWORD-INPUT       PIC X(20).
       01 STAFF-VERIFIED             PIC X(1) VALUE 'N'.
      *****************************************************************
      *  The signed-in staff member's role: 'A' administrator, 'I'
      *  instructor or 'C' counselor ('S' rows sign in as 'A'). An
      *  instructor's linked class codes are loaded once at sign-in.
      *****************************************************************
       01 STAFF-ROLE                 PIC X(1) VALUE SPACE.
       01 STAFF-ROLE-NAME            PIC X(13) VALUE SPACES.
       01 MENU-CHOICE-ALLOWED        PIC X(1) VALUE 'N'.
       01 CLASS-LINKED               PIC X(1) VALUE 'N'.
       01 MEMBER-LINKED              PIC X(1) VALUE 'N'.
       01 LINKED-CLASS-COUNT         PIC 9(2) VALUE 0.
       01 LINKED-CLASS-INDEX         PIC 9(2).
       01 LINKED-CLASS-OVERFLOW      PIC X(1) VALUE 'N'.
       01 LINKED-CLASS-TABLE.
           05 LINKED-CLASS-CODE      PIC X(10) OCCURS 50 TIMES.
       01 INSTR-USER-INPUT           PIC X(20).
       01 INSTR-LINK-FOUND           PIC X(1) VALUE 'N'.
       01 INSTR-COUNT                PIC 9(4) VALUE 0.
       01 OLD-USER-ROLE              PIC X(1).
       01 ADMIN-CHOICE               PIC X(1).
       01 EOF                        PIC X(1) VALUE 'N'.
       01 LOOKUP-USER-NAME           PIC X(20).
       01 ASSIGN-DESCRIPTION         PIC X(30).
       01 ASSIGN-DUE-DATE            PIC X(10).
       01 ASSIGN-PRIORITY            PIC X(1).
       01 ASSIGN-DATE-SETTLED        PIC X(1) VALUE 'N'.
       01 ASSIGN-DATE-CONFIRM        PIC X(1).
      *****************************************************************
      *  A member counts as overloaded on a class due date when they
      *  already carry at least this many open HIGH-priority tasks
      *  due that day or the day before. EDU-CLASH-RPT defaults to
      *  the same figure.
      *****************************************************************
       01 CLASH-TASK-LIMIT           PIC 9(2) VALUE 2.
       01 CLASH-LIMIT-DISPLAY        PIC Z9.
       01 CLASH-WARNING-COUNT        PIC 9(2) VALUE 0.
       01 CLASH-DUE-NUMERIC          PIC 9(8).
       01 CLASH-DUE-LILIAN           PIC 9(9).
       01 CLASH-ROW-NUMERIC          PIC 9(8).
       01 CLASH-ROW-LILIAN           PIC 9(9).
       01 CLASH-END-LILIAN           PIC 9(9).
       01 CLASH-WEEKDAY              PIC 9(1).
       01 CLASH-ROW-VALID            PIC X(1).
       01 CLASH-TERM-ROWS            PIC 9(4) VALUE 0.
       01 CLASH-IN-TERM              PIC X(1) VALUE 'N'.
       01 CLASH-LOADED-COUNT         PIC 9(4) VALUE 0.
       01 CLASH-MEMBER-COUNT         PIC 9(3) VALUE 0.
       01 CLASH-MEMBER-INDEX         PIC 9(3).
       01 CLASH-MEMBER-OVERFLOW      PIC X(1) VALUE 'N'.
      *****************************************************************
      *  The members of the class being assigned, each with the
      *  number of open HIGH-priority tasks they already have due on
      *  the chosen day or the day before.
      *****************************************************************
       01 CLASH-MEMBER-TABLE.
           05 CLASH-MEMBER-ENTRY OCCURS 200 TIMES.
               10 CLASH-MEMBER-USER      PIC X(20).
               10 CLASH-MEMBER-TASKS     PIC 9(3).
       01 DATE-VALID-FLAG            PIC X(1).
       01 MAX-TASK-ID                PIC 9(06) VALUE 0.
       01 NEXT-TASK-ID               PIC 9(06) VALUE 0.
       01 MAINT-FLAG-UP              PIC X(1) VALUE 'N'.
       01 SESSION-EVENT-WANTED       PIC X(1).
       01 EOF-NOTES                  PIC X(1) VALUE 'N'.
       01 EOF-STEPS                  PIC X(1) VALUE 'N'.
       01 SELECTED-TASK-ID           PIC 9(06) VALUE 0.
       01 LOGIN-HIST-NAME            PIC X(30).
       01 HIST-MONTH-INPUT           PIC X(6).
      *****************************************************************
       01 PWD-RECENT-DIGEST-TABLE.
           05 PWD-RECENT-DIGEST      PIC X(20) OCCURS 5 TIMES.
       01 TICKET-ID-INPUT            PIC 9(06) VALUE 0.
       01 TICKET-ACTION-CHOICE       PIC X(1).
       01 TICKET-ANSWER-INPUT        PIC X(60).
       01 TICKET-FOUND-FLAG          PIC X(1) VALUE 'N'.
       01 TICKET-HOLDER              PIC X(20) VALUE SPACES.
       01 TICKET-TARGET-USER         PIC X(20).
       01 OPEN-TICKET-COUNT          PIC 9(4) VALUE 0.
       01 EOF-GRADES                 PIC X(1) VALUE 'N'.
       01 CLASS-COPIES-FOUND         PIC 9(4) VALUE 0.
       01 GRADE-TASK-INPUT           PIC 9(06) VALUE 0.
       01 GRADE-SCORE-INPUT          PIC 9(3) VALUE 0.
       01 GRADE-LETTER-INPUT         PIC X(2).
       01 GRADE-FEEDBACK-INPUT       PIC X(60).
       01 GRADE-COPY-FOUND           PIC X(1) VALUE 'N'.
       01 GRADE-ROW-REPLACED         PIC X(1) VALUE 'N'.
       01 GRADE-TARGET-USER          PIC X(20).
       01 GRADE-TARGET-SUBJECT       PIC X(10).
       01 GRADE-TARGET-DUE           PIC X(10).
       01 GRADE-STAMP                PIC X(20).
       01 EOF-DORMANT                PIC X(1) VALUE 'N'.
       01 DORMANT-CHOICE-INPUT       PIC X(20).
       01 DORMANT-CONFIRM            PIC X(1).
       01 DORMANT-SHOWN-COUNT        PIC 9(4) VALUE 0.
       01 DORMANT-DONE-COUNT         PIC 9(4) VALUE 0.
       01 DORMANT-ON-LIST            PIC X(1) VALUE 'N'.
       01 DORMANT-STILL-ACTIVE       PIC X(1) VALUE 'N'.
       01 DORMANT-DAYS-DISPLAY       PIC ZZZZ9.
       01 DORMANT-LIST-DATE          PIC X(10).
      *****************************************************************
      *  One before/after-image journal row, filled in just before a
      *  change to a backed-up file and handed to JOURNAL-WRITE by
      *  JOURNAL-CHANGE.
      *****************************************************************
       01 JOURNAL-FILE-ID            PIC X(1).
       01 JOURNAL-ACTION             PIC X(1).
       01 JOURNAL-PROGRAM            PIC X(10) VALUE "EDU-ADMIN".
       01 JOURNAL-BEFORE-IMAGE       PIC X(125) VALUE SPACES.
       01 JOURNAL-AFTER-IMAGE        PIC X(125) VALUE SPACES.

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.

           IF STAFF-VERIFIED = 'Y'
               PERFORM WRITE-SESSION-IN
               PERFORM LOAD-LINKED-CLASSES
               PERFORM ADMIN-MENU
               PERFORM WRITE-SESSION-OUT
           ELSE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USER-PASSWORD = HASH-DIGEST
                   AND USER-ACTIVE-FLAG = 'Y'
                       EVALUATE USER-ROLE
                           WHEN 'A'
                           WHEN 'S'
                               MOVE 'A' TO STAFF-ROLE
                               MOVE "ADMINISTRATOR" TO STAFF-ROLE-NAME
                               MOVE 'Y' TO STAFF-VERIFIED
                           WHEN 'I'
                               MOVE 'I' TO STAFF-ROLE
                               MOVE "INSTRUCTOR" TO STAFF-ROLE-NAME
                               MOVE 'Y' TO STAFF-VERIFIED
                           WHEN 'C'
                               MOVE 'C' TO STAFF-ROLE
                               MOVE "COUNSELOR" TO STAFF-ROLE-NAME
                               MOVE 'Y' TO STAFF-VERIFIED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ
           CLOSE ACCOUNT-FILE.

      *****************************************************************
      *  Only the options the signed-in role may use are shown, and
      *  CHECK-MENU-CHOICE turns away anything else typed in.
      *****************************************************************
       ADMIN-MENU.
           DISPLAY " "
           DISPLAY "==================================================="
           DISPLAY "| Signed in as " STAFF-ROLE-NAME
               "                       |"
           DISPLAY "==================================================="
           IF STAFF-ROLE = 'A' OR STAFF-ROLE = 'C'
               DISPLAY
                   "| [1] List all users                              |"
           END-IF
           IF STAFF-ROLE = 'C'
               DISPLAY
                   "| [2] View a user's tasks/mood/badges             |"
           ELSE
               DISPLAY
                   "| [2] View a user's tasks/badges                  |"
           END-IF
           IF STAFF-ROLE = 'A'
               DISPLAY
                   "| [3] Force a password reset                      |"
               DISPLAY
                   "| [4] Activate/deactivate an account              |"
               DISPLAY
                   "| [5] Assign a staff role                         |"
               DISPLAY
                   "| [6] Browse the admin audit trail                |"
               DISPLAY
                   "| [7] Unlock a locked account                     |"
           END-IF
           IF STAFF-ROLE = 'A' OR STAFF-ROLE = 'I'
               DISPLAY
                   "| [8] Maintain class rosters                      |"
           END-IF
           IF STAFF-ROLE = 'I'
               DISPLAY
                   "| [9] Assign a task to a class                    |"
           END-IF
           IF STAFF-ROLE = 'C'
               DISPLAY
                   "| [W] Review wellbeing alerts                     |"
           END-IF
           IF STAFF-ROLE = 'A'
               DISPLAY
                   "| [C] Maintain the term calendar                  |"
               DISPLAY
                   "| [H] Browse login audit history                  |"
           END-IF
           DISPLAY "| [T] Work the support ticket queue               |"
           IF STAFF-ROLE = 'I'
               DISPLAY
                   "| [G] Grade a class task                          |"
           END-IF
           IF STAFF-ROLE = 'A'
               DISPLAY
                   "| [D] Work the dormant-account list               |"
           END-IF
           DISPLAY "| [0] Exit                                        |"
           DISPLAY "==================================================="
           DISPLAY "> Enter your choice: " WITH NO ADVANCING
           ACCEPT ADMIN-CHOICE

           PERFORM CHECK-MENU-CHOICE

           IF MENU-CHOICE-ALLOWED = 'N'
               DISPLAY " "
               DISPLAY "Please choose one of the options shown."
               PERFORM ADMIN-MENU
           ELSE
               EVALUATE ADMIN-CHOICE
                   WHEN '1'
                       PERFORM LIST-ALL-USERS
                       PERFORM ADMIN-MENU
                   WHEN '2'
                       PERFORM VIEW-USER-DETAIL
                       PERFORM ADMIN-MENU
                   WHEN '3'
                       PERFORM FORCE-PASSWORD-RESET
                       PERFORM ADMIN-MENU
                   WHEN '4'
                       PERFORM TOGGLE-ACCOUNT-ACTIVE
                       PERFORM ADMIN-MENU
                   WHEN '5'
                       PERFORM ASSIGN-STAFF-ROLE
                       PERFORM ADMIN-MENU
                   WHEN '6'
                       PERFORM BROWSE-ADMIN-AUDIT
                       PERFORM ADMIN-MENU
                   WHEN '7'
                       PERFORM UNLOCK-ACCOUNT
                       PERFORM ADMIN-MENU
                   WHEN '8'
                       PERFORM ROSTER-MENU
                       PERFORM ADMIN-MENU
                   WHEN '9'
                       PERFORM ASSIGN-TASK-TO-CLASS
                       PERFORM ADMIN-MENU
                   WHEN 'W'
                       PERFORM BROWSE-MOOD-ALERTS
                       PERFORM ADMIN-MENU
                   WHEN 'C'
                       PERFORM CALENDAR-MENU
                       PERFORM ADMIN-MENU
                   WHEN 'H'
                       PERFORM BROWSE-LOGIN-HISTORY
                       PERFORM ADMIN-MENU
                   WHEN 'T'
                       PERFORM TICKET-QUEUE-MENU
                       PERFORM ADMIN-MENU
                   WHEN 'G'
                       PERFORM GRADE-CLASS-TASK
                       PERFORM ADMIN-MENU
                   WHEN 'D'
                       PERFORM DORMANT-ACCOUNT-MENU
                       PERFORM ADMIN-MENU
                   WHEN '0'
                       DISPLAY " "
                       DISPLAY "Goodbye."
               END-EVALUATE
           END-IF.

       CHECK-MENU-CHOICE.
           EVALUATE ADMIN-CHOICE
               WHEN 'w'
                   MOVE 'W' TO ADMIN-CHOICE
               WHEN 'c'
                   MOVE 'C' TO ADMIN-CHOICE
               WHEN 'h'
                   MOVE 'H' TO ADMIN-CHOICE
               WHEN 't'
                   MOVE 'T' TO ADMIN-CHOICE
               WHEN 'g'
                   MOVE 'G' TO ADMIN-CHOICE
               WHEN 'd'
                   MOVE 'D' TO ADMIN-CHOICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE 'N' TO MENU-CHOICE-ALLOWED
           EVALUATE ADMIN-CHOICE
               WHEN '0'
               WHEN '2'
               WHEN 'T'
                   MOVE 'Y' TO MENU-CHOICE-ALLOWED
               WHEN '1'
                   IF STAFF-ROLE = 'A' OR STAFF-ROLE = 'C'
                       MOVE 'Y' TO MENU-CHOICE-ALLOWED
                   END-IF
               WHEN '3'
               WHEN '4'
               WHEN '5'
               WHEN '6'
               WHEN '7'
               WHEN 'C'
               WHEN 'H'
               WHEN 'D'
                   IF STAFF-ROLE = 'A'
                       MOVE 'Y' TO MENU-CHOICE-ALLOWED
                   END-IF
               WHEN '8'
                   IF STAFF-ROLE = 'A' OR STAFF-ROLE = 'I'
                       MOVE 'Y' TO MENU-CHOICE-ALLOWED
                   END-IF
               WHEN '9'
               WHEN 'G'
                   IF STAFF-ROLE = 'I'
                       MOVE 'Y' TO MENU-CHOICE-ALLOWED
                   END-IF
               WHEN 'W'
                   IF STAFF-ROLE = 'C'
                       MOVE 'Y' TO MENU-CHOICE-ALLOWED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      *  An instructor's class codes, read once at sign-in. Other
      *  roles are not scoped to classes and load nothing.
      *****************************************************************
       LOAD-LINKED-CLASSES.
           MOVE ZERO TO LINKED-CLASS-COUNT
           MOVE 'N' TO LINKED-CLASS-OVERFLOW

           IF STAFF-ROLE = 'I'
               MOVE 'N' TO EOF
               OPEN INPUT INSTRUCTOR-CLASS-FILE
               PERFORM UNTIL EOF = 'Y'
                   READ INSTRUCTOR-CLASS-FILE
                       INTO INSTRUCTOR-CLASS-RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF INSTR-USER = STAFF-NAME-INPUT
                               PERFORM NOTE-LINKED-CLASS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INSTRUCTOR-CLASS-FILE

               IF LINKED-CLASS-OVERFLOW = 'Y'
                   DISPLAY " "
                   DISPLAY "More than 50 classes are linked to you;"
                   DISPLAY "only the first 50 are open this session."
               END-IF
           END-IF.

       NOTE-LINKED-CLASS.
           IF LINKED-CLASS-COUNT < 50
               ADD 1 TO LINKED-CLASS-COUNT
               MOVE INSTR-CLASS-CODE
                   TO LINKED-CLASS-CODE(LINKED-CLASS-COUNT)
           ELSE
               MOVE 'Y' TO LINKED-CLASS-OVERFLOW
           END-IF.

      *****************************************************************
      *  Is ROSTER-CLASS-INPUT open to the signed-in staff member?
      *  Always for an administrator; for an instructor only when the
      *  class is one of theirs.
      *****************************************************************
       CHECK-CLASS-LINKED.
           MOVE 'N' TO CLASS-LINKED
           IF STAFF-ROLE NOT = 'I'
               MOVE 'Y' TO CLASS-LINKED
           ELSE
               PERFORM VARYING LINKED-CLASS-INDEX FROM 1 BY 1
                   UNTIL LINKED-CLASS-INDEX > LINKED-CLASS-COUNT
                   IF LINKED-CLASS-CODE(LINKED-CLASS-INDEX)
                       = ROSTER-CLASS-INPUT
                       MOVE 'Y' TO CLASS-LINKED
                   END-IF
               END-PERFORM
           END-IF.

      *****************************************************************
      *  Is LOOKUP-USER-NAME on the roster of any class linked to the
      *  signed-in instructor? Always 'Y' for other roles.
      *****************************************************************
       CHECK-MEMBER-LINKED.
           MOVE 'N' TO MEMBER-LINKED
           IF STAFF-ROLE NOT = 'I'
               MOVE 'Y' TO MEMBER-LINKED
           ELSE
               MOVE 'N' TO EOF
               OPEN INPUT CLASS-ROSTER-FILE
               PERFORM UNTIL EOF = 'Y'
                   READ CLASS-ROSTER-FILE INTO CLASS-ROSTER-RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF ROSTER-MEMBER-USER = LOOKUP-USER-NAME
                               MOVE ROSTER-CLASS-CODE
                                   TO ROSTER-CLASS-INPUT
                               PERFORM CHECK-CLASS-LINKED
                               IF CLASS-LINKED = 'Y'
                                   MOVE 'Y' TO MEMBER-LINKED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-ROSTER-FILE
           END-IF.

       LIST-ALL-USERS.
           DISPLAY " "
           DISPLAY "USERNAME             CREATED       ACTIVE"
           DISPLAY "> Enter the username to view: " WITH NO ADVANCING
           ACCEPT LOOKUP-USER-NAME

           PERFORM CHECK-MEMBER-LINKED
           MOVE 'N' TO USER-FOUND

           IF MEMBER-LINKED = 'Y'
               OPEN INPUT ACCOUNT-FILE
               MOVE LOOKUP-USER-NAME TO USER-NAME
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO USER-FOUND
                       DISPLAY " "
                       DISPLAY "Account created: "
                           USER-ACCOUNT-CREATED
                       DISPLAY "Active: " USER-ACTIVE-FLAG
               END-READ
               CLOSE ACCOUNT-FILE
           END-IF

           IF USER-FOUND = 'N'
               DISPLAY " "
               IF MEMBER-LINKED = 'N'
                   DISPLAY "That user is not on any of your classes."
               ELSE
                   DISPLAY "No such user."
               END-IF
           ELSE
               PERFORM DISPLAY-USER-TASKS
               IF STAFF-ROLE = 'C'
                   PERFORM DISPLAY-USER-MOOD
               END-IF
               PERFORM DISPLAY-USER-BADGE
           END-IF.

                               "  " TASKS-DATE "  " TASKS-DESCRIPTION
                           MOVE TASKS-ID TO SELECTED-TASK-ID
                           PERFORM SHOW-TASK-NOTES
                           PERFORM SHOW-TASK-SUBTASKS
               END-IF
               END-READ
           END-PERFORM

           CLOSE TASK-NOTES-FILE.

      *****************************************************************
      *  Shows the checklist steps under the task just listed, ticked
      *  or open, with their due dates.
      *****************************************************************
       SHOW-TASK-SUBTASKS.
           MOVE 'N' TO EOF-STEPS
           OPEN INPUT SUBTASK-FILE

           PERFORM UNTIL EOF-STEPS = 'Y'
               READ SUBTASK-FILE INTO SUBTASK-RECORD
                   AT END
                       MOVE 'Y' TO EOF-STEPS
                   NOT AT END
                       IF SUBTASK-TASK-ID = SELECTED-TASK-ID
                           IF SUBTASK-DONE = 'Y'
                               DISPLAY "      step [x] "
                                   SUBTASK-DUE-DATE "  "
                                   SUBTASK-DESCRIPTION
                           ELSE
                               DISPLAY "      step [ ] "
                                   SUBTASK-DUE-DATE "  "
                                   SUBTASK-DESCRIPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUBTASK-FILE.

       DISPLAY-USER-MOOD.
           DISPLAY " "
           DISPLAY "Mood log:"
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO USER-FOUND
                   MOVE ACCOUNT-FILE-RECORD TO JOURNAL-BEFORE-IMAGE
                   MOVE HASH-DIGEST TO USER-PASSWORD
                   MOVE '1' TO JOURNAL-FILE-ID
                   MOVE 'R' TO JOURNAL-ACTION
                   MOVE ACCOUNT-FILE-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   REWRITE ACCOUNT-FILE-RECORD
           END-READ
           CLOSE ACCOUNT-FILE
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO USER-FOUND
                   MOVE ACCOUNT-FILE-RECORD TO JOURNAL-BEFORE-IMAGE
                   IF DEACTIVATE-CHOICE = 'A' OR
                      DEACTIVATE-CHOICE = 'a'
                       MOVE 'Y' TO USER-ACTIVE-FLAG
                       MOVE TODAY-DATE
                           TO USER-DEACTIVATED-DATE
                   END-IF
                   MOVE '1' TO JOURNAL-FILE-ID
                   MOVE 'R' TO JOURNAL-ACTION
                   MOVE ACCOUNT-FILE-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   REWRITE ACCOUNT-FILE-RECORD
           END-READ
           CLOSE ACCOUNT-FILE
               DISPLAY "No such user."
           END-IF.

      *****************************************************************
      *  Sets an account's role outright. The audit row's action reads
      *  ROLE-x-TO-y (old and new role letters) so the trail shows
      *  what the account held before. An administrator cannot change
      *  their own role, so the console is never left without one by
      *  accident.
      *****************************************************************
       ASSIGN-STAFF-ROLE.
           DISPLAY " "
           DISPLAY "> Enter the username: " WITH NO ADVANCING
           ACCEPT LOOKUP-USER-NAME
           DISPLAY "> New role - [A]dministrator, [I]nstructor,"
           DISPLAY "  [C]ounselor or [U] no staff access: "
               WITH NO ADVANCING
           ACCEPT ROLE-CHOICE

           EVALUATE ROLE-CHOICE
               WHEN 'a'
                   MOVE 'A' TO ROLE-CHOICE
               WHEN 'i'
                   MOVE 'I' TO ROLE-CHOICE
               WHEN 'c'
                   MOVE 'C' TO ROLE-CHOICE
               WHEN 'u'
                   MOVE 'U' TO ROLE-CHOICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF ROLE-CHOICE NOT = 'A' AND ROLE-CHOICE NOT = 'I'
           AND ROLE-CHOICE NOT = 'C' AND ROLE-CHOICE NOT = 'U'
               DISPLAY " "
               DISPLAY "Please choose A, I, C or U. Nothing changed."
           ELSE
               IF LOOKUP-USER-NAME = STAFF-NAME-INPUT
                   DISPLAY " "
                   DISPLAY "You cannot change your own role."
               ELSE
                   PERFORM APPLY-STAFF-ROLE
               END-IF
           END-IF.

       APPLY-STAFF-ROLE.
           MOVE 'N' TO USER-FOUND
           MOVE SPACE TO OLD-USER-ROLE
           OPEN I-O ACCOUNT-FILE
           MOVE LOOKUP-USER-NAME TO USER-NAME
           READ ACCOUNT-FILE
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO USER-FOUND
                   MOVE USER-ROLE TO OLD-USER-ROLE
                   IF OLD-USER-ROLE = SPACE
                       MOVE 'U' TO OLD-USER-ROLE
                   END-IF
                   IF OLD-USER-ROLE NOT = ROLE-CHOICE
                       MOVE ACCOUNT-FILE-RECORD
                           TO JOURNAL-BEFORE-IMAGE
                       MOVE ROLE-CHOICE TO USER-ROLE
                       MOVE '1' TO JOURNAL-FILE-ID
                       MOVE 'R' TO JOURNAL-ACTION
                       MOVE ACCOUNT-FILE-RECORD
                           TO JOURNAL-AFTER-IMAGE
                       PERFORM JOURNAL-CHANGE
                       REWRITE ACCOUNT-FILE-RECORD
                   END-IF
           END-READ
           CLOSE ACCOUNT-FILE

           IF USER-FOUND = 'N'
               DISPLAY " "
               DISPLAY "No such user."
           ELSE
               IF OLD-USER-ROLE = ROLE-CHOICE
                   DISPLAY " "
                   DISPLAY LOOKUP-USER-NAME " already has that role."
               ELSE
                   MOVE SPACES TO AUDIT-ACTION-TAKEN
                   STRING "ROLE-" DELIMITED BY SIZE
                          OLD-USER-ROLE DELIMITED BY SIZE
                          "-TO-" DELIMITED BY SIZE
                          ROLE-CHOICE DELIMITED BY SIZE
                          INTO AUDIT-ACTION-TAKEN
                   PERFORM WRITE-ADMIN-AUDIT
                   DISPLAY " "
                   DISPLAY "Role updated for " LOOKUP-USER-NAME
               END-IF
           END-IF.

       ROSTER-MENU.
           DISPLAY "| [1] Add a member to a class                     |"
           DISPLAY "| [2] Remove a member from a class                |"
           DISPLAY "| [3] List a class roster                         |"
           IF STAFF-ROLE = 'A'
               DISPLAY
                   "| [4] Link an instructor to a class               |"
               DISPLAY
                   "| [5] Unlink an instructor from a class           |"
           END-IF
           DISPLAY "| [0] Back                                        |"
           DISPLAY "==================================================="
           DISPLAY "> Enter your choice: " WITH NO ADVANCING
           ACCEPT ROSTER-CHOICE

           IF STAFF-ROLE NOT = 'A'
           AND (ROSTER-CHOICE = '4' OR ROSTER-CHOICE = '5')
               MOVE SPACE TO ROSTER-CHOICE
           END-IF

           EVALUATE ROSTER-CHOICE
               WHEN '1'
               WHEN '2'
               WHEN '3'
                   PERFORM GET-ROSTER-CLASS
                   IF CLASS-LINKED = 'N'
                       DISPLAY " "
                       DISPLAY "You are not linked to class "
                           ROSTER-CLASS-INPUT "."
                   ELSE
                       EVALUATE ROSTER-CHOICE
                           WHEN '1'
                               PERFORM ADD-ROSTER-MEMBER
                           WHEN '2'
                               PERFORM REMOVE-ROSTER-MEMBER
                           WHEN OTHER
                               PERFORM LIST-ROSTER-MEMBERS
                       END-EVALUATE
                   END-IF
                   PERFORM ROSTER-MENU
               WHEN '4'
                   PERFORM GET-ROSTER-CLASS
                   PERFORM LINK-INSTRUCTOR
                   PERFORM ROSTER-MENU
               WHEN '5'
                   PERFORM GET-ROSTER-CLASS
                   PERFORM UNLINK-INSTRUCTOR
                   PERFORM ROSTER-MENU
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "Please choose one of the options shown."
                   PERFORM ROSTER-MENU
           END-EVALUATE.

       GET-ROSTER-CLASS.
           DISPLAY " "
           DISPLAY "> Enter the class code: " WITH NO ADVANCING
           ACCEPT ROSTER-CLASS-INPUT
           PERFORM CHECK-CLASS-LINKED.

       ADD-ROSTER-MEMBER.
           DISPLAY "> Enter the member username: " WITH NO ADVANCING
           ACCEPT ROSTER-MEMBER-INPUT

                   OPEN EXTEND CLASS-ROSTER-FILE
                   MOVE ROSTER-CLASS-INPUT TO ROSTER-CLASS-CODE
                   MOVE ROSTER-MEMBER-INPUT TO ROSTER-MEMBER-USER
                   MOVE '7' TO JOURNAL-FILE-ID
                   MOVE 'W' TO JOURNAL-ACTION
                   MOVE CLASS-ROSTER-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   WRITE CLASS-ROSTER-RECORD
                   CLOSE CLASS-ROSTER-FILE

           CLOSE CLASS-ROSTER-FILE.

       REMOVE-ROSTER-MEMBER.
           DISPLAY "> Enter the member username: " WITH NO ADVANCING
           ACCEPT ROSTER-MEMBER-INPUT

                       IF ROSTER-CLASS-CODE = ROSTER-CLASS-INPUT
                       AND ROSTER-MEMBER-USER = ROSTER-MEMBER-INPUT
                           MOVE 'Y' TO ROSTER-FOUND
                           MOVE '7' TO JOURNAL-FILE-ID
                           MOVE 'D' TO JOURNAL-ACTION
                           MOVE CLASS-ROSTER-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           PERFORM JOURNAL-CHANGE
                       ELSE
                           MOVE CLASS-ROSTER-RECORD
                               TO ROSTER-WORK-RECORD
           END-IF.

       LIST-ROSTER-MEMBERS.
           DISPLAY " "
           DISPLAY "Members of " ROSTER-CLASS-INPUT ":"
           MOVE ZERO TO ROSTER-MEMBER-COUNT
               END-READ
           END-PERFORM

           CLOSE CLASS-ROSTER-FILE

           IF ROSTER-MEMBER-COUNT = 0
               DISPLAY "  -- no members enrolled --"
           END-IF

           DISPLAY "Instructors of " ROSTER-CLASS-INPUT ":"
           MOVE ZERO TO INSTR-COUNT
           MOVE 'N' TO EOF
           OPEN INPUT INSTRUCTOR-CLASS-FILE

           PERFORM UNTIL EOF = 'Y'
               READ INSTRUCTOR-CLASS-FILE INTO INSTRUCTOR-CLASS-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF INSTR-CLASS-CODE = ROSTER-CLASS-INPUT
                           DISPLAY "  " INSTR-USER
                           ADD 1 TO INSTR-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INSTRUCTOR-CLASS-FILE

           IF INSTR-COUNT = 0
               DISPLAY "  -- no instructor linked --"
           END-IF.

      *****************************************************************
      *  Links an instructor account to a class code. The account must
      *  already hold the instructor role; assign that first with
      *  option [5] on the main menu.
      *****************************************************************
       LINK-INSTRUCTOR.
           DISPLAY "> Enter the instructor username: " WITH NO ADVANCING
           ACCEPT INSTR-USER-INPUT

           MOVE 'N' TO USER-FOUND
           OPEN INPUT ACCOUNT-FILE
           MOVE INSTR-USER-INPUT TO USER-NAME
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USER-ROLE = 'I'
                       MOVE 'Y' TO USER-FOUND
                   END-IF
           END-READ
           CLOSE ACCOUNT-FILE

           IF USER-FOUND = 'N'
               DISPLAY " "
               DISPLAY "No instructor account by that name."
           ELSE
               PERFORM CHECK-INSTRUCTOR-LINK
               IF INSTR-LINK-FOUND = 'Y'
                   DISPLAY " "
                   DISPLAY INSTR-USER-INPUT " is already linked to "
                       ROSTER-CLASS-INPUT
               ELSE
                   OPEN EXTEND INSTRUCTOR-CLASS-FILE
                   MOVE ROSTER-CLASS-INPUT TO INSTR-CLASS-CODE
                   MOVE INSTR-USER-INPUT TO INSTR-USER
                   WRITE INSTRUCTOR-CLASS-RECORD
                   CLOSE INSTRUCTOR-CLASS-FILE

                   MOVE "INSTR-LINK" TO AUDIT-ACTION-TAKEN
                   MOVE INSTR-USER-INPUT TO LOOKUP-USER-NAME
                   PERFORM WRITE-ADMIN-AUDIT

                   DISPLAY " "
                   DISPLAY INSTR-USER-INPUT " linked to "
                       ROSTER-CLASS-INPUT
               END-IF
           END-IF.

       CHECK-INSTRUCTOR-LINK.
           MOVE 'N' TO INSTR-LINK-FOUND
           MOVE 'N' TO EOF
           OPEN INPUT INSTRUCTOR-CLASS-FILE

           PERFORM UNTIL EOF = 'Y'
               READ INSTRUCTOR-CLASS-FILE INTO INSTRUCTOR-CLASS-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF INSTR-CLASS-CODE = ROSTER-CLASS-INPUT
                       AND INSTR-USER = INSTR-USER-INPUT
                           MOVE 'Y' TO INSTR-LINK-FOUND
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INSTRUCTOR-CLASS-FILE.

       UNLINK-INSTRUCTOR.
           DISPLAY "> Enter the instructor username: " WITH NO ADVANCING
           ACCEPT INSTR-USER-INPUT

           MOVE 'N' TO INSTR-LINK-FOUND
           MOVE 'N' TO EOF
           OPEN INPUT INSTRUCTOR-CLASS-FILE
           OPEN OUTPUT INSTR-WORK-FILE

           PERFORM UNTIL EOF = 'Y'
               READ INSTRUCTOR-CLASS-FILE INTO INSTRUCTOR-CLASS-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF INSTR-CLASS-CODE = ROSTER-CLASS-INPUT
                       AND INSTR-USER = INSTR-USER-INPUT
                           MOVE 'Y' TO INSTR-LINK-FOUND
                       ELSE
                           MOVE INSTRUCTOR-CLASS-RECORD
                               TO INSTR-WORK-RECORD
                           WRITE INSTR-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INSTRUCTOR-CLASS-FILE
           CLOSE INSTR-WORK-FILE

           MOVE 'N' TO EOF
           OPEN INPUT INSTR-WORK-FILE
           OPEN OUTPUT INSTRUCTOR-CLASS-FILE
           PERFORM UNTIL EOF = 'Y'
               READ INSTR-WORK-FILE INTO INSTR-WORK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE INSTR-WORK-RECORD
                           TO INSTRUCTOR-CLASS-RECORD
                       WRITE INSTRUCTOR-CLASS-RECORD
               END-READ
           END-PERFORM
           CLOSE INSTR-WORK-FILE
           CLOSE INSTRUCTOR-CLASS-FILE

           IF INSTR-LINK-FOUND = 'Y'
               MOVE "INSTR-UNLINK" TO AUDIT-ACTION-TAKEN
               MOVE INSTR-USER-INPUT TO LOOKUP-USER-NAME
               PERFORM WRITE-ADMIN-AUDIT
               DISPLAY " "
               DISPLAY INSTR-USER-INPUT " unlinked from "
                   ROSTER-CLASS-INPUT
           ELSE
               DISPLAY " "
               DISPLAY "No such instructor link."
           END-IF.

      *****************************************************************
      *  Writes one TO-DO task per roster member of the given class,
      *  numbered the same way ADD-TASK numbers tasks. The class code
      *  lands in TASKS-SUBJECT (so the dashboard groups it and
      *  EDU-TASK-RPT breaks completion out by class) and the staff
      *  username lands in TASKS-ASSIGNED-BY so the student can see
      *  the task came from staff. The due date is checked against
      *  the term calendar and the class's workload first.
      *****************************************************************
       ASSIGN-TASK-TO-CLASS.
           PERFORM GET-ROSTER-CLASS
           IF CLASS-LINKED = 'N'
               DISPLAY " "
               DISPLAY "You are not linked to class " ROSTER-CLASS-INPUT
                   "; nothing assigned."
           ELSE
               PERFORM ASSIGN-TASK-TO-LINKED-CLASS
           END-IF.

       ASSIGN-TASK-TO-LINKED-CLASS.
           DISPLAY "> Enter the task description: " WITH NO ADVANCING
           ACCEPT ASSIGN-DESCRIPTION
           DISPLAY "> Enter the due date (MM/DD/YYYY): "
               WITH NO ADVANCING
           ACCEPT ASSIGN-DUE-DATE

           PERFORM SETTLE-ASSIGN-DUE-DATE
           IF DATE-VALID-FLAG = 'N'
               DISPLAY " "
               DISPLAY "That is not a valid date. Nothing assigned."
           ELSE
               DISPLAY
               "> Enter the priority [1] HIGH, [2] MEDIUM, [3] LOW: "
                   WITH NO ADVANCING
               ACCEPT ASSIGN-PRIORITY
               IF ASSIGN-PRIORITY NOT = '1'
               AND ASSIGN-PRIORITY NOT = '3'
                   MOVE '2' TO ASSIGN-PRIORITY
               END-IF

               PERFORM GET-NEXT-ASSIGN-TASK-ID
               PERFORM WRITE-CLASS-TASKS

               IF TASKS-ASSIGNED-COUNT = 0
                   DISPLAY " "
                   DISPLAY "No members enrolled in "
                       ROSTER-CLASS-INPUT "; nothing assigned."
               ELSE
                   MOVE "CLASS-ASSIGN" TO AUDIT-ACTION-TAKEN
                   MOVE SPACES TO LOOKUP-USER-NAME
                   MOVE ROSTER-CLASS-INPUT TO LOOKUP-USER-NAME(1:10)
                   PERFORM WRITE-ADMIN-AUDIT
                   DISPLAY " "
                   DISPLAY "Assigned to " TASKS-ASSIGNED-COUNT
                       " member(s) of " ROSTER-CLASS-INPUT
               END-IF
           END-IF.

      *****************************************************************
      *  Checks the chosen due date against the term calendar and the
      *  class's existing workload before anything is written. When
      *  there is anything to warn about, the instructor either keeps
      *  the date or enters another one, which is checked the same
      *  way; an invalid replacement date ends the assignment.
      *****************************************************************
       SETTLE-ASSIGN-DUE-DATE.
           MOVE 'N' TO ASSIGN-DATE-SETTLED
           PERFORM UNTIL ASSIGN-DATE-SETTLED = 'Y'
               CALL "DATE-CHECK" USING ASSIGN-DUE-DATE DATE-VALID-FLAG
               IF DATE-VALID-FLAG = 'N'
                   MOVE 'Y' TO ASSIGN-DATE-SETTLED
               ELSE
                   PERFORM CHECK-ASSIGN-CLASHES
                   IF CLASH-WARNING-COUNT = 0
                       MOVE 'Y' TO ASSIGN-DATE-SETTLED
                   ELSE
                       DISPLAY " "
                       DISPLAY "> Keep " ASSIGN-DUE-DATE
                           " anyway? (Y/N): " WITH NO ADVANCING
                       ACCEPT ASSIGN-DATE-CONFIRM
                       IF ASSIGN-DATE-CONFIRM = 'Y'
                       OR ASSIGN-DATE-CONFIRM = 'y'
                           MOVE 'Y' TO ASSIGN-DATE-SETTLED
                       ELSE
                           DISPLAY "> Enter another due date "
                               "(MM/DD/YYYY): " WITH NO ADVANCING
                           ACCEPT ASSIGN-DUE-DATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-ASSIGN-CLASHES.
           MOVE ZERO TO CLASH-WARNING-COUNT
           CALL "DATE-CONVERT" USING ASSIGN-DUE-DATE CLASH-DUE-NUMERIC
           COMPUTE CLASH-DUE-LILIAN =
               FUNCTION INTEGER-OF-DATE(CLASH-DUE-NUMERIC)

      *    Day one of the Lilian count was a Monday, so MOD 7 gives
      *    6 for Saturday and 0 for Sunday.
           COMPUTE CLASH-WEEKDAY = FUNCTION MOD(CLASH-DUE-LILIAN, 7)
           IF CLASH-WEEKDAY = 6 OR CLASH-WEEKDAY = 0
               ADD 1 TO CLASH-WARNING-COUNT
               DISPLAY " "
               DISPLAY "WARNING: " ASSIGN-DUE-DATE
                   " falls on a weekend."
           END-IF

           PERFORM CHECK-ASSIGN-CALENDAR
           PERFORM COUNT-CLASH-MEMBERS.

      *****************************************************************
      *  Warns when the due date is a listed no-class day, or when
      *  term rows exist and the date falls inside none of them.
      *  Calendar rows DATE-CHECK rejects are ignored, as the nightly
      *  task generator ignores them.
      *****************************************************************
       CHECK-ASSIGN-CALENDAR.
           MOVE ZERO TO CLASH-TERM-ROWS
           MOVE 'N' TO CLASH-IN-TERM
           MOVE 'N' TO EOF
           OPEN INPUT TERM-CALENDAR-FILE

           PERFORM UNTIL EOF = 'Y'
               READ TERM-CALENDAR-FILE INTO TERM-CALENDAR-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       EVALUATE CAL-ROW-TYPE
                           WHEN 'T'
                               PERFORM CHECK-ASSIGN-TERM-ROW
                           WHEN 'N'
                               PERFORM CHECK-ASSIGN-NO-CLASS-ROW
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE TERM-CALENDAR-FILE

           IF CLASH-TERM-ROWS > 0 AND CLASH-IN-TERM = 'N'
               ADD 1 TO CLASH-WARNING-COUNT
               DISPLAY " "
               DISPLAY "WARNING: " ASSIGN-DUE-DATE
                   " falls outside every term on the calendar."
           END-IF.

       CHECK-ASSIGN-TERM-ROW.
           CALL "DATE-CHECK" USING CAL-START-DATE CLASH-ROW-VALID
           IF CLASH-ROW-VALID = 'Y'
               CALL "DATE-CHECK" USING CAL-END-DATE CLASH-ROW-VALID
           END-IF

           IF CLASH-ROW-VALID = 'Y'
               ADD 1 TO CLASH-TERM-ROWS
               CALL "DATE-CONVERT" USING CAL-START-DATE
                   CLASH-ROW-NUMERIC
               COMPUTE CLASH-ROW-LILIAN =
                   FUNCTION INTEGER-OF-DATE(CLASH-ROW-NUMERIC)
               CALL "DATE-CONVERT" USING CAL-END-DATE
                   CLASH-ROW-NUMERIC
               COMPUTE CLASH-END-LILIAN =
                   FUNCTION INTEGER-OF-DATE(CLASH-ROW-NUMERIC)
               IF CLASH-DUE-LILIAN >= CLASH-ROW-LILIAN
               AND CLASH-DUE-LILIAN <= CLASH-END-LILIAN
                   MOVE 'Y' TO CLASH-IN-TERM
               END-IF
           END-IF.

       CHECK-ASSIGN-NO-CLASS-ROW.
           CALL "DATE-CHECK" USING CAL-START-DATE CLASH-ROW-VALID
           IF CLASH-ROW-VALID = 'Y'
               CALL "DATE-CONVERT" USING CAL-START-DATE
                   CLASH-ROW-NUMERIC
               COMPUTE CLASH-ROW-LILIAN =
                   FUNCTION INTEGER-OF-DATE(CLASH-ROW-NUMERIC)
               IF CLASH-ROW-LILIAN = CLASH-DUE-LILIAN
                   ADD 1 TO CLASH-WARNING-COUNT
                   DISPLAY " "
                   DISPLAY "WARNING: " ASSIGN-DUE-DATE
                       " is a no-class day (" CAL-TERM-CODE ")."
               END-IF
           END-IF.

      *****************************************************************
      *  Counts the class members who already have CLASH-TASK-LIMIT
      *  or more open HIGH-priority tasks due on the chosen day or
      *  the day before, and names them.
      *****************************************************************
       COUNT-CLASH-MEMBERS.
           MOVE ZERO TO CLASH-MEMBER-COUNT
           MOVE 'N' TO CLASH-MEMBER-OVERFLOW
           MOVE 'N' TO EOF
           OPEN INPUT CLASS-ROSTER-FILE

           PERFORM UNTIL EOF = 'Y'
               READ CLASS-ROSTER-FILE INTO CLASS-ROSTER-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF ROSTER-CLASS-CODE = ROSTER-CLASS-INPUT
                           PERFORM ADD-CLASH-MEMBER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLASS-ROSTER-FILE

           IF CLASH-MEMBER-COUNT > 0
               MOVE 'N' TO EOF
               OPEN INPUT TASKS-FILE
               PERFORM UNTIL EOF = 'Y'
                   READ TASKS-FILE INTO TASKS-FILE-RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF TASKS-STATUS NOT = 3
                           AND TASKS-PRIORITY = 1
                               PERFORM TALLY-CLASH-TASK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TASKS-FILE
               PERFORM REPORT-CLASH-MEMBERS
           END-IF.

       ADD-CLASH-MEMBER.
           IF CLASH-MEMBER-COUNT < 200
               ADD 1 TO CLASH-MEMBER-COUNT
               MOVE ROSTER-MEMBER-USER
                   TO CLASH-MEMBER-USER(CLASH-MEMBER-COUNT)
               MOVE ZERO TO CLASH-MEMBER-TASKS(CLASH-MEMBER-COUNT)
           ELSE
               MOVE 'Y' TO CLASH-MEMBER-OVERFLOW
           END-IF.

       TALLY-CLASH-TASK.
           CALL "DATE-CHECK" USING TASKS-DATE(1:10) CLASH-ROW-VALID
           IF CLASH-ROW-VALID = 'Y'
               CALL "DATE-CONVERT" USING TASKS-DATE(1:10)
                   CLASH-ROW-NUMERIC
               COMPUTE CLASH-ROW-LILIAN =
                   FUNCTION INTEGER-OF-DATE(CLASH-ROW-NUMERIC)
               IF CLASH-ROW-LILIAN = CLASH-DUE-LILIAN
               OR CLASH-ROW-LILIAN + 1 = CLASH-DUE-LILIAN
                   PERFORM VARYING CLASH-MEMBER-INDEX FROM 1 BY 1
                       UNTIL CLASH-MEMBER-INDEX > CLASH-MEMBER-COUNT
                       IF CLASH-MEMBER-USER(CLASH-MEMBER-INDEX)
                           = TASKS-USER
                           ADD 1 TO
                               CLASH-MEMBER-TASKS(CLASH-MEMBER-INDEX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       REPORT-CLASH-MEMBERS.
           MOVE ZERO TO CLASH-LOADED-COUNT
           PERFORM VARYING CLASH-MEMBER-INDEX FROM 1 BY 1
               UNTIL CLASH-MEMBER-INDEX > CLASH-MEMBER-COUNT
               IF CLASH-MEMBER-TASKS(CLASH-MEMBER-INDEX)
                   >= CLASH-TASK-LIMIT
                   ADD 1 TO CLASH-LOADED-COUNT
               END-IF
           END-PERFORM

           IF CLASH-LOADED-COUNT > 0
               ADD 1 TO CLASH-WARNING-COUNT
               MOVE CLASH-TASK-LIMIT TO CLASH-LIMIT-DISPLAY
               DISPLAY " "
               DISPLAY "WARNING: " CLASH-LOADED-COUNT " of "
                   CLASH-MEMBER-COUNT " member(s) already have "
                   CLASH-LIMIT-DISPLAY " or more open HIGH tasks"
               DISPLAY "         due that day or the day before:"
               PERFORM VARYING CLASH-MEMBER-INDEX FROM 1 BY 1
                   UNTIL CLASH-MEMBER-INDEX > CLASH-MEMBER-COUNT
                   IF CLASH-MEMBER-TASKS(CLASH-MEMBER-INDEX)
                       >= CLASH-TASK-LIMIT
                       DISPLAY "  - "
                           CLASH-MEMBER-USER(CLASH-MEMBER-INDEX)
                           " (" CLASH-MEMBER-TASKS(CLASH-MEMBER-INDEX)
                           ")"
                   END-IF
               END-PERFORM
           END-IF

           IF CLASH-MEMBER-OVERFLOW = 'Y'
               DISPLAY "Class has more than 200 members; only the "
                   "first 200 were checked."
           END-IF.

       GET-NEXT-ASSIGN-TASK-ID.
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

       WRITE-CLASS-TASKS.
           MOVE ZERO TO TASKS-ASSIGNED-COUNT
           MOVE ZERO TO MEMBERS-SKIPPED-COUNT
           MOVE 'N' TO EOF
           OPEN INPUT CLASS-ROSTER-FILE
           OPEN INPUT ACCOUNT-FILE
           OPEN I-O TASKS-FILE

           PERFORM UNTIL EOF = 'Y'
               READ CLASS-ROSTER-FILE INTO CLASS-ROSTER-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF ROSTER-CLASS-CODE = ROSTER-CLASS-INPUT
                           PERFORM WRITE-ONE-CLASS-TASK
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLASS-ROSTER-FILE
           CLOSE ACCOUNT-FILE
           CLOSE TASKS-FILE

           IF MEMBERS-SKIPPED-COUNT > 0
               DISPLAY " "
               DISPLAY "Skipped " MEMBERS-SKIPPED-COUNT
                   " roster member(s) with no account row;"
               DISPLAY "remove them from the roster."
           END-IF.

      *****************************************************************
      *  The member's account row is re-checked at assignment time -
      *  the roster can still name a user who was archived after
      *  being enrolled, and writing tasks for one would just feed
      *  the audit orphan rows.
      *****************************************************************
       WRITE-ONE-CLASS-TASK.
           MOVE 'N' TO MEMBER-KNOWN-FLAG
           MOVE ROSTER-MEMBER-USER TO USER-NAME
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MEMBER-KNOWN-FLAG
           END-READ

           IF MEMBER-KNOWN-FLAG = 'N'
               ADD 1 TO MEMBERS-SKIPPED-COUNT
               DISPLAY "  No account row for " ROSTER-MEMBER-USER
           ELSE
               PERFORM WRITE-ONE-MEMBER-TASK
           END-IF.

       WRITE-ONE-MEMBER-TASK.
           MOVE NEXT-TASK-ID TO TASKS-ID
           MOVE ROSTER-MEMBER-USER TO TASKS-USER
           MOVE SPACES TO TASKS-DATE
           MOVE ASSIGN-DUE-DATE TO TASKS-DATE
           MOVE ASSIGN-DESCRIPTION TO TASKS-DESCRIPTION
           MOVE 1 TO TASKS-STATUS
           MOVE ROSTER-CLASS-INPUT TO TASKS-SUBJECT
           MOVE ASSIGN-PRIORITY TO TASKS-PRIORITY
           MOVE STAFF-NAME-INPUT TO TASKS-ASSIGNED-BY

           MOVE '2' TO JOURNAL-FILE-ID
           MOVE 'W' TO JOURNAL-ACTION
           MOVE TASKS-FILE-RECORD TO JOURNAL-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE
           WRITE TASKS-FILE-RECORD

           MOVE ROSTER-MEMBER-USER TO MESSAGE-TARGET-USER
           MOVE SPACES TO MESSAGE-TEXT-OUT
      *    Fixed text (31) + class code (10) + description (19) fill
      *    the 60-byte message exactly; the dashboard shows the full
      *    description anyway.
           STRING "New task for " DELIMITED BY SIZE
                  ROSTER-CLASS-INPUT DELIMITED BY SIZE
                  ", due " DELIMITED BY SIZE
                  ASSIGN-DUE-DATE DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  ASSIGN-DESCRIPTION(1:19) DELIMITED BY SIZE
                  INTO MESSAGE-TEXT-OUT
           PERFORM WRITE-USER-MESSAGE

           ADD 1 TO NEXT-TASK-ID
           ADD 1 TO TASKS-ASSIGNED-COUNT.

      *****************************************************************
      *  Gradebook entry for a class task. The class code and the
      *  description the task was assigned under pick out every
      *  member's copy (each has its own TASKS-ID), which are listed
      *  with any grade already on file; staff then grade them one
      *  TASKS-ID at a time until they enter 0. Each grade is sent to
      *  the student's inbox and audited against the student.
      *****************************************************************
       GRADE-CLASS-TASK.
           PERFORM GET-ROSTER-CLASS
           IF CLASS-LINKED = 'N'
               DISPLAY " "
               DISPLAY "You are not linked to class " ROSTER-CLASS-INPUT
                   "; nothing to grade."
           ELSE
               PERFORM GRADE-LINKED-CLASS-TASK
           END-IF.

       GRADE-LINKED-CLASS-TASK.
           DISPLAY "> Enter the task description: " WITH NO ADVANCING
           ACCEPT ASSIGN-DESCRIPTION

           PERFORM LIST-CLASS-TASK-COPIES

           IF CLASS-COPIES-FOUND = 0
               DISPLAY " "
               DISPLAY "No copies of that task were assigned to "
                   ROSTER-CLASS-INPUT "."
           ELSE
               MOVE 1 TO GRADE-TASK-INPUT
               PERFORM UNTIL GRADE-TASK-INPUT = ZERO
                   DISPLAY " "
                   DISPLAY "> Enter a task ID to grade, or 0 when"
                   DISPLAY "  done: " WITH NO ADVANCING
                   ACCEPT GRADE-TASK-INPUT
                   IF GRADE-TASK-INPUT NOT = ZERO
                       PERFORM GRADE-ONE-COPY
                   END-IF
               END-PERFORM
           END-IF.

       LIST-CLASS-TASK-COPIES.
           MOVE ZERO TO CLASS-COPIES-FOUND
           DISPLAY " "
           DISPLAY "  ID     USERNAME             ST DUE         GRADE"
           MOVE 'N' TO EOF
           OPEN INPUT TASKS-FILE
           PERFORM UNTIL EOF = 'Y'
               READ TASKS-FILE INTO TASKS-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TASKS-SUBJECT = ROSTER-CLASS-INPUT
                       AND TASKS-DESCRIPTION = ASSIGN-DESCRIPTION
                       AND TASKS-ASSIGNED-BY NOT = SPACES
                           ADD 1 TO CLASS-COPIES-FOUND
                           PERFORM SHOW-ONE-CLASS-COPY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TASKS-FILE.

      *    Uses its own end-of-file flag - the caller is mid-way
      *    through its TASKS-FILE loop. Task ids are handed out again
      *    once a task is deleted, archived or closed out, so a grade
      *    row belongs to this copy only when the member and the
      *    description match as well.
       SHOW-ONE-CLASS-COPY.
           MOVE 'N' TO GRADE-COPY-FOUND
           MOVE 'N' TO EOF-GRADES
           OPEN INPUT GRADEBOOK-FILE
           PERFORM UNTIL EOF-GRADES = 'Y'
               READ GRADEBOOK-FILE INTO GRADEBOOK-RECORD
                   AT END
                       MOVE 'Y' TO EOF-GRADES
                   NOT AT END
                       IF GRADE-TASK-ID = TASKS-ID
                       AND GRADE-USER = TASKS-USER
                       AND GRADE-DESCRIPTION = TASKS-DESCRIPTION
                           MOVE 'Y' TO GRADE-COPY-FOUND
                           MOVE 'Y' TO EOF-GRADES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GRADEBOOK-FILE

           IF GRADE-COPY-FOUND = 'Y'
               DISPLAY "  " TASKS-ID " " TASKS-USER " " TASKS-STATUS
                   "  " TASKS-DATE(1:10) "  " GRADE-SCORE " "
                   GRADE-LETTER
           ELSE
               DISPLAY "  " TASKS-ID " " TASKS-USER " " TASKS-STATUS
                   "  " TASKS-DATE(1:10) "  not graded"
           END-IF.

       GRADE-ONE-COPY.
           MOVE 'N' TO GRADE-COPY-FOUND
           MOVE 'N' TO EOF
           OPEN INPUT TASKS-FILE
           PERFORM UNTIL EOF = 'Y'
               READ TASKS-FILE INTO TASKS-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TASKS-ID = GRADE-TASK-INPUT
                       AND TASKS-SUBJECT = ROSTER-CLASS-INPUT
                       AND TASKS-DESCRIPTION = ASSIGN-DESCRIPTION
                       AND TASKS-ASSIGNED-BY NOT = SPACES
                           MOVE 'Y' TO GRADE-COPY-FOUND
                           MOVE TASKS-USER TO GRADE-TARGET-USER
                           MOVE TASKS-SUBJECT TO GRADE-TARGET-SUBJECT
                           MOVE TASKS-DATE(1:10) TO GRADE-TARGET-DUE
                           MOVE 'Y' TO EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TASKS-FILE

           IF GRADE-COPY-FOUND = 'N'
               DISPLAY " "
               DISPLAY "That ID is not a copy of this class task."
           ELSE
               DISPLAY "> Score out of 100: " WITH NO ADVANCING
               ACCEPT GRADE-SCORE-INPUT
               IF GRADE-SCORE-INPUT > 100
                   DISPLAY " "
                   DISPLAY "A score cannot be over 100. Not graded."
               ELSE
                   DISPLAY "> Letter grade, or blank to use the score: "
                       WITH NO ADVANCING
                   ACCEPT GRADE-LETTER-INPUT
                   IF GRADE-LETTER-INPUT = SPACES
                       PERFORM DERIVE-LETTER-GRADE
                   END-IF
                   DISPLAY "> Feedback (optional): " WITH NO ADVANCING
                   ACCEPT GRADE-FEEDBACK-INPUT
                   PERFORM SAVE-GRADE-ROW

                   MOVE GRADE-TARGET-USER TO MESSAGE-TARGET-USER
                   MOVE SPACES TO MESSAGE-TEXT-OUT
                   STRING "Graded " DELIMITED BY SIZE
                          ROSTER-CLASS-INPUT DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ASSIGN-DESCRIPTION(1:24) DELIMITED BY SIZE
                          ": " DELIMITED BY SIZE
                          GRADE-SCORE-INPUT DELIMITED BY SIZE
                          "/100 " DELIMITED BY SIZE
                          GRADE-LETTER-INPUT DELIMITED BY SIZE
                          INTO MESSAGE-TEXT-OUT
                   PERFORM WRITE-USER-MESSAGE

                   MOVE "GRADE-ENTRY" TO AUDIT-ACTION-TAKEN
                   MOVE GRADE-TARGET-USER TO LOOKUP-USER-NAME
                   PERFORM WRITE-ADMIN-AUDIT
                   DISPLAY " "
                   DISPLAY "Grade saved for " GRADE-TARGET-USER
               END-IF
           END-IF.

       DERIVE-LETTER-GRADE.
           EVALUATE TRUE
               WHEN GRADE-SCORE-INPUT >= 90
                   MOVE "A" TO GRADE-LETTER-INPUT
               WHEN GRADE-SCORE-INPUT >= 80
                   MOVE "B" TO GRADE-LETTER-INPUT
               WHEN GRADE-SCORE-INPUT >= 70
                   MOVE "C" TO GRADE-LETTER-INPUT
               WHEN GRADE-SCORE-INPUT >= 60
                   MOVE "D" TO GRADE-LETTER-INPUT
               WHEN OTHER
                   MOVE "F" TO GRADE-LETTER-INPUT
           END-EVALUATE.

      *****************************************************************
      *  A task copy has at most one gradebook row: the file is
      *  copied through a work file with an existing row for the copy
      *  replaced, and the new row is appended when there was none.
      *  The row is the copy's only when the task id, member and
      *  description all match - ids are reused, and a row left by an
      *  earlier task under the same id stays on that member's record.
      *****************************************************************
       SAVE-GRADE-ROW.
           PERFORM BUILD-TODAY-DATE
           ACCEPT RAW-TIME FROM TIME
           MOVE RAW-TIME(1:2) TO STAMP-TIME-HH
           MOVE RAW-TIME(3:2) TO STAMP-TIME-MM
           MOVE RAW-TIME(5:2) TO STAMP-TIME-SS
           STRING TODAY-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STAMP-TIME-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  STAMP-TIME-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  STAMP-TIME-SS DELIMITED BY SIZE
                  INTO GRADE-STAMP

           MOVE 'N' TO GRADE-ROW-REPLACED
           MOVE 'N' TO EOF-GRADES
           OPEN INPUT GRADEBOOK-FILE
           OPEN OUTPUT GRADE-WORK-FILE

           PERFORM UNTIL EOF-GRADES = 'Y'
               READ GRADEBOOK-FILE INTO GRADEBOOK-RECORD
                   AT END
                       MOVE 'Y' TO EOF-GRADES
                   NOT AT END
                       IF GRADE-TASK-ID = GRADE-TASK-INPUT
                       AND GRADE-USER = GRADE-TARGET-USER
                       AND GRADE-DESCRIPTION = ASSIGN-DESCRIPTION
                           PERFORM FILL-GRADE-ROW
                           MOVE 'Y' TO GRADE-ROW-REPLACED
                       END-IF
                       MOVE GRADEBOOK-RECORD TO GRADE-WORK-RECORD
                       WRITE GRADE-WORK-RECORD
               END-READ
           END-PERFORM

           IF GRADE-ROW-REPLACED = 'N'
               PERFORM FILL-GRADE-ROW
               MOVE GRADEBOOK-RECORD TO GRADE-WORK-RECORD
               WRITE GRADE-WORK-RECORD
           END-IF

           CLOSE GRADEBOOK-FILE
           CLOSE GRADE-WORK-FILE

           MOVE 'N' TO EOF-GRADES
           OPEN INPUT GRADE-WORK-FILE
           OPEN OUTPUT GRADEBOOK-FILE
           PERFORM UNTIL EOF-GRADES = 'Y'
               READ GRADE-WORK-FILE INTO GRADE-WORK-RECORD
                   AT END
                       MOVE 'Y' TO EOF-GRADES
                   NOT AT END
                       MOVE GRADE-WORK-RECORD TO GRADEBOOK-RECORD
                       WRITE GRADEBOOK-RECORD
               END-READ
           END-PERFORM
           CLOSE GRADE-WORK-FILE
           CLOSE GRADEBOOK-FILE.

       FILL-GRADE-ROW.
           MOVE GRADE-TASK-INPUT TO GRADE-TASK-ID
           MOVE GRADE-TARGET-USER TO GRADE-USER
           MOVE GRADE-TARGET-SUBJECT TO GRADE-SUBJECT
           MOVE ASSIGN-DESCRIPTION TO GRADE-DESCRIPTION
           MOVE GRADE-TARGET-DUE TO GRADE-DUE-DATE
           MOVE GRADE-SCORE-INPUT TO GRADE-SCORE
           MOVE GRADE-LETTER-INPUT TO GRADE-LETTER
           MOVE GRADE-FEEDBACK-INPUT TO GRADE-FEEDBACK
           MOVE STAFF-NAME-INPUT TO GRADE-STAFF
           MOVE GRADE-STAMP TO GRADE-WHEN.

      *****************************************************************
      *  The dormant list the engagement report left behind. Only
      *  accounts still active are shown - one already deactivated
      *  drops off. Staff deactivate one username at a time or every
      *  listed account at once; each deactivation is the same keyed
      *  rewrite TOGGLE-ACCOUNT-ACTIVE does and is audited DEACTIVATE
      *  against the account, one audit row per account.
      *****************************************************************
       DORMANT-ACCOUNT-MENU.
           PERFORM LIST-DORMANT-ACCOUNTS

           IF DORMANT-SHOWN-COUNT = 0
               DISPLAY "  -- no active accounts on the dormant list --"
               DISPLAY "Run EDU-ENGAGE to refresh the list."
           ELSE
               DISPLAY " "
               DISPLAY "> Enter a username to deactivate, A for all"
               DISPLAY "  listed, or 0 to go back: " WITH NO ADVANCING
               MOVE SPACES TO DORMANT-CHOICE-INPUT
               ACCEPT DORMANT-CHOICE-INPUT
               EVALUATE DORMANT-CHOICE-INPUT
                   WHEN SPACES
                   WHEN '0'
                       CONTINUE
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM DEACTIVATE-ALL-DORMANT
                   WHEN OTHER
                       PERFORM DEACTIVATE-LISTED-DORMANT
                       PERFORM DORMANT-ACCOUNT-MENU
               END-EVALUATE
           END-IF.

       LIST-DORMANT-ACCOUNTS.
           DISPLAY " "
           DISPLAY "Dormant accounts still active:"
           DISPLAY "CLASS      USERNAME             LAST IN     IDLE"
           DISPLAY "--------------------------------------------------"

           MOVE ZERO TO DORMANT-SHOWN-COUNT
           MOVE SPACES TO DORMANT-LIST-DATE
           MOVE 'N' TO EOF-DORMANT
           OPEN INPUT DORMANT-ACCOUNT-FILE
           OPEN INPUT ACCOUNT-FILE

           PERFORM UNTIL EOF-DORMANT = 'Y'
               READ DORMANT-ACCOUNT-FILE INTO DORMANT-ACCOUNT-RECORD
                   AT END
                       MOVE 'Y' TO EOF-DORMANT
                   NOT AT END
                       MOVE DORMANT-LISTED TO DORMANT-LIST-DATE
                       PERFORM CHECK-DORMANT-STILL-ACTIVE
                       IF DORMANT-STILL-ACTIVE = 'Y'
                           PERFORM SHOW-ONE-DORMANT-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-FILE
           CLOSE DORMANT-ACCOUNT-FILE

           IF DORMANT-LIST-DATE NOT = SPACES
               DISPLAY "(list from the engagement run of "
                   DORMANT-LIST-DATE ")"
           END-IF.

      *    ACCOUNT-FILE is already open for input here.
       CHECK-DORMANT-STILL-ACTIVE.
           MOVE 'N' TO DORMANT-STILL-ACTIVE
           MOVE DORMANT-USER TO USER-NAME
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USER-ACTIVE-FLAG = 'Y'
                       MOVE 'Y' TO DORMANT-STILL-ACTIVE
                   END-IF
           END-READ.

       SHOW-ONE-DORMANT-ROW.
           ADD 1 TO DORMANT-SHOWN-COUNT
           MOVE DORMANT-DAYS TO DORMANT-DAYS-DISPLAY
           IF DORMANT-LAST-IN = SPACES
               DISPLAY DORMANT-CLASS " " DORMANT-USER " NEVER      "
                   DORMANT-DAYS-DISPLAY " days"
           ELSE
               DISPLAY DORMANT-CLASS " " DORMANT-USER " "
                   DORMANT-LAST-IN "  " DORMANT-DAYS-DISPLAY " days"
           END-IF.

      *****************************************************************
      *  Only a username that is on the dormant list can be
      *  deactivated from here - anything else goes through option 4.
      *****************************************************************
       DEACTIVATE-LISTED-DORMANT.
           MOVE 'N' TO DORMANT-ON-LIST
           MOVE 'N' TO EOF-DORMANT
           OPEN INPUT DORMANT-ACCOUNT-FILE

           PERFORM UNTIL EOF-DORMANT = 'Y'
               READ DORMANT-ACCOUNT-FILE INTO DORMANT-ACCOUNT-RECORD
                   AT END
                       MOVE 'Y' TO EOF-DORMANT
                   NOT AT END
                       IF DORMANT-USER = DORMANT-CHOICE-INPUT
                           MOVE 'Y' TO DORMANT-ON-LIST
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DORMANT-ACCOUNT-FILE

           IF DORMANT-ON-LIST = 'Y'
               MOVE DORMANT-CHOICE-INPUT TO LOOKUP-USER-NAME
               PERFORM DEACTIVATE-ONE-DORMANT
               IF USER-FOUND = 'Y'
                   DISPLAY " "
                   DISPLAY "Account deactivated for " LOOKUP-USER-NAME
               ELSE
                   DISPLAY " "
                   DISPLAY "That account is already inactive."
               END-IF
           ELSE
               DISPLAY " "
               DISPLAY "That username is not on the dormant list."
           END-IF.

       DEACTIVATE-ALL-DORMANT.
           DISPLAY "> Deactivate all " DORMANT-SHOWN-COUNT
               " listed account(s)? (Y/N): " WITH NO ADVANCING
           ACCEPT DORMANT-CONFIRM

           IF DORMANT-CONFIRM = 'Y' OR DORMANT-CONFIRM = 'y'
               MOVE ZERO TO DORMANT-DONE-COUNT
               MOVE 'N' TO EOF-DORMANT
               OPEN INPUT DORMANT-ACCOUNT-FILE

               PERFORM UNTIL EOF-DORMANT = 'Y'
                   READ DORMANT-ACCOUNT-FILE
                       INTO DORMANT-ACCOUNT-RECORD
                       AT END
                           MOVE 'Y' TO EOF-DORMANT
                       NOT AT END
                           MOVE DORMANT-USER TO LOOKUP-USER-NAME
                           PERFORM DEACTIVATE-ONE-DORMANT
                           IF USER-FOUND = 'Y'
                               ADD 1 TO DORMANT-DONE-COUNT
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE DORMANT-ACCOUNT-FILE
               DISPLAY " "
               DISPLAY "Accounts deactivated: " DORMANT-DONE-COUNT
           ELSE
               DISPLAY " "
               DISPLAY "Nothing changed."
           END-IF.

      *****************************************************************
      *  Deactivates LOOKUP-USER-NAME if it is still active. USER-FOUND
      *  comes back 'Y' only when this call changed the account, so an
      *  account listed under two classes is deactivated and audited
      *  once.
      *****************************************************************
       DEACTIVATE-ONE-DORMANT.
           MOVE 'N' TO USER-FOUND
           OPEN I-O ACCOUNT-FILE
           MOVE LOOKUP-USER-NAME TO USER-NAME
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USER-ACTIVE-FLAG = 'Y'
                       MOVE 'Y' TO USER-FOUND
                       MOVE ACCOUNT-FILE-RECORD TO JOURNAL-BEFORE-IMAGE
                       MOVE 'N' TO USER-ACTIVE-FLAG
                       PERFORM BUILD-TODAY-DATE
                       MOVE TODAY-DATE
                           TO USER-DEACTIVATED-DATE
                       MOVE '1' TO JOURNAL-FILE-ID
                       MOVE 'R' TO JOURNAL-ACTION
                       MOVE ACCOUNT-FILE-RECORD TO JOURNAL-AFTER-IMAGE
                       PERFORM JOURNAL-CHANGE
                       REWRITE ACCOUNT-FILE-RECORD
                   END-IF
           END-READ
           CLOSE ACCOUNT-FILE

           IF USER-FOUND = 'Y'
               MOVE "DEACTIVATE" TO AUDIT-ACTION-TAKEN
               PERFORM WRITE-ADMIN-AUDIT
           END-IF.

      *****************************************************************
      *  Unlocks an account by resetting the user's LOCKOUT-FILE
      *  counter - that keyed row is what EDU-BINGO's login checks
                      INTO LOGIN-AUDIT-WHEN

               OPEN EXTEND LOGIN-AUDIT-FILE
               MOVE '5' TO JOURNAL-FILE-ID
               MOVE 'W' TO JOURNAL-ACTION
               MOVE LOGIN-AUDIT-RECORD TO JOURNAL-AFTER-IMAGE
               PERFORM JOURNAL-CHANGE
               WRITE LOGIN-AUDIT-RECORD
               CLOSE LOGIN-AUDIT-FILE

                   MOVE CAL-CODE-INPUT TO CAL-TERM-CODE
                   MOVE CAL-START-INPUT TO CAL-START-DATE
                   MOVE CAL-END-INPUT TO CAL-END-DATE
                   MOVE 'C' TO JOURNAL-FILE-ID
                   MOVE 'W' TO JOURNAL-ACTION
                   MOVE TERM-CALENDAR-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   WRITE TERM-CALENDAR-RECORD
                   CLOSE TERM-CALENDAR-FILE

               MOVE CAL-CODE-INPUT TO CAL-TERM-CODE
               MOVE CAL-START-INPUT TO CAL-START-DATE
               MOVE SPACES TO CAL-END-DATE
               MOVE 'C' TO JOURNAL-FILE-ID
               MOVE 'W' TO JOURNAL-ACTION
               MOVE TERM-CALENDAR-RECORD TO JOURNAL-AFTER-IMAGE
               PERFORM JOURNAL-CHANGE
               WRITE TERM-CALENDAR-RECORD
               CLOSE TERM-CALENDAR-FILE

                       AND CAL-START-DATE = CAL-START-INPUT
                       AND CAL-ROW-FOUND = 'N'
                           MOVE 'Y' TO CAL-ROW-FOUND
                           MOVE 'C' TO JOURNAL-FILE-ID
                           MOVE 'D' TO JOURNAL-ACTION
                           MOVE TERM-CALENDAR-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           PERFORM JOURNAL-CHANGE
                       ELSE
                           MOVE TERM-CALENDAR-RECORD
                               TO CAL-WORK-RECORD
                       IF ALERT-USER = ALERT-REVIEW-USER
                       AND ALERT-TYPE = ALERT-REVIEW-TYPE
                       AND ALERT-STATUS = 'O'
                           MOVE MOOD-ALERT-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           MOVE 'R' TO ALERT-STATUS
                           MOVE STAFF-NAME-INPUT TO ALERT-REVIEWED-BY
                           PERFORM BUILD-TODAY-DATE
                                  STAMP-TIME-SS DELIMITED BY SIZE
                                  INTO ALERT-REVIEWED-WHEN
                           MOVE 'Y' TO ALERT-MARKED-FLAG
                           MOVE 'W' TO JOURNAL-FILE-ID
                           MOVE 'R' TO JOURNAL-ACTION
                           MOVE MOOD-ALERT-RECORD TO JOURNAL-AFTER-IMAGE
                           PERFORM JOURNAL-CHANGE
                       END-IF
                       MOVE MOOD-ALERT-RECORD TO ALERT-WORK-RECORD
                       WRITE ALERT-WORK-RECORD
               DISPLAY "No open alert matches that user and type."
           END-IF.

      *****************************************************************
      *  The help-desk queue: every ticket not yet closed, oldest
      *  first as they were raised. Staff take a ticket (so two people
      *  do not answer the same student), answer it - the answer goes
      *  to the student's MESSAGE-FILE inbox - and close it. Each
      *  action rewrites the ticket through a work file, the same way
      *  a wellbeing alert is marked reviewed, and is audited against
      *  the student who raised the ticket.
      *****************************************************************
       TICKET-QUEUE-MENU.
           DISPLAY " "
           DISPLAY "Support tickets not yet closed:"
           DISPLAY "TICKET USERNAME             RAISED               "
               "CATEGORY ST TAKEN BY"
           DISPLAY "--------------------------------------------------"
               "--------------------------"

           MOVE ZERO TO OPEN-TICKET-COUNT
           MOVE 'N' TO EOF
           OPEN INPUT SUPPORT-TICKET-FILE

           PERFORM UNTIL EOF = 'Y'
               READ SUPPORT-TICKET-FILE INTO SUPPORT-TICKET-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TICKET-STATUS NOT = 'C'
                           DISPLAY TICKET-ID " " TICKET-USER " "
                               TICKET-OPENED " " TICKET-CATEGORY " "
                               TICKET-STATUS "  " TICKET-STAFF
                           DISPLAY "       " TICKET-TEXT
                           ADD 1 TO OPEN-TICKET-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUPPORT-TICKET-FILE

           IF OPEN-TICKET-COUNT = 0
               DISPLAY "  -- no tickets waiting --"
           ELSE
               DISPLAY " "
               DISPLAY "> Enter a ticket number to work, or 0 to go"
               DISPLAY "  back: " WITH NO ADVANCING
               ACCEPT TICKET-ID-INPUT
               IF TICKET-ID-INPUT NOT = ZERO
                   DISPLAY "> [T]ake it, [A]nswer it or [C]lose it? "
                       WITH NO ADVANCING
                   ACCEPT TICKET-ACTION-CHOICE
                   PERFORM WORK-ONE-TICKET
               END-IF
           END-IF.

       WORK-ONE-TICKET.
           EVALUATE TICKET-ACTION-CHOICE
               WHEN 'T'
               WHEN 't'
                   MOVE 'T' TO TICKET-ACTION-CHOICE
                   MOVE "TICKET-TAKE" TO AUDIT-ACTION-TAKEN
                   PERFORM APPLY-TICKET-ACTION
               WHEN 'A'
               WHEN 'a'
                   DISPLAY "> Enter the answer for the student: "
                       WITH NO ADVANCING
                   ACCEPT TICKET-ANSWER-INPUT
                   IF TICKET-ANSWER-INPUT = SPACES
                       DISPLAY " "
                       DISPLAY "An answer cannot be blank."
                   ELSE
                       MOVE 'A' TO TICKET-ACTION-CHOICE
                       MOVE "TICKET-REPLY" TO AUDIT-ACTION-TAKEN
                       PERFORM APPLY-TICKET-ACTION
                   END-IF
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO TICKET-ACTION-CHOICE
                   MOVE "TICKET-CLOSE" TO AUDIT-ACTION-TAKEN
                   PERFORM APPLY-TICKET-ACTION
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "Please choose T, A or C. Nothing changed."
           END-EVALUATE.

      *****************************************************************
      *  A ticket another staff member has already taken is theirs;
      *  taking, answering or closing it is refused and the queue is
      *  left as it is.
      *****************************************************************
       APPLY-TICKET-ACTION.
           MOVE SPACES TO TICKET-HOLDER
           PERFORM FIND-TICKET-HOLDER

           IF TICKET-HOLDER NOT = SPACES
           AND TICKET-HOLDER NOT = STAFF-NAME-INPUT
               DISPLAY " "
               DISPLAY "Ticket " TICKET-ID-INPUT " is already taken by "
                   TICKET-HOLDER
               DISPLAY "Nothing changed."
           ELSE
               PERFORM APPLY-TICKET-CHANGE
           END-IF.

       FIND-TICKET-HOLDER.
           MOVE 'N' TO EOF
           OPEN INPUT SUPPORT-TICKET-FILE

           PERFORM UNTIL EOF = 'Y'
               READ SUPPORT-TICKET-FILE INTO SUPPORT-TICKET-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TICKET-ID = TICKET-ID-INPUT
                       AND TICKET-STATUS NOT = 'C'
                           MOVE TICKET-STAFF TO TICKET-HOLDER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUPPORT-TICKET-FILE.

       APPLY-TICKET-CHANGE.
           MOVE 'N' TO TICKET-FOUND-FLAG
           MOVE 'N' TO EOF
           OPEN INPUT SUPPORT-TICKET-FILE
           OPEN OUTPUT TICKET-WORK-FILE

           PERFORM UNTIL EOF = 'Y'
               READ SUPPORT-TICKET-FILE INTO SUPPORT-TICKET-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TICKET-ID = TICKET-ID-INPUT
                       AND TICKET-STATUS NOT = 'C'
                           MOVE TICKET-ACTION-CHOICE TO TICKET-STATUS
                           MOVE STAFF-NAME-INPUT TO TICKET-STAFF
                           PERFORM BUILD-TODAY-DATE
                           ACCEPT RAW-TIME FROM TIME
                           MOVE RAW-TIME(1:2) TO STAMP-TIME-HH
                           MOVE RAW-TIME(3:2) TO STAMP-TIME-MM
                           MOVE RAW-TIME(5:2) TO STAMP-TIME-SS
                           STRING TODAY-DATE DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  STAMP-TIME-HH DELIMITED BY SIZE
                                  ":" DELIMITED BY SIZE
                                  STAMP-TIME-MM DELIMITED BY SIZE
                                  ":" DELIMITED BY SIZE
                                  STAMP-TIME-SS DELIMITED BY SIZE
                                  INTO TICKET-LAST-ACTION
                           MOVE TICKET-USER TO TICKET-TARGET-USER
                           MOVE 'Y' TO TICKET-FOUND-FLAG
                       END-IF
                       MOVE SUPPORT-TICKET-RECORD TO TICKET-WORK-RECORD
                       WRITE TICKET-WORK-RECORD
               END-READ
           END-PERFORM

           CLOSE SUPPORT-TICKET-FILE
           CLOSE TICKET-WORK-FILE

           MOVE 'N' TO EOF
           OPEN INPUT TICKET-WORK-FILE
           OPEN OUTPUT SUPPORT-TICKET-FILE
           PERFORM UNTIL EOF = 'Y'
               READ TICKET-WORK-FILE INTO TICKET-WORK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE TICKET-WORK-RECORD TO SUPPORT-TICKET-RECORD
                       WRITE SUPPORT-TICKET-RECORD
               END-READ
           END-PERFORM
           CLOSE TICKET-WORK-FILE
           CLOSE SUPPORT-TICKET-FILE

           IF TICKET-FOUND-FLAG = 'Y'
               IF TICKET-ACTION-CHOICE = 'A'
                   MOVE TICKET-TARGET-USER TO MESSAGE-TARGET-USER
                   MOVE TICKET-ANSWER-INPUT TO MESSAGE-TEXT-OUT
                   PERFORM WRITE-USER-MESSAGE
               END-IF
               MOVE TICKET-TARGET-USER TO LOOKUP-USER-NAME
               PERFORM WRITE-ADMIN-AUDIT
               DISPLAY " "
               DISPLAY "Ticket " TICKET-ID-INPUT " updated for "
                   TICKET-TARGET-USER
           ELSE
               DISPLAY " "
               DISPLAY "No open ticket has that number."
           END-IF.

      *****************************************************************
      *  Browses login attempts for security review: the active
      *  LOGIN-AUDIT-FILE (blank month), or one of the monthly
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LOCKOUT-FILE-RECORD TO JOURNAL-BEFORE-IMAGE
                   MOVE ZERO TO LOCK-FAIL-COUNT
                   MOVE LOGIN-AUDIT-WHEN TO LOCK-LAST-WHEN
                   MOVE '8' TO JOURNAL-FILE-ID
                   MOVE 'R' TO JOURNAL-ACTION
                   MOVE LOCKOUT-FILE-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   REWRITE LOCKOUT-FILE-RECORD
           END-READ
           CLOSE LOCKOUT-FILE.
           MOVE 'N' TO MSG-READ-FLAG

           OPEN EXTEND MESSAGE-FILE
           MOVE 'M' TO JOURNAL-FILE-ID
           MOVE 'W' TO JOURNAL-ACTION
           MOVE MESSAGE-FILE-RECORD TO JOURNAL-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE
           WRITE MESSAGE-FILE-RECORD
           CLOSE MESSAGE-FILE.

           MOVE PHIST-LOOKUP-USER TO PHIST-USER
           MOVE HASH-DIGEST TO PHIST-DIGEST
           MOVE TODAY-DATE TO PHIST-WHEN-SET
           MOVE '9' TO JOURNAL-FILE-ID
           MOVE 'W' TO JOURNAL-ACTION
           MOVE PWD-HISTORY-RECORD TO JOURNAL-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE
           WRITE PWD-HISTORY-RECORD
           CLOSE PWD-HISTORY-FILE.

      *    The algorithm itself lives in HASH-PASSWORD (HashPass.cbl)
      *    so it can't drift between the two programs.
           CALL "HASH-PASSWORD" USING HASH-SOURCE HASH-DIGEST.

      *****************************************************************
      *  Hands the journal row built by the caller to JOURNAL-WRITE,
      *  ahead of the change itself, so EDU-RESTORE can roll a
      *  restored file forward. The row carries the staff username.
      *****************************************************************
       JOURNAL-CHANGE.
           CALL "JOURNAL-WRITE" USING JOURNAL-FILE-ID JOURNAL-ACTION
               STAFF-NAME-INPUT JOURNAL-PROGRAM JOURNAL-BEFORE-IMAGE
               JOURNAL-AFTER-IMAGE
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           MOVE SPACES TO JOURNAL-AFTER-IMAGE.
