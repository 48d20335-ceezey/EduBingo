           COPY "NoteSel.cpy".
           COPY "LockSel.cpy".
           COPY "PhistSel.cpy".
           COPY "TcktSel.cpy".
           COPY "GradeSel.cpy".
           COPY "NprefSel.cpy".
           COPY "SubtSel.cpy".
           SELECT MSG-WORK-FILE ASSIGN TO "MSG-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTE-WORK-FILE ASSIGN TO "NOTE-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PREF-WORK-FILE ASSIGN TO "PREF-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUBTASK-WORK-FILE ASSIGN TO "SUBTASK-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
       COPY "NoteRec.cpy".
       COPY "LockRec.cpy".
       COPY "PhistRec.cpy".
       COPY "TcktRec.cpy".
       COPY "GradeRec.cpy".
       COPY "NprefRec.cpy".
       COPY "SubtRec.cpy".
       FD MSG-WORK-FILE.
       01 MSG-WORK-RECORD           PIC X(121).
       FD NOTE-WORK-FILE.
       01 NOTE-WORK-RECORD          PIC X(106).
       FD PREF-WORK-FILE.
       01 PREF-WORK-RECORD          PIC X(41).
       FD SUBTASK-WORK-FILE.
       01 SUBTASK-WORK-RECORD       PIC X(69).

      *******************VARIABLES USED ON OUR PROGRAM******************
       WORKING-STORAGE SECTION.
               10 SORT-TASK-DATE         PIC X(20).
               10 SORT-TASK-DESCRIPTION  PIC X(30).
               10 SORT-TASK-ASSIGNED-BY  PIC X(20).
               10 SORT-TASK-ID           PIC 9(06).
       01 TASK-SORT-HOLD            PIC X(95).
       01 USER-TMPL-DESCRIPTION     PIC X(30).
       01 USER-TMPL-FREQUENCY       PIC X(1).
       01 USER-TMPL-START-DATE      PIC X(10).
       01 PWD-SET-LILIAN             PIC 9(9).
       01 PWD-AGE-DAYS               PIC S9(6).
       01 PWD-DATE-VALID             PIC X(1).
      *****************************************************************
      *  The password-history date the registrar feed records for a
      *  temporary password it issues; such a password must be
      *  replaced at the first login.
      *****************************************************************
       01 FIRST-LOGIN-MARK           PIC X(10) VALUE "00/00/0000".
       01 PWD-FIRST-LOGIN            PIC X(1) VALUE 'N'.
       01 TASK-JUST-COMPLETED        PIC X(1) VALUE 'N'.
       01 STREAK-RECORD-FOUND        PIC X(1) VALUE 'N'.
       01 STREAK-LAST-LILIAN         PIC 9(9).
       01 NOTE-SHOWN-COUNT           PIC 9(3) VALUE 0.
       01 SELECTED-TASK-ID           PIC 9(06) VALUE 0.
       01 DELETED-TASK-ID            PIC 9(06) VALUE 0.
       01 USER-ADD-STEP              PIC X(1) VALUE 'N'.
       01 USER-TICK-STEP             PIC X(1) VALUE 'N'.
       01 STEP-DESCRIPTION-INPUT     PIC X(30).
       01 STEP-DUE-INPUT             PIC X(10).
       01 STEP-NUMBER-INPUT          PIC 9(02) VALUE 0.
       01 STEP-COUNT-TASK-ID         PIC 9(06) VALUE 0.
       01 STEP-TOTAL-COUNT           PIC 9(02) VALUE 0.
       01 STEP-DONE-COUNT            PIC 9(02) VALUE 0.
       01 STEP-OPEN-COUNT            PIC 9(02) VALUE 0.
       01 STEP-NEXT-SEQ              PIC 9(02) VALUE 1.
       01 STEP-TICKED                PIC X(1) VALUE 'N'.
       01 STEP-ADDED                 PIC X(1) VALUE 'N'.
       01 STEP-DONE-DISPLAY          PIC Z9.
       01 STEP-TOTAL-DISPLAY         PIC Z9.
       01 STEP-MARK                  PIC X(3).
       01 EOF-STEPS                  PIC X(1) VALUE 'N'.
       01 TASK-STATUS-BEFORE         PIC 9 VALUE 1.
       01 SESSION-EVENT-WANTED       PIC X(1).
       01 TERM-FOUND-FLAG            PIC X(1) VALUE 'N'.
       01 TERM-CODE-NOW              PIC X(10).
           05 TREND-MISSING-DAY      PIC X(2).
           05 FILLER                 PIC X(1) VALUE "/".
           05 TREND-MISSING-YEAR     PIC X(4).
       01 TICKET-CATEGORY-CHOICE     PIC X(1).
       01 TICKET-CATEGORY-INPUT      PIC X(8).
       01 TICKET-TEXT-INPUT          PIC X(60).
       01 MAX-TICKET-ID              PIC 9(06) VALUE 0.
       01 NEXT-TICKET-ID             PIC 9(06) VALUE 0.
       01 TICKET-SHOWN-COUNT         PIC 9(3) VALUE 0.
       01 TICKET-STATUS-LABEL        PIC X(8).
       01 GRADE-SHOWN-COUNT          PIC 9(3) VALUE 0.
       01 NOTIFY-OPT-IN-NOW          PIC X(1) VALUE 'Y'.
       01 NOTIFY-CHOICE              PIC X(1).
       01 PREF-ROW-REPLACED          PIC X(1) VALUE 'N'.
      *****************************************************************
      *  One before/after-image journal row, filled in just before a
      *  change to a backed-up file and handed to JOURNAL-WRITE by
      *  JOURNAL-CHANGE. TASK-BEFORE-IMAGE holds the task as it was
      *  read while UPDATE-TASK's prompts change it.
      *****************************************************************
       01 JOURNAL-FILE-ID            PIC X(1).
       01 JOURNAL-ACTION             PIC X(1).
       01 JOURNAL-USER               PIC X(20).
       01 JOURNAL-PROGRAM            PIC X(10) VALUE "EDU-BINGO".
       01 JOURNAL-BEFORE-IMAGE       PIC X(125) VALUE SPACES.
       01 JOURNAL-AFTER-IMAGE        PIC X(125) VALUE SPACES.
       01 TASK-BEFORE-IMAGE          PIC X(108).

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
           DISPLAY "                               '------'"
           DISPLAY "==================================================="
           DISPLAY "|[1] TASKS |[2] STATUS |[3] SUPPORT |[4] SETTINGS |"
           DISPLAY "|[5] FILTER BY SUBJECT  |[6] MY GRADES            |"
           DISPLAY"=================================================== "
           IF DASHBOARD-SUBJECT-FILTER NOT = SPACES
               DISPLAY "       Subject filter: "
                        DISPLAY "       Subject is: " TASKS-SUBJECT
                            " Priority: " TASKS-PRIORITY
                        MOVE TASKS-ID TO SELECTED-TASK-ID
                        MOVE TASKS-FILE-RECORD TO TASK-BEFORE-IMAGE
                        PERFORM SHOW-TASK-NOTES
                        PERFORM SHOW-TASK-SUBTASKS
                        DISPLAY " "

                        DISPLAY 
                            DISPLAY "Task description updated."
                        END-IF
                        
                        DISPLAY
                        "> Do you want to add a checklist step (Y/N)? "
                        WITH NO ADVANCING
                        ACCEPT USER-ADD-STEP

                        IF USER-ADD-STEP = 'Y'
                            PERFORM ADD-TASK-SUBTASK
                            IF STEP-ADDED = 'Y'
                                MOVE 'Y' TO USER-CHANGES-MADE
                            END-IF
                        END-IF

                        IF STEP-TOTAL-COUNT > 0
                            DISPLAY
                            "> Do you want to tick off a step (Y/N)? "
                            WITH NO ADVANCING
                            ACCEPT USER-TICK-STEP
                            IF USER-TICK-STEP = 'Y'
                                PERFORM TICK-TASK-SUBTASK
                                IF STEP-TICKED = 'Y'
                                    MOVE 'Y' TO USER-CHANGES-MADE
                                END-IF
                            END-IF
                        END-IF

                        DISPLAY
                       "> Do you want to update the task status (Y/N)? "
                        WITH NO ADVANCING
                        ACCEPT USER-UPDATE-STATUS
                        MOVE TASKS-STATUS TO TASK-STATUS-BEFORE

                        IF USER-UPDATE-STATUS = 'Y'
                            DISPLAY 
                                DISPLAY 
                                "Status updated to ONGOING."
                            WHEN '3'
                                MOVE SELECTED-TASK-ID
                                    TO STEP-COUNT-TASK-ID
                                PERFORM COUNT-TASK-SUBTASKS
                                IF STEP-OPEN-COUNT > 0
                                    MOVE TASK-STATUS-BEFORE
                                        TO TASKS-STATUS
                                    MOVE STEP-OPEN-COUNT
                                        TO STEP-TOTAL-DISPLAY
                                    DISPLAY
                                    "Not DONE yet -" STEP-TOTAL-DISPLAY
                                    " checklist step(s) still open."
                                ELSE
                                    MOVE 3 TO TASKS-STATUS
                                    MOVE 'Y' TO TASK-JUST-COMPLETED
                                    DISPLAY
                                    "Status updated to DONE."
                                END-IF
                            WHEN OTHER
                                DISPLAY 
                                "Invalid status selection, try again."
                            DISPLAY "Note added."
                        END-IF

                        IF TASKS-FILE-RECORD NOT = TASK-BEFORE-IMAGE
                            MOVE '2' TO JOURNAL-FILE-ID
                            MOVE 'R' TO JOURNAL-ACTION
                            MOVE TASK-BEFORE-IMAGE
                                TO JOURNAL-BEFORE-IMAGE
                            MOVE TASKS-FILE-RECORD
                                TO JOURNAL-AFTER-IMAGE
                            PERFORM JOURNAL-CHANGE
                        END-IF
                        REWRITE TASKS-FILE-RECORD
                        MOVE 'Y' TO EOF 
                    ELSE

                        IF USER-DELETE-CONFIRM = 'Y'
                            MOVE TASKS-ID TO DELETED-TASK-ID
                            MOVE '2' TO JOURNAL-FILE-ID
                            MOVE 'D' TO JOURNAL-ACTION
                            MOVE TASKS-FILE-RECORD
                                TO JOURNAL-BEFORE-IMAGE
                            PERFORM JOURNAL-CHANGE
                            DELETE TASKS-FILE RECORD
                            MOVE 'Y' TO USER-CHANGES-MADE
                        ELSE
           DISPLAY " "
           IF USER-CHANGES-MADE = 'Y'
               PERFORM DELETE-TASK-NOTES
               PERFORM DELETE-TASK-SUBTASKS
               DISPLAY "(\_/)  All done! Your task has been deleted."
               DISPLAY "(o.o)  One less thing to worry about!"
               DISPLAY "(> <)  "
           MOVE NOTE-TEXT-INPUT TO NOTE-TEXT

           OPEN EXTEND TASK-NOTES-FILE
           MOVE 'N' TO JOURNAL-FILE-ID
           MOVE 'W' TO JOURNAL-ACTION
           MOVE TASK-NOTES-RECORD TO JOURNAL-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE
           WRITE TASK-NOTES-RECORD
           CLOSE TASK-NOTES-FILE.

                       IF NOTE-TASK-ID NOT = DELETED-TASK-ID
                           MOVE TASK-NOTES-RECORD TO NOTE-WORK-RECORD
                           WRITE NOTE-WORK-RECORD
                       ELSE
                           MOVE 'N' TO JOURNAL-FILE-ID
                           MOVE 'D' TO JOURNAL-ACTION
                           MOVE TASK-NOTES-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           PERFORM JOURNAL-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTE-WORK-FILE
           CLOSE TASK-NOTES-FILE.

      *****************************************************************
      *  Lists the checklist steps under the task in SELECTED-TASK-ID
      *  and leaves the step counts, plus the number the next new
      *  step will take, for the caller. Uses its own end-of-file
      *  flag, like SHOW-TASK-NOTES.
      *****************************************************************
       SHOW-TASK-SUBTASKS.
           MOVE ZERO TO STEP-TOTAL-COUNT
           MOVE ZERO TO STEP-DONE-COUNT
           MOVE 1 TO STEP-NEXT-SEQ
           MOVE 'N' TO EOF-STEPS
           OPEN INPUT SUBTASK-FILE

           PERFORM UNTIL EOF-STEPS = 'Y'
               READ SUBTASK-FILE INTO SUBTASK-RECORD
                   AT END
                       MOVE 'Y' TO EOF-STEPS
                   NOT AT END
                       IF SUBTASK-TASK-ID = SELECTED-TASK-ID
                           IF STEP-TOTAL-COUNT = 0
                               DISPLAY "       Checklist steps:"
                           END-IF
                           ADD 1 TO STEP-TOTAL-COUNT
                           IF SUBTASK-DONE = 'Y'
                               ADD 1 TO STEP-DONE-COUNT
                               MOVE "[x]" TO STEP-MARK
                           ELSE
                               MOVE "[ ]" TO STEP-MARK
                           END-IF
                           IF SUBTASK-SEQ >= STEP-NEXT-SEQ
                               COMPUTE STEP-NEXT-SEQ = SUBTASK-SEQ + 1
                           END-IF
                           DISPLAY "        " STEP-MARK " " SUBTASK-SEQ
                               " " SUBTASK-DESCRIPTION " Due "
                               SUBTASK-DUE-DATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUBTASK-FILE.

      *****************************************************************
      *  Counts the steps under STEP-COUNT-TASK-ID - total, ticked
      *  off and still open - for the dashboard and the DONE gate.
      *****************************************************************
       COUNT-TASK-SUBTASKS.
           MOVE ZERO TO STEP-TOTAL-COUNT
           MOVE ZERO TO STEP-DONE-COUNT
           MOVE ZERO TO STEP-OPEN-COUNT
           MOVE 'N' TO EOF-STEPS
           OPEN INPUT SUBTASK-FILE

           PERFORM UNTIL EOF-STEPS = 'Y'
               READ SUBTASK-FILE INTO SUBTASK-RECORD
                   AT END
                       MOVE 'Y' TO EOF-STEPS
                   NOT AT END
                       IF SUBTASK-TASK-ID = STEP-COUNT-TASK-ID
                           ADD 1 TO STEP-TOTAL-COUNT
                           IF SUBTASK-DONE = 'Y'
                               ADD 1 TO STEP-DONE-COUNT
                           ELSE
                               ADD 1 TO STEP-OPEN-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUBTASK-FILE.

      *****************************************************************
      *  Appends one open step under SELECTED-TASK-ID. A blank due
      *  date gives the step the parent task's own due date. A new
      *  open step on a DONE task would break the gate, so the task
      *  must be moved back off DONE first.
      *****************************************************************
       ADD-TASK-SUBTASK.
           MOVE 'N' TO STEP-ADDED
           IF TASKS-STATUS = 3
               DISPLAY "This task is DONE - set it back to TO-DO or"
               DISPLAY "ONGOING before adding a step."
           ELSE
               IF STEP-NEXT-SEQ > 98
                   DISPLAY "This task already has the most steps"
                   DISPLAY "a checklist can hold."
               ELSE
                   DISPLAY "> Enter the step description: "
                   WITH NO ADVANCING
                   MOVE SPACES TO STEP-DESCRIPTION-INPUT
                   ACCEPT STEP-DESCRIPTION-INPUT
                   IF STEP-DESCRIPTION-INPUT = SPACES
                       DISPLAY "No step added."
                   ELSE
                       PERFORM GET-VALID-STEP-DUE-DATE
                       MOVE SELECTED-TASK-ID TO SUBTASK-TASK-ID
                       MOVE CURRENT-SESSION TO SUBTASK-USER
                       MOVE STEP-NEXT-SEQ TO SUBTASK-SEQ
                       MOVE STEP-DESCRIPTION-INPUT
                           TO SUBTASK-DESCRIPTION
                       MOVE STEP-DUE-INPUT TO SUBTASK-DUE-DATE
                       MOVE 'N' TO SUBTASK-DONE
                       OPEN EXTEND SUBTASK-FILE
                       MOVE 'S' TO JOURNAL-FILE-ID
                       MOVE 'W' TO JOURNAL-ACTION
                       MOVE SUBTASK-RECORD TO JOURNAL-AFTER-IMAGE
                       PERFORM JOURNAL-CHANGE
                       WRITE SUBTASK-RECORD
                       CLOSE SUBTASK-FILE
                       ADD 1 TO STEP-NEXT-SEQ
                       ADD 1 TO STEP-TOTAL-COUNT
                       MOVE 'Y' TO STEP-ADDED
                       DISPLAY "Step " SUBTASK-SEQ " added."
                   END-IF
               END-IF
           END-IF.

       GET-VALID-STEP-DUE-DATE.
            DISPLAY
            "> Enter the step's due date (MM/DD/YYYY, blank for the"
            DISPLAY "  task's own): " WITH NO ADVANCING
            MOVE SPACES TO STEP-DUE-INPUT
            ACCEPT STEP-DUE-INPUT

            IF STEP-DUE-INPUT = SPACES
                MOVE TASKS-DATE(1:10) TO STEP-DUE-INPUT
            ELSE
                CALL "DATE-CHECK" USING STEP-DUE-INPUT
                    DATE-VALID-FLAG
                IF DATE-VALID-FLAG = 'N'
                    DISPLAY " "
                    DISPLAY
                    "(\_/)  Oops, that's not a real date."
                    DISPLAY
                    "(o.o)  Follow the format (MM/DD/YYYY). :)"
                    DISPLAY "(> <) "
                    DISPLAY " "
                    PERFORM GET-VALID-STEP-DUE-DATE
                END-IF
            END-IF.

      *****************************************************************
      *  Ticks one step of SELECTED-TASK-ID off by copying the steps
      *  file through a work file with that row's done flag set.
      *****************************************************************
       TICK-TASK-SUBTASK.
           MOVE 'N' TO STEP-TICKED
           DISPLAY "> Enter the step number to tick off: "
           WITH NO ADVANCING
           ACCEPT STEP-NUMBER-INPUT

           MOVE 'N' TO EOF-STEPS
           OPEN INPUT SUBTASK-FILE
           OPEN OUTPUT SUBTASK-WORK-FILE

           PERFORM UNTIL EOF-STEPS = 'Y'
               READ SUBTASK-FILE INTO SUBTASK-RECORD
                   AT END
                       MOVE 'Y' TO EOF-STEPS
                   NOT AT END
                       IF SUBTASK-TASK-ID = SELECTED-TASK-ID
                       AND SUBTASK-SEQ = STEP-NUMBER-INPUT
                       AND SUBTASK-DONE NOT = 'Y'
                           MOVE SUBTASK-RECORD TO JOURNAL-BEFORE-IMAGE
                           MOVE 'Y' TO SUBTASK-DONE
                           MOVE 'Y' TO STEP-TICKED
                           MOVE 'S' TO JOURNAL-FILE-ID
                           MOVE 'R' TO JOURNAL-ACTION
                           MOVE SUBTASK-RECORD TO JOURNAL-AFTER-IMAGE
                           PERFORM JOURNAL-CHANGE
                       END-IF
                       MOVE SUBTASK-RECORD TO SUBTASK-WORK-RECORD
                       WRITE SUBTASK-WORK-RECORD
               END-READ
           END-PERFORM

           CLOSE SUBTASK-FILE
           CLOSE SUBTASK-WORK-FILE

           IF STEP-TICKED = 'Y'
               PERFORM COPY-BACK-SUBTASK-WORK
               DISPLAY "Step " STEP-NUMBER-INPUT " ticked off."
           ELSE
               DISPLAY "No open step with that number."
           END-IF.

      *****************************************************************
      *  A deleted task takes its checklist with it, the same way it
      *  takes its notes.
      *****************************************************************
       DELETE-TASK-SUBTASKS.
           MOVE 'N' TO EOF-STEPS
           OPEN INPUT SUBTASK-FILE
           OPEN OUTPUT SUBTASK-WORK-FILE

           PERFORM UNTIL EOF-STEPS = 'Y'
               READ SUBTASK-FILE INTO SUBTASK-RECORD
                   AT END
                       MOVE 'Y' TO EOF-STEPS
                   NOT AT END
                       IF SUBTASK-TASK-ID NOT = DELETED-TASK-ID
                           MOVE SUBTASK-RECORD TO SUBTASK-WORK-RECORD
                           WRITE SUBTASK-WORK-RECORD
                       ELSE
                           MOVE 'S' TO JOURNAL-FILE-ID
                           MOVE 'D' TO JOURNAL-ACTION
                           MOVE SUBTASK-RECORD TO JOURNAL-BEFORE-IMAGE
                           PERFORM JOURNAL-CHANGE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUBTASK-FILE
           CLOSE SUBTASK-WORK-FILE
           PERFORM COPY-BACK-SUBTASK-WORK.

       COPY-BACK-SUBTASK-WORK.
           MOVE 'N' TO EOF-STEPS
           OPEN INPUT SUBTASK-WORK-FILE
           OPEN OUTPUT SUBTASK-FILE
           PERFORM UNTIL EOF-STEPS = 'Y'
               READ SUBTASK-WORK-FILE INTO SUBTASK-WORK-RECORD
                   AT END
                       MOVE 'Y' TO EOF-STEPS
                   NOT AT END
                       MOVE SUBTASK-WORK-RECORD TO SUBTASK-RECORD
                       WRITE SUBTASK-RECORD
               END-READ
           END-PERFORM
           CLOSE SUBTASK-WORK-FILE
           CLOSE SUBTASK-FILE.

       DISPLAY-TODO-TASKS.
           DISPLAY " "
           DISPLAY "___ _     _  _ "
           MOVE TASKS-DESCRIPTION
               TO SORT-TASK-DESCRIPTION(TASK-SORT-COUNT)
           MOVE TASKS-ASSIGNED-BY
               TO SORT-TASK-ASSIGNED-BY(TASK-SORT-COUNT)
           MOVE TASKS-ID TO SORT-TASK-ID(TASK-SORT-COUNT).

       SORT-TASK-SORT-TABLE.
           MOVE 'Y' TO TASK-SORT-SWAPPED
                   DISPLAY "  Assigned by staff: "
                       SORT-TASK-ASSIGNED-BY(TASK-SORT-INDEX)
               END-IF
               MOVE SORT-TASK-ID(TASK-SORT-INDEX) TO STEP-COUNT-TASK-ID
               PERFORM COUNT-TASK-SUBTASKS
               IF STEP-TOTAL-COUNT > 0
                   MOVE STEP-DONE-COUNT TO STEP-DONE-DISPLAY
                   MOVE STEP-TOTAL-COUNT TO STEP-TOTAL-DISPLAY
                   DISPLAY "  Checklist:" STEP-DONE-DISPLAY " of"
                       STEP-TOTAL-DISPLAY " steps done"
               END-IF
               DISPLAY " "
           END-PERFORM.

                   PERFORM SETTINGS
               WHEN '5'
                   PERFORM SET-SUBJECT-FILTER
               WHEN '6'
                   PERFORM SHOW-MY-GRADES
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY
                   "(\_/)  Oops! Please select only between 1 and 6."
                   DISPLAY 
                   "(o.o)  Let's try again. :)"
                   DISPLAY "(> <) "
           ACCEPT DASHBOARD-SUBJECT-FILTER
           PERFORM DASHBOARD.

      *****************************************************************
      *  Lists the grades staff have entered against the student's
      *  class tasks, honouring the dashboard's subject filter, with
      *  any feedback under the grade.
      *****************************************************************
       SHOW-MY-GRADES.
           MOVE ZERO TO GRADE-SHOWN-COUNT
           MOVE 'N' TO EOF
           DISPLAY " "
           DISPLAY "(\_/)  Here are your grades, " CURRENT-SESSION
           DISPLAY "(o.o)  Keep up the good work."
           DISPLAY "(> <)  "
           DISPLAY " "
           OPEN INPUT GRADEBOOK-FILE

           PERFORM UNTIL EOF = 'Y'
               READ GRADEBOOK-FILE INTO GRADEBOOK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF GRADE-USER = CURRENT-SESSION
                       AND (DASHBOARD-SUBJECT-FILTER = SPACES
                         OR GRADE-SUBJECT = DASHBOARD-SUBJECT-FILTER)
                           DISPLAY "  [" GRADE-SUBJECT "] "
                               GRADE-DESCRIPTION " " GRADE-SCORE
                               "/100  " GRADE-LETTER
                           IF GRADE-FEEDBACK NOT = SPACES
                               DISPLAY "        " GRADE-FEEDBACK
                           END-IF
                           ADD 1 TO GRADE-SHOWN-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GRADEBOOK-FILE

           IF GRADE-SHOWN-COUNT = 0
               DISPLAY "              -- No grades yet --"
           END-IF
           DISPLAY " "
           PERFORM DASHBOARD.

       LOGIN.
           PERFORM CHECK-MAINTENANCE-WINDOW.

                   MOVE USER-NAME-INPUT TO LOCK-USER
                   MOVE LOCKOUT-COUNT-WANTED TO LOCK-FAIL-COUNT
                   MOVE LOGIN-ATTEMPT-TIMESTAMP TO LOCK-LAST-WHEN
                   MOVE '8' TO JOURNAL-FILE-ID
                   MOVE 'W' TO JOURNAL-ACTION
                   MOVE LOCKOUT-FILE-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   WRITE LOCKOUT-FILE-RECORD
               NOT INVALID KEY
                   MOVE LOCKOUT-FILE-RECORD TO JOURNAL-BEFORE-IMAGE
                   MOVE LOCKOUT-COUNT-WANTED TO LOCK-FAIL-COUNT
                   MOVE LOGIN-ATTEMPT-TIMESTAMP TO LOCK-LAST-WHEN
                   MOVE '8' TO JOURNAL-FILE-ID
                   MOVE 'R' TO JOURNAL-ACTION
                   MOVE LOCKOUT-FILE-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   REWRITE LOCKOUT-FILE-RECORD
           END-READ
           CLOSE LOCKOUT-FILE.
           MOVE LOGIN-ATTEMPT-TIMESTAMP TO LOGIN-AUDIT-WHEN

           OPEN EXTEND LOGIN-AUDIT-FILE
           MOVE '5' TO JOURNAL-FILE-ID
           MOVE 'W' TO JOURNAL-ACTION
           MOVE LOGIN-AUDIT-RECORD TO JOURNAL-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE
           WRITE LOGIN-AUDIT-RECORD
           CLOSE LOGIN-AUDIT-FILE.

               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-FILE-RECORD TO JOURNAL-BEFORE-IMAGE
                   MOVE HASH-DIGEST TO USER-PASSWORD
                   MOVE '1' TO JOURNAL-FILE-ID
                   MOVE 'R' TO JOURNAL-ACTION
                   MOVE ACCOUNT-FILE-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   REWRITE ACCOUNT-FILE-RECORD
           END-READ
           CLOSE ACCOUNT-FILE
               MOVE 'Y' TO USER-ACTIVE-FLAG
               MOVE 'U' TO USER-ROLE
               MOVE SPACES TO USER-DEACTIVATED-DATE
               MOVE '1' TO JOURNAL-FILE-ID
               MOVE 'W' TO JOURNAL-ACTION
               MOVE ACCOUNT-FILE-RECORD TO JOURNAL-AFTER-IMAGE
               PERFORM JOURNAL-CHANGE
               WRITE ACCOUNT-FILE-RECORD

               MOVE USER-NAME-INPUT TO PHIST-LOOKUP-USER
                               MSG-FROM-STAFF
                           DISPLAY "  " MSG-TEXT
                           DISPLAY " "
                           MOVE MESSAGE-FILE-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           MOVE 'Y' TO MSG-READ-FLAG
                           MOVE 'M' TO JOURNAL-FILE-ID
                           MOVE 'R' TO JOURNAL-ACTION
                           MOVE MESSAGE-FILE-RECORD
                               TO JOURNAL-AFTER-IMAGE
                           PERFORM JOURNAL-CHANGE
                       END-IF
                       MOVE MESSAGE-FILE-RECORD TO MSG-WORK-RECORD
                       WRITE MSG-WORK-RECORD
           MOVE PHIST-LOOKUP-USER TO PHIST-USER
           MOVE HASH-DIGEST TO PHIST-DIGEST
           MOVE TODAY-DATE TO PHIST-WHEN-SET
           MOVE '9' TO JOURNAL-FILE-ID
           MOVE 'W' TO JOURNAL-ACTION
           MOVE PWD-HISTORY-RECORD TO JOURNAL-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE
           WRITE PWD-HISTORY-RECORD
           CLOSE PWD-HISTORY-FILE.


           CLOSE PWD-HISTORY-FILE

           MOVE 'N' TO PWD-FIRST-LOGIN
           IF PWD-LAST-SET-DATE = FIRST-LOGIN-MARK
               MOVE 'Y' TO PWD-FIRST-LOGIN
               PERFORM FORCE-EXPIRED-PASSWORD-CHANGE
           END-IF

           IF PWD-LAST-SET-DATE = SPACES
               MOVE USER-ACCOUNT-CREATED(1:10) TO PWD-LAST-SET-DATE
           END-IF

       FORCE-EXPIRED-PASSWORD-CHANGE.
           DISPLAY " "
           IF PWD-FIRST-LOGIN = 'Y'
               DISPLAY "(\_/)  Your account was set up with a temporary"
               DISPLAY "(o.o)  password. Please choose your own before"
               DISPLAY "(> <)  you carry on."
           ELSE
               DISPLAY "(\_/)  Your password is over "
                   PASSWORD-MAX-AGE-DAYS " days old."
               DISPLAY "(o.o)  Campus policy says it's time for a new"
               DISPLAY "(> <)  one before you carry on."
           END-IF
           DISPLAY " "
           PERFORM GET-VALID-EXPIRED-PASSWORD

               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-FILE-RECORD TO JOURNAL-BEFORE-IMAGE
                   MOVE HASH-DIGEST TO USER-PASSWORD
                   MOVE '1' TO JOURNAL-FILE-ID
                   MOVE 'R' TO JOURNAL-ACTION
                   MOVE ACCOUNT-FILE-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   REWRITE ACCOUNT-FILE-RECORD
           END-READ

               MOVE TODAY-DATE TO MOOD-DATE
               MOVE MOOD-STATUS-INPUT TO MOOD-STATUS
               MOVE CURRENT-SESSION TO MOOD-USER
               MOVE '3' TO JOURNAL-FILE-ID
               MOVE 'W' TO JOURNAL-ACTION
               MOVE MOOD-FILE-RECORD TO JOURNAL-AFTER-IMAGE
               PERFORM JOURNAL-CHANGE
               WRITE MOOD-FILE-RECORD
               CLOSE MOOD-FILE
               PERFORM UPDATE-MOOD-STREAK
           DISPLAY "                                        '--------'"
           DISPLAY "==================================================="
           DISPLAY "|[1] YOUR ACCOUNT       | [2] LOGOUT              |"
           DISPLAY "|[3] NOTIFICATIONS      |                         |"
           DISPLAY"==================================================="
           DISPLAY " "
           DISPLAY "(\_/)"
                   MOVE SPACES TO CURRENT-SESSION
                   PERFORM MAIN
                   PERFORM ACCOUNT-MENU
               WHEN '3'
                   PERFORM SET-NOTIFY-PREFERENCE
                   PERFORM GET-VALID-ACTION-SETTINGS
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY 
                   "(\_/)  Oops! Please select only between 1 and 3."
                   DISPLAY 
                   "(o.o)  Let's try again. :)"
                   DISPLAY "(> <) "
                   PERFORM GET-VALID-ACTION-SETTINGS
           END-EVALUATE.

      *****************************************************************
      *  Opt in or out of the campus email/SMS notices the nightly
      *  EDU-NOTIFY step sends. A student with no NOTIFY-PREF-FILE
      *  row is opted in. The file is copied through a work file with
      *  the student's row replaced, or the row appended when there
      *  was none.
      *****************************************************************
       SET-NOTIFY-PREFERENCE.
           MOVE 'Y' TO NOTIFY-OPT-IN-NOW
           MOVE 'N' TO EOF
           OPEN INPUT NOTIFY-PREF-FILE
           PERFORM UNTIL EOF = 'Y'
               READ NOTIFY-PREF-FILE INTO NOTIFY-PREF-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF PREF-USER = CURRENT-SESSION
                           MOVE PREF-OPT-IN TO NOTIFY-OPT-IN-NOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIFY-PREF-FILE

           DISPLAY " "
           IF NOTIFY-OPT-IN-NOW = 'N'
               DISPLAY "(\_/)  Email/SMS reminders are OFF for you."
           ELSE
               DISPLAY "(\_/)  Email/SMS reminders are ON for you."
           END-IF
           DISPLAY "(o.o)  We only send overdue, due-tomorrow,"
           DISPLAY "(> <)  unread-message and new-class-task notices."
           DISPLAY " "
           DISPLAY "> Receive email/SMS reminders? (Y/N): "
               WITH NO ADVANCING
           ACCEPT NOTIFY-CHOICE

           EVALUATE NOTIFY-CHOICE
               WHEN 'Y'
               WHEN 'y'
                   MOVE 'Y' TO NOTIFY-CHOICE
                   PERFORM SAVE-NOTIFY-PREFERENCE
               WHEN 'N'
               WHEN 'n'
                   MOVE 'N' TO NOTIFY-CHOICE
                   PERFORM SAVE-NOTIFY-PREFERENCE
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY "(\_/)  Nothing changed."
                   DISPLAY "(o.o)  Answer Y or N next time. :)"
                   DISPLAY "(> <)  "
           END-EVALUATE.

       SAVE-NOTIFY-PREFERENCE.
           ACCEPT RAW-TIME FROM TIME
           MOVE RAW-TIME(1:2) TO LOGIN-TIME-HH
           MOVE RAW-TIME(3:2) TO LOGIN-TIME-MM
           MOVE RAW-TIME(5:2) TO LOGIN-TIME-SS

           MOVE 'N' TO PREF-ROW-REPLACED
           MOVE 'N' TO EOF
           OPEN INPUT NOTIFY-PREF-FILE
           OPEN OUTPUT PREF-WORK-FILE

           PERFORM UNTIL EOF = 'Y'
               READ NOTIFY-PREF-FILE INTO NOTIFY-PREF-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF PREF-USER = CURRENT-SESSION
                           PERFORM FILL-NOTIFY-PREF-ROW
                           MOVE 'Y' TO PREF-ROW-REPLACED
                       END-IF
                       MOVE NOTIFY-PREF-RECORD TO PREF-WORK-RECORD
                       WRITE PREF-WORK-RECORD
               END-READ
           END-PERFORM

           IF PREF-ROW-REPLACED = 'N'
               PERFORM FILL-NOTIFY-PREF-ROW
               MOVE NOTIFY-PREF-RECORD TO PREF-WORK-RECORD
               WRITE PREF-WORK-RECORD
           END-IF

           CLOSE NOTIFY-PREF-FILE
           CLOSE PREF-WORK-FILE

           MOVE 'N' TO EOF
           OPEN INPUT PREF-WORK-FILE
           OPEN OUTPUT NOTIFY-PREF-FILE
           PERFORM UNTIL EOF = 'Y'
               READ PREF-WORK-FILE INTO PREF-WORK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE PREF-WORK-RECORD TO NOTIFY-PREF-RECORD
                       WRITE NOTIFY-PREF-RECORD
               END-READ
           END-PERFORM
           CLOSE PREF-WORK-FILE
           CLOSE NOTIFY-PREF-FILE

           DISPLAY " "
           DISPLAY "(\_/)  Your reminder setting is saved!"
           DISPLAY "(o.o)  You can change it here any time."
           DISPLAY "(> <)  ".

       FILL-NOTIFY-PREF-ROW.
           MOVE CURRENT-SESSION TO PREF-USER
           MOVE NOTIFY-CHOICE TO PREF-OPT-IN
           STRING TODAY-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOGIN-TIME-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  LOGIN-TIME-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  LOGIN-TIME-SS DELIMITED BY SIZE
                  INTO PREF-WHEN.

      *****************************************************************
      *  The settings-screen password change, once old password and
      *  the matching re-entry are in hand: policy first, then the
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ACCOUNT-FILE-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           MOVE HASH-DIGEST TO USER-PASSWORD
                           MOVE '1' TO JOURNAL-FILE-ID
                           MOVE 'R' TO JOURNAL-ACTION
                           MOVE ACCOUNT-FILE-RECORD
                               TO JOURNAL-AFTER-IMAGE
                           PERFORM JOURNAL-CHANGE
                           REWRITE ACCOUNT-FILE-RECORD
                   END-READ
                   CLOSE ACCOUNT-FILE
           DISPLAY "                                     '----------'"
           DISPLAY "==================================================="
           DISPLAY "|[1] FAQs              | [2] CONTACTS             |"
           DISPLAY "|[3] RAISE A TICKET    | [4] MY TICKETS           |"
           DISPLAY"==================================================="
           DISPLAY " "
           DISPLAY "(\_/)"
               WHEN '2'
                   PERFORM CONTACTS
                   PERFORM GET-VALID-ACTION-SUPPORT
               WHEN '3'
                   PERFORM RAISE-SUPPORT-TICKET
                   PERFORM GET-VALID-ACTION-SUPPORT
               WHEN '4'
                   PERFORM LIST-MY-TICKETS
                   PERFORM GET-VALID-ACTION-SUPPORT
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY 
                   "(\_/)  Oops! Please select only between 1 and 4."
                   DISPLAY 
                   "(o.o)  Let's try again. :)"
                   DISPLAY "(> <) "
                   DISPLAY " "
                   PERFORM GET-VALID-ACTION-SUPPORT
           END-EVALUATE.

      *****************************************************************
      *  A student who is stuck raises a help-desk ticket here rather
      *  than chasing staff outside the system. The ticket is stamped
      *  with the signed-in account and the time it was raised, and
      *  waits in the admin console's ticket queue with status 'O'
      *  until a staff member takes it.
      *****************************************************************
       RAISE-SUPPORT-TICKET.
           DISPLAY " "
           DISPLAY "(\_/)  Need a hand? Tell us what's wrong."
           DISPLAY "(o.o)  A staff member will answer in your inbox."
           DISPLAY "(> <)  "
           DISPLAY " "
           PERFORM GET-VALID-TICKET-CATEGORY
           DISPLAY "> Describe the problem in a line: "
               WITH NO ADVANCING
           ACCEPT TICKET-TEXT-INPUT

           IF TICKET-TEXT-INPUT = SPACES
               DISPLAY " "
               DISPLAY "(\_/)  A ticket needs a short description."
               DISPLAY "(o.o)  Nothing was sent."
               DISPLAY "(> <)  "
               DISPLAY " "
           ELSE
               PERFORM GET-NEXT-TICKET-ID

               ACCEPT RAW-TIME FROM TIME
               MOVE RAW-TIME(1:2) TO LOGIN-TIME-HH
               MOVE RAW-TIME(3:2) TO LOGIN-TIME-MM
               MOVE RAW-TIME(5:2) TO LOGIN-TIME-SS

               MOVE NEXT-TICKET-ID TO TICKET-ID
               MOVE CURRENT-SESSION TO TICKET-USER
               STRING TODAY-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      LOGIN-TIME-HH DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      LOGIN-TIME-MM DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      LOGIN-TIME-SS DELIMITED BY SIZE
                      INTO TICKET-OPENED
               MOVE TICKET-CATEGORY-INPUT TO TICKET-CATEGORY
               MOVE TICKET-TEXT-INPUT TO TICKET-TEXT
               MOVE 'O' TO TICKET-STATUS
               MOVE SPACES TO TICKET-STAFF
               MOVE TICKET-OPENED TO TICKET-LAST-ACTION

               OPEN EXTEND SUPPORT-TICKET-FILE
               WRITE SUPPORT-TICKET-RECORD
               CLOSE SUPPORT-TICKET-FILE

               DISPLAY " "
               DISPLAY "(\_/)  Ticket " NEXT-TICKET-ID " raised!"
               DISPLAY "(o.o)  Watch your messages for the answer."
               DISPLAY "(> <)  "
               DISPLAY " "
           END-IF.

       GET-VALID-TICKET-CATEGORY.
           DISPLAY "> Category [1] ACCOUNT [2] TASKS [3] MOOD "
               "[4] CLASS [5] OTHER: " WITH NO ADVANCING
           ACCEPT TICKET-CATEGORY-CHOICE

           EVALUATE TICKET-CATEGORY-CHOICE
               WHEN '1'
                   MOVE "ACCOUNT" TO TICKET-CATEGORY-INPUT
               WHEN '2'
                   MOVE "TASKS" TO TICKET-CATEGORY-INPUT
               WHEN '3'
                   MOVE "MOOD" TO TICKET-CATEGORY-INPUT
               WHEN '4'
                   MOVE "CLASS" TO TICKET-CATEGORY-INPUT
               WHEN '5'
                   MOVE "OTHER" TO TICKET-CATEGORY-INPUT
               WHEN OTHER
                   DISPLAY " "
                   DISPLAY
                   "(\_/)  Oops! Please select only between 1 and 5."
                   DISPLAY
                   "(o.o)  Let's try again. :)"
                   DISPLAY "(> <) "
                   DISPLAY " "
                   PERFORM GET-VALID-TICKET-CATEGORY
           END-EVALUATE.

       GET-NEXT-TICKET-ID.
           MOVE 'N' TO EOF
           MOVE ZERO TO MAX-TICKET-ID
           OPEN INPUT SUPPORT-TICKET-FILE

           PERFORM UNTIL EOF = 'Y'
               READ SUPPORT-TICKET-FILE INTO SUPPORT-TICKET-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TICKET-ID > MAX-TICKET-ID
                           MOVE TICKET-ID TO MAX-TICKET-ID
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUPPORT-TICKET-FILE
           ADD 1 TO MAX-TICKET-ID GIVING NEXT-TICKET-ID.

      *****************************************************************
      *  Lists the signed-in student's own tickets with where each one
      *  stands; the answer itself arrives as an inbox message.
      *****************************************************************
       LIST-MY-TICKETS.
           MOVE ZERO TO TICKET-SHOWN-COUNT
           MOVE 'N' TO EOF
           DISPLAY " "
           OPEN INPUT SUPPORT-TICKET-FILE

           PERFORM UNTIL EOF = 'Y'
               READ SUPPORT-TICKET-FILE INTO SUPPORT-TICKET-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TICKET-USER = CURRENT-SESSION
                           PERFORM SET-TICKET-STATUS-LABEL
                           DISPLAY "  #" TICKET-ID "  " TICKET-OPENED
                               "  " TICKET-CATEGORY "  "
                               TICKET-STATUS-LABEL
                           DISPLAY "          " TICKET-TEXT
                           ADD 1 TO TICKET-SHOWN-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUPPORT-TICKET-FILE

           IF TICKET-SHOWN-COUNT = 0
               DISPLAY "(\_/)  You haven't raised any tickets yet."
               DISPLAY "(o.o)  Pick [3] if you need help. :)"
               DISPLAY "(> <)  "
           END-IF
           DISPLAY " ".

       SET-TICKET-STATUS-LABEL.
           EVALUATE TICKET-STATUS
               WHEN 'O'
                   MOVE "OPEN" TO TICKET-STATUS-LABEL
               WHEN 'T'
                   MOVE "TAKEN" TO TICKET-STATUS-LABEL
               WHEN 'A'
                   MOVE "ANSWERED" TO TICKET-STATUS-LABEL
               WHEN 'C'
                   MOVE "CLOSED" TO TICKET-STATUS-LABEL
               WHEN OTHER
                   MOVE "UNKNOWN" TO TICKET-STATUS-LABEL
           END-EVALUATE.

       CONTACTS.
           DISPLAY" "
           DISPLAY"   ___   _     ___      _____  ____   __    _    "
            MOVE USER-TASK-PRIORITY TO TASKS-PRIORITY
            MOVE SPACES TO TASKS-ASSIGNED-BY

            MOVE '2' TO JOURNAL-FILE-ID
            MOVE 'W' TO JOURNAL-ACTION
            MOVE TASKS-FILE-RECORD TO JOURNAL-AFTER-IMAGE
            PERFORM JOURNAL-CHANGE
            WRITE TASKS-FILE-RECORD

            DISPLAY " "
            MOVE USER-TMPL-START-DATE TO TMPL-START-DATE
            MOVE USER-TMPL-END-DATE TO TMPL-END-DATE

            MOVE '6' TO JOURNAL-FILE-ID
            MOVE 'W' TO JOURNAL-ACTION
            MOVE TEMPLATE-FILE-RECORD TO JOURNAL-AFTER-IMAGE
            PERFORM JOURNAL-CHANGE
            WRITE TEMPLATE-FILE-RECORD

            CLOSE TEMPLATE-FILE
                   NOT AT END
                       IF TMPL-ID = USER-TMPL-ID-INPUT
                       AND TMPL-USER = CURRENT-SESSION
                           MOVE '6' TO JOURNAL-FILE-ID
                           MOVE 'D' TO JOURNAL-ACTION
                           MOVE TEMPLATE-FILE-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           PERFORM JOURNAL-CHANGE
                           DELETE TEMPLATE-FILE RECORD
                           MOVE 'Y' TO TEMPLATE-FOUND
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF BADGE-USER = CURRENT-SESSION
                               IF USER-CURRENT-BADGE < BADGE
                                   MOVE BADGES-FILE-RECORD
                                       TO JOURNAL-BEFORE-IMAGE
                                   MOVE BADGE TO USER-CURRENT-BADGE
                                   MOVE '4' TO JOURNAL-FILE-ID
                                   MOVE 'R' TO JOURNAL-ACTION
                                   MOVE BADGES-FILE-RECORD
                                       TO JOURNAL-AFTER-IMAGE
                                   PERFORM JOURNAL-CHANGE
                                   REWRITE BADGES-FILE-RECORD
                                   PERFORM SHOW-BADGE-CONGRATS
                               END-IF
                   MOVE ZERO TO BADGE-TASK-STREAK
                   MOVE SPACES TO BADGE-MOOD-LAST-DATE
                   MOVE SPACES TO BADGE-TASK-LAST-DATE
                   MOVE '4' TO JOURNAL-FILE-ID
                   MOVE 'W' TO JOURNAL-ACTION
                   MOVE BADGES-FILE-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   WRITE BADGES-FILE-RECORD
                   PERFORM SHOW-BADGE-CONGRATS
               END-IF
                   NOT AT END
                       IF BADGE-USER = CURRENT-SESSION
                           MOVE 'Y' TO STREAK-RECORD-FOUND
                           MOVE BADGES-FILE-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           IF BADGE-MOOD-STREAK NOT NUMERIC
                               MOVE ZERO TO BADGE-MOOD-STREAK
                           END-IF
                           PERFORM APPLY-MOOD-STREAK-UPDATE
                           MOVE '4' TO JOURNAL-FILE-ID
                           MOVE 'R' TO JOURNAL-ACTION
                           MOVE BADGES-FILE-RECORD
                               TO JOURNAL-AFTER-IMAGE
                           PERFORM JOURNAL-CHANGE
                           REWRITE BADGES-FILE-RECORD
                       END-IF
               END-READ
               MOVE SPACES TO BADGE-TASK-LAST-DATE
               MOVE 1 TO BADGE-MOOD-STREAK
               MOVE TODAY-DATE TO BADGE-MOOD-LAST-DATE
               MOVE '4' TO JOURNAL-FILE-ID
               MOVE 'W' TO JOURNAL-ACTION
               MOVE BADGES-FILE-RECORD TO JOURNAL-AFTER-IMAGE
               PERFORM JOURNAL-CHANGE
               WRITE BADGES-FILE-RECORD
           END-IF

                   NOT AT END
                       IF BADGE-USER = CURRENT-SESSION
                           IF USER-CURRENT-BADGE < 5
                               MOVE BADGES-FILE-RECORD
                                   TO JOURNAL-BEFORE-IMAGE
                               MOVE 5 TO USER-CURRENT-BADGE
                               MOVE '4' TO JOURNAL-FILE-ID
                               MOVE 'R' TO JOURNAL-ACTION
                               MOVE BADGES-FILE-RECORD
                                   TO JOURNAL-AFTER-IMAGE
                               PERFORM JOURNAL-CHANGE
                               REWRITE BADGES-FILE-RECORD
                               DISPLAY " "
                               DISPLAY "(\_/)  Congratulations!"
                   NOT AT END
                       IF BADGE-USER = CURRENT-SESSION
                           MOVE 'Y' TO STREAK-RECORD-FOUND
                           MOVE BADGES-FILE-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           IF BADGE-TASK-STREAK NOT NUMERIC
                               MOVE ZERO TO BADGE-TASK-STREAK
                           END-IF
                           PERFORM APPLY-TASK-STREAK-UPDATE
                           MOVE '4' TO JOURNAL-FILE-ID
                           MOVE 'R' TO JOURNAL-ACTION
                           MOVE BADGES-FILE-RECORD
                               TO JOURNAL-AFTER-IMAGE
                           PERFORM JOURNAL-CHANGE
                           REWRITE BADGES-FILE-RECORD
                       END-IF
               END-READ
               MOVE SPACES TO BADGE-MOOD-LAST-DATE
               MOVE 1 TO BADGE-TASK-STREAK
               MOVE TODAY-DATE TO BADGE-TASK-LAST-DATE
               MOVE '4' TO JOURNAL-FILE-ID
               MOVE 'W' TO JOURNAL-ACTION
               MOVE BADGES-FILE-RECORD TO JOURNAL-AFTER-IMAGE
               PERFORM JOURNAL-CHANGE
               WRITE BADGES-FILE-RECORD
           END-IF

                   NOT AT END
                       IF BADGE-USER = CURRENT-SESSION
                           IF USER-CURRENT-BADGE < 6
                               MOVE BADGES-FILE-RECORD
                                   TO JOURNAL-BEFORE-IMAGE
                               MOVE 6 TO USER-CURRENT-BADGE
                               MOVE '4' TO JOURNAL-FILE-ID
                               MOVE 'R' TO JOURNAL-ACTION
                               MOVE BADGES-FILE-RECORD
                                   TO JOURNAL-AFTER-IMAGE
                               PERFORM JOURNAL-CHANGE
                               REWRITE BADGES-FILE-RECORD
                               DISPLAY " "
                               DISPLAY "(\_/)  Congratulations!"
           END-PERFORM

           CLOSE BADGES-FILE.

      *****************************************************************
      *  Hands the journal row built by the caller to JOURNAL-WRITE,
      *  ahead of the change itself, so EDU-RESTORE can roll a
      *  restored file forward. Before the user has logged in the
      *  row is stamped with the username being tried.
      *****************************************************************
       JOURNAL-CHANGE.
           IF CURRENT-SESSION = SPACES
               MOVE USER-NAME-INPUT TO JOURNAL-USER
           ELSE
               MOVE CURRENT-SESSION TO JOURNAL-USER
           END-IF
           CALL "JOURNAL-WRITE" USING JOURNAL-FILE-ID JOURNAL-ACTION
               JOURNAL-USER JOURNAL-PROGRAM JOURNAL-BEFORE-IMAGE
               JOURNAL-AFTER-IMAGE
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           MOVE SPACES TO JOURNAL-AFTER-IMAGE.
