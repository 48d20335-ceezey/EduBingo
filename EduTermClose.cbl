      *******************THE METADATA FOR OUR PROGRAM*******************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDU-TERM-CLOSE.
       AUTHOR. GROUP 1.
       DATE-WRITTEN. 10/15/2026.
       SECURITY. AUTHORIZED PERSONNEL ONLY.
       REMARKS. END-OF-TERM CLOSE-OUT - FINDS THE 'T' ROW IN
           TERM-CALENDAR-FILE THAT ENDED MOST RECENTLY AND CLOSES IT:
           EVERY DONE TASK DUE INSIDE THE TERM MOVES, WITH ITS NOTES
           AND CHECKLIST STEPS, TO TERM-HISTORY.dat; THE TERM'S
           CLASSES (CODES WITH STAFF-ASSIGNED TASKS DUE IN THE TERM
           AND NONE DUE AFTER IT) HAVE THEIR TEMPLATES END-DATED TO
           THE LAST DAY OF TERM AND THEIR ROSTER ROWS RETIRED TO THE
           SAME HISTORY FILE. PREVIEW MODE PRINTS WHAT A CLOSE WOULD
           DO WITHOUT TOUCHING ANY FILE. REOPEN MODE PUTS A CLOSED
           TERM'S ROWS BACK (A TASK WHOSE ID WAS REUSED IN THE
           MEANTIME IS RENUMBERED, ITS NOTES AND STEPS WITH IT) AND
           RESTORES THE TEMPLATES' OLD END DATES. EVERY RUN PRINTS A
           SUMMARY PER CLASS AND PER STUDENT TO TERM-CLOSE-RPT.txt
           AND EVERY CLOSE OR REOPEN IS LOGGED TO TERM-CLOSE-LOG.dat.
           EVERY ROW A CLOSE OR REOPEN WRITES, REWRITES OR DELETES IN
           A BACKED-UP FILE IS JOURNALED, SO A LATER RESTORE THAT
           ROLLS FORWARD DOES NOT UNDO IT.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TaskSel.cpy".
           COPY "NoteSel.cpy".
           COPY "SubtSel.cpy".
           COPY "TmplSel.cpy".
           COPY "RstrSel.cpy".
           COPY "TermSel.cpy".
           COPY "ThistSel.cpy".
           COPY "TclosSel.cpy".
           SELECT TERM-WORK-FILE ASSIGN TO "TERM-WORK.tmp"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TERM-CLOSE-REPORT-FILE
               ASSIGN TO "TERM-CLOSE-RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
       FILE SECTION.
       COPY "TaskRec.cpy".
       COPY "NoteRec.cpy".
       COPY "SubtRec.cpy".
       COPY "TmplRec.cpy".
       COPY "RstrRec.cpy".
       COPY "TermRec.cpy".
       COPY "ThistRec.cpy".
       COPY "TclosRec.cpy".
       FD TERM-WORK-FILE.
       01 TERM-WORK-RECORD               PIC X(129).
       FD TERM-CLOSE-REPORT-FILE.
       01 TERM-CLOSE-REPORT-LINE         PIC X(100).

      *******************VARIABLES USED ON OUR PROGRAM******************
       WORKING-STORAGE SECTION.
       01 CLOSE-MODE                 PIC X(1).
       01 EOF                        PIC X(1) VALUE 'N'.
       01 RAW-DATE                   PIC 9(8).
       01 RAW-TIME                   PIC 9(8).
       01 TODAY-MONTH                PIC 99.
       01 TODAY-DAY                  PIC 99.
       01 TODAY-YEAR                 PIC 9(4).
       01 TODAY-DATE                 PIC X(10).
       01 TODAY-DATE-NUMERIC         PIC 9(8).
       01 TODAY-LILIAN               PIC 9(9).
       01 STAMP-TIME-HH              PIC 99.
       01 STAMP-TIME-MM              PIC 99.
       01 STAMP-TIME-SS              PIC 99.
       01 EVENT-TIMESTAMP            PIC X(20).
       01 DATE-VALID-FLAG            PIC X(1).
       01 DATE-NUMERIC               PIC 9(8).
       01 ROW-LILIAN                 PIC 9(9).
       01 ROW-END-LILIAN             PIC 9(9).
       01 TERM-FOUND                 PIC X(1) VALUE 'N'.
       01 TERM-CODE                  PIC X(10).
       01 TERM-START-DATE            PIC X(10).
       01 TERM-END-DATE              PIC X(10).
       01 TERM-START-LILIAN          PIC 9(9).
       01 TERM-END-LILIAN            PIC 9(9).
       01 TERM-STATE                 PIC X(1).
       01 TERM-STATE-STAMP           PIC X(20).
       01 REOPEN-TERM-INPUT          PIC X(10).
       01 TEMPLATE-NEEDS-END         PIC X(1).
       01 ROSTER-ROW-ENDED           PIC X(1).
       01 MAX-TASK-ID                PIC 9(06) VALUE 0.
       01 NEXT-TASK-ID               PIC 9(06) VALUE 0.
       01 ORIGINAL-TASK-ID           PIC 9(06).
       01 LOOKUP-TASK-VALUE          PIC 9(06).
       01 TASK-MOVED-FLAG            PIC X(1).
       01 LOOKUP-CODE-VALUE          PIC X(10).
       01 LOOKUP-USER-VALUE          PIC X(20).
       01 TASKS-MOVED                PIC 9(5) VALUE 0.
       01 NOTES-MOVED                PIC 9(5) VALUE 0.
       01 STEPS-MOVED                PIC 9(5) VALUE 0.
       01 TEMPLATES-ENDED            PIC 9(5) VALUE 0.
       01 ROSTER-ROWS-RETIRED        PIC 9(5) VALUE 0.
       01 TASKS-RENUMBERED           PIC 9(5) VALUE 0.
      *****************************************************************
      *  Before/after images of each change a close or reopen makes
      *  to a backed-up file, handed to JOURNAL-WRITE by
      *  JOURNAL-CHANGE. The job is run by an operator with nobody
      *  signed in, so it journals under its own name in place of a
      *  user. TERM-HISTORY.dat is not a backed-up file and is not
      *  journaled.
      *****************************************************************
       01 JOURNAL-FILE-ID            PIC X(1).
       01 JOURNAL-ACTION             PIC X(1).
       01 JOURNAL-USER               PIC X(20) VALUE "EDU-TERM-CLOSE".
       01 JOURNAL-PROGRAM            PIC X(10) VALUE "TERM-CLOSE".
       01 JOURNAL-BEFORE-IMAGE       PIC X(125) VALUE SPACES.
       01 JOURNAL-AFTER-IMAGE        PIC X(125) VALUE SPACES.
       01 COUNT-DISPLAY              PIC ZZZZ9.
       01 NOTES-DISPLAY              PIC ZZZZ9.
       01 STEPS-DISPLAY              PIC ZZZZ9.
       01 OTHER-DISPLAY              PIC ZZZZ9.
       01 LOG-COUNT                  PIC 9(2) VALUE 0.
       01 LOG-INDEX                  PIC 9(2).
       01 LOG-FOUND                  PIC X(1).
       01 LOG-OVERFLOW               PIC X(1) VALUE 'N'.
      *****************************************************************
      *  The latest close-log row for each term code - 'C' closed or
      *  'R' reopened - so a term is never closed twice and only a
      *  closed term can be reopened.
      *****************************************************************
       01 LOG-TABLE.
           05 LOG-ENTRY OCCURS 50 TIMES.
               10 LOG-TERM-CODE      PIC X(10).
               10 LOG-STATE          PIC X(1).
               10 LOG-STAMP          PIC X(20).
       01 MOVED-TASK-COUNT           PIC 9(4) VALUE 0.
       01 MOVED-TASK-INDEX           PIC 9(4).
       01 MOVED-TASK-OVERFLOW        PIC X(1) VALUE 'N'.
      *****************************************************************
      *  The ids of the tasks this close moves, so their notes and
      *  checklist steps go with them. On reopen the same table holds
      *  each task's id in history and the id it came back under.
      *****************************************************************
       01 MOVED-TASK-TABLE.
           05 MOVED-TASK-ENTRY OCCURS 2000 TIMES.
               10 MOVED-TASK-ID      PIC 9(6).
               10 MOVED-TASK-NEW-ID  PIC 9(6).
       01 CLASS-COUNT                PIC 9(3) VALUE 0.
       01 CLASS-INDEX                PIC 9(3).
       01 CLASS-FOUND                PIC X(1).
       01 CLASS-OVERFLOW             PIC X(1) VALUE 'N'.
      *****************************************************************
      *  Every subject code the close touches. CLASS-IN-TERM and
      *  CLASS-CONTINUES record whether the code has staff-assigned
      *  tasks due inside the term and after it; a class ends with
      *  the term when the first is 'Y' and the second 'N'.
      *****************************************************************
       01 CLASS-TABLE.
           05 CLASS-ENTRY OCCURS 100 TIMES.
               10 CLASS-CODE         PIC X(10).
               10 CLASS-IN-TERM      PIC X(1).
               10 CLASS-CONTINUES    PIC X(1).
               10 CLASS-TASKS        PIC 9(5).
               10 CLASS-TEMPLATES    PIC 9(5).
               10 CLASS-MEMBERS      PIC 9(5).
       01 STUDENT-COUNT              PIC 9(3) VALUE 0.
       01 STUDENT-INDEX              PIC 9(3).
       01 STUDENT-FOUND              PIC X(1).
       01 STUDENT-OVERFLOW           PIC X(1) VALUE 'N'.
      *****************************************************************
      *  Per-student tallies for the summary.
      *****************************************************************
       01 STUDENT-TABLE.
           05 STUDENT-ENTRY OCCURS 500 TIMES.
               10 STUDENT-USER       PIC X(20).
               10 STUDENT-TASKS      PIC 9(5).
               10 STUDENT-NOTES      PIC 9(5).
               10 STUDENT-STEPS      PIC 9(5).
               10 STUDENT-CLASSES    PIC 9(5).
       01 TEMPLATE-HOLD-COUNT        PIC 9(3) VALUE 0.
       01 TEMPLATE-HOLD-INDEX        PIC 9(3).
       01 TEMPLATE-HOLD-OVERFLOW     PIC X(1) VALUE 'N'.
      *****************************************************************
      *  On reopen, the templates the close end-dated, with the end
      *  date each carried before.
      *****************************************************************
       01 TEMPLATE-HOLD-TABLE.
           05 TEMPLATE-HOLD-ENTRY OCCURS 200 TIMES.
               10 TEMPLATE-HOLD-ID   PIC 9(4).
               10 TEMPLATE-HOLD-END  PIC X(10).

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "EDU-TERM-CLOSE - end-of-term close-out."
           PERFORM SETUP-TODAY
           PERFORM PROMPT-CLOSE-MODE
           PERFORM LOAD-CLOSE-LOG

           IF CLOSE-MODE = 'R'
               PERFORM RUN-REOPEN-PASS
           ELSE
               PERFORM RUN-CLOSE-PASS
           END-IF

           DISPLAY "EDU-TERM-CLOSE - tasks:     " TASKS-MOVED
           DISPLAY "EDU-TERM-CLOSE - notes:     " NOTES-MOVED
           DISPLAY "EDU-TERM-CLOSE - steps:     " STEPS-MOVED
           DISPLAY "EDU-TERM-CLOSE - templates: " TEMPLATES-ENDED
           DISPLAY "EDU-TERM-CLOSE - roster:    " ROSTER-ROWS-RETIRED
           STOP RUN.

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
               FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUMERIC).

       PROMPT-CLOSE-MODE.
           DISPLAY " "
           DISPLAY "> Preview the close, close the term, or reopen a"
           DISPLAY "  closed term? (P/C/R): " WITH NO ADVANCING
           ACCEPT CLOSE-MODE

           IF CLOSE-MODE = 'p'
               MOVE 'P' TO CLOSE-MODE
           END-IF
           IF CLOSE-MODE = 'c'
               MOVE 'C' TO CLOSE-MODE
           END-IF
           IF CLOSE-MODE = 'r'
               MOVE 'R' TO CLOSE-MODE
           END-IF

           IF CLOSE-MODE NOT = 'P' AND CLOSE-MODE NOT = 'C'
           AND CLOSE-MODE NOT = 'R'
               DISPLAY "Please enter P, C or R."
               PERFORM PROMPT-CLOSE-MODE
           END-IF.

       LOAD-CLOSE-LOG.
           MOVE ZERO TO LOG-COUNT
           MOVE 'N' TO EOF
           OPEN INPUT TERM-CLOSE-LOG-FILE

           PERFORM UNTIL EOF = 'Y'
               READ TERM-CLOSE-LOG-FILE INTO TERM-CLOSE-LOG-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM NOTE-ONE-LOG-ROW
               END-READ
           END-PERFORM

           CLOSE TERM-CLOSE-LOG-FILE.

       NOTE-ONE-LOG-ROW.
           MOVE 'N' TO LOG-FOUND
           PERFORM VARYING LOG-INDEX FROM 1 BY 1
               UNTIL LOG-INDEX > LOG-COUNT
               IF LOG-TERM-CODE(LOG-INDEX) = TCLOSE-TERM-CODE
                   MOVE 'Y' TO LOG-FOUND
                   MOVE TCLOSE-STATE TO LOG-STATE(LOG-INDEX)
                   MOVE TCLOSE-STAMP TO LOG-STAMP(LOG-INDEX)
               END-IF
           END-PERFORM

           IF LOG-FOUND = 'N'
               IF LOG-COUNT < 50
                   ADD 1 TO LOG-COUNT
                   MOVE TCLOSE-TERM-CODE TO LOG-TERM-CODE(LOG-COUNT)
                   MOVE TCLOSE-STATE TO LOG-STATE(LOG-COUNT)
                   MOVE TCLOSE-STAMP TO LOG-STAMP(LOG-COUNT)
               ELSE
                   MOVE 'Y' TO LOG-OVERFLOW
               END-IF
           END-IF.

       LOOKUP-TERM-STATE.
           MOVE SPACE TO TERM-STATE
           MOVE SPACES TO TERM-STATE-STAMP
           PERFORM VARYING LOG-INDEX FROM 1 BY 1
               UNTIL LOG-INDEX > LOG-COUNT
               IF LOG-TERM-CODE(LOG-INDEX) = TERM-CODE
                   MOVE LOG-STATE(LOG-INDEX) TO TERM-STATE
                   MOVE LOG-STAMP(LOG-INDEX) TO TERM-STATE-STAMP
               END-IF
           END-PERFORM.

      *****************************************************************
      *  CLOSE AND PREVIEW MODES
      *****************************************************************
       RUN-CLOSE-PASS.
           PERFORM FIND-ENDED-TERM
           IF TERM-FOUND = 'N'
               DISPLAY " "
               DISPLAY "No term on the calendar has ended yet."
           ELSE
               PERFORM LOOKUP-TERM-STATE
               IF TERM-STATE = 'C'
                   DISPLAY " "
                   DISPLAY "Term " TERM-CODE " ended " TERM-END-DATE
                   DISPLAY "and was already closed " TERM-STATE-STAMP
               ELSE
                   PERFORM INITIALIZE-REPORT
                   PERFORM FIND-ENDED-CLASSES
                   PERFORM MOVE-TERM-TASKS
                   PERFORM MOVE-TERM-NOTES
                   PERFORM MOVE-TERM-SUBTASKS
                   PERFORM END-DATE-TERM-TEMPLATES
                   PERFORM RETIRE-TERM-ROSTERS
                   IF CLOSE-MODE = 'C'
                       MOVE 'C' TO TCLOSE-STATE
                       PERFORM WRITE-CLOSE-LOG-ROW
                   END-IF
                   PERFORM WRITE-CLOSE-SUMMARY
                   PERFORM FINALIZE-REPORT
                   DISPLAY " "
                   IF CLOSE-MODE = 'C'
                       DISPLAY "Term " TERM-CODE " closed."
                   ELSE
                       DISPLAY "Preview of closing term " TERM-CODE
                           " written; nothing was changed."
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  The term that just ended is the 'T' row with the latest end
      *  date before today. Rows DATE-CHECK rejects are ignored, the
      *  same as the nightly task generator ignores them.
      *****************************************************************
       FIND-ENDED-TERM.
           MOVE 'N' TO TERM-FOUND
           MOVE ZERO TO TERM-END-LILIAN
           MOVE 'N' TO EOF
           OPEN INPUT TERM-CALENDAR-FILE

           PERFORM UNTIL EOF = 'Y'
               READ TERM-CALENDAR-FILE INTO TERM-CALENDAR-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF CAL-ROW-TYPE = 'T'
                           PERFORM CHECK-ONE-TERM-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TERM-CALENDAR-FILE.

       CHECK-ONE-TERM-ROW.
           CALL "DATE-CHECK" USING CAL-START-DATE DATE-VALID-FLAG
           IF DATE-VALID-FLAG = 'Y'
               CALL "DATE-CHECK" USING CAL-END-DATE DATE-VALID-FLAG
           END-IF

           IF DATE-VALID-FLAG = 'Y'
               CALL "DATE-CONVERT" USING CAL-END-DATE DATE-NUMERIC
               COMPUTE ROW-END-LILIAN =
                   FUNCTION INTEGER-OF-DATE(DATE-NUMERIC)
               IF ROW-END-LILIAN < TODAY-LILIAN
               AND ROW-END-LILIAN > TERM-END-LILIAN
                   MOVE 'Y' TO TERM-FOUND
                   MOVE CAL-TERM-CODE TO TERM-CODE
                   MOVE CAL-START-DATE TO TERM-START-DATE
                   MOVE CAL-END-DATE TO TERM-END-DATE
                   MOVE ROW-END-LILIAN TO TERM-END-LILIAN
                   CALL "DATE-CONVERT" USING CAL-START-DATE
                       DATE-NUMERIC
                   COMPUTE TERM-START-LILIAN =
                       FUNCTION INTEGER-OF-DATE(DATE-NUMERIC)
               END-IF
           END-IF.

      *****************************************************************
      *  A class ends with the term when staff assigned it tasks due
      *  inside the term and nothing due after it. Tasks whose due
      *  date DATE-CHECK rejects say nothing either way.
      *****************************************************************
       FIND-ENDED-CLASSES.
           MOVE 'N' TO EOF
           OPEN INPUT TASKS-FILE

           PERFORM UNTIL EOF = 'Y'
               READ TASKS-FILE INTO TASKS-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TASKS-ASSIGNED-BY NOT = SPACES
                       AND TASKS-SUBJECT NOT = SPACES
                           PERFORM CHECK-CLASS-TASK-DATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TASKS-FILE.

       CHECK-CLASS-TASK-DATE.
           CALL "DATE-CHECK" USING TASKS-DATE(1:10) DATE-VALID-FLAG
           IF DATE-VALID-FLAG = 'Y'
               CALL "DATE-CONVERT" USING TASKS-DATE(1:10)
                   DATE-NUMERIC
               COMPUTE ROW-LILIAN =
                   FUNCTION INTEGER-OF-DATE(DATE-NUMERIC)
               IF ROW-LILIAN >= TERM-START-LILIAN
                   MOVE TASKS-SUBJECT TO LOOKUP-CODE-VALUE
                   PERFORM FIND-CLASS-ENTRY
                   IF CLASS-FOUND = 'Y'
                       IF ROW-LILIAN > TERM-END-LILIAN
                           MOVE 'Y' TO CLASS-CONTINUES(CLASS-INDEX)
                       ELSE
                           MOVE 'Y' TO CLASS-IN-TERM(CLASS-INDEX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  Leaves CLASS-INDEX on the entry for LOOKUP-CODE-VALUE,
      *  adding one when the code is new. CLASS-FOUND is 'N' only
      *  when the table is full.
      *****************************************************************
       FIND-CLASS-ENTRY.
           MOVE 'N' TO CLASS-FOUND
           PERFORM VARYING CLASS-INDEX FROM 1 BY 1
               UNTIL CLASS-INDEX > CLASS-COUNT
               OR CLASS-FOUND = 'Y'
               IF CLASS-CODE(CLASS-INDEX) = LOOKUP-CODE-VALUE
                   MOVE 'Y' TO CLASS-FOUND
               END-IF
           END-PERFORM

           IF CLASS-FOUND = 'Y'
               SUBTRACT 1 FROM CLASS-INDEX
           ELSE
               IF CLASS-COUNT < 100
                   ADD 1 TO CLASS-COUNT
                   MOVE CLASS-COUNT TO CLASS-INDEX
                   MOVE LOOKUP-CODE-VALUE TO CLASS-CODE(CLASS-INDEX)
                   MOVE 'N' TO CLASS-IN-TERM(CLASS-INDEX)
                   MOVE 'N' TO CLASS-CONTINUES(CLASS-INDEX)
                   MOVE ZERO TO CLASS-TASKS(CLASS-INDEX)
                   MOVE ZERO TO CLASS-TEMPLATES(CLASS-INDEX)
                   MOVE ZERO TO CLASS-MEMBERS(CLASS-INDEX)
                   MOVE 'Y' TO CLASS-FOUND
               ELSE
                   MOVE 'Y' TO CLASS-OVERFLOW
               END-IF
           END-IF.

       CHECK-CLASS-ENDED.
           MOVE 'N' TO CLASS-FOUND
           PERFORM VARYING CLASS-INDEX FROM 1 BY 1
               UNTIL CLASS-INDEX > CLASS-COUNT
               IF CLASS-CODE(CLASS-INDEX) = LOOKUP-CODE-VALUE
               AND CLASS-IN-TERM(CLASS-INDEX) = 'Y'
               AND CLASS-CONTINUES(CLASS-INDEX) = 'N'
                   MOVE 'Y' TO CLASS-FOUND
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Same add-on-first-sight lookup for the per-student tallies.
      *****************************************************************
       FIND-STUDENT-ENTRY.
           MOVE 'N' TO STUDENT-FOUND
           PERFORM VARYING STUDENT-INDEX FROM 1 BY 1
               UNTIL STUDENT-INDEX > STUDENT-COUNT
               OR STUDENT-FOUND = 'Y'
               IF STUDENT-USER(STUDENT-INDEX) = LOOKUP-USER-VALUE
                   MOVE 'Y' TO STUDENT-FOUND
               END-IF
           END-PERFORM

           IF STUDENT-FOUND = 'Y'
               SUBTRACT 1 FROM STUDENT-INDEX
           ELSE
               IF STUDENT-COUNT < 500
                   ADD 1 TO STUDENT-COUNT
                   MOVE STUDENT-COUNT TO STUDENT-INDEX
                   MOVE LOOKUP-USER-VALUE
                       TO STUDENT-USER(STUDENT-INDEX)
                   MOVE ZERO TO STUDENT-TASKS(STUDENT-INDEX)
                   MOVE ZERO TO STUDENT-NOTES(STUDENT-INDEX)
                   MOVE ZERO TO STUDENT-STEPS(STUDENT-INDEX)
                   MOVE ZERO TO STUDENT-CLASSES(STUDENT-INDEX)
                   MOVE 'Y' TO STUDENT-FOUND
               ELSE
                   MOVE 'Y' TO STUDENT-OVERFLOW
               END-IF
           END-IF.

       LOOKUP-MOVED-TASK.
           MOVE 'N' TO TASK-MOVED-FLAG
           PERFORM VARYING MOVED-TASK-INDEX FROM 1 BY 1
               UNTIL MOVED-TASK-INDEX > MOVED-TASK-COUNT
               OR TASK-MOVED-FLAG = 'Y'
               IF MOVED-TASK-ID(MOVED-TASK-INDEX) = LOOKUP-TASK-VALUE
                   MOVE 'Y' TO TASK-MOVED-FLAG
               END-IF
           END-PERFORM

           IF TASK-MOVED-FLAG = 'Y'
               SUBTRACT 1 FROM MOVED-TASK-INDEX
           END-IF.

      *****************************************************************
      *  Every DONE task due inside the term. In close mode each is
      *  written to the history file and DELETEd in place - the file
      *  is indexed, as in the retention archive.
      *****************************************************************
       MOVE-TERM-TASKS.
           MOVE 'N' TO EOF
           IF CLOSE-MODE = 'C'
               OPEN I-O TASKS-FILE
               OPEN EXTEND TERM-HISTORY-FILE
           ELSE
               OPEN INPUT TASKS-FILE
           END-IF

           PERFORM UNTIL EOF = 'Y'
               READ TASKS-FILE INTO TASKS-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF TASKS-STATUS = 3
                           PERFORM CHECK-ONE-DONE-TASK
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TASKS-FILE
           IF CLOSE-MODE = 'C'
               CLOSE TERM-HISTORY-FILE
           END-IF

           IF MOVED-TASK-OVERFLOW = 'Y'
               MOVE "WARNING: MORE THAN 2000 DONE TASKS - THE REST STAY
      -            " LIVE, RERUN AFTER REOPENING TO TAKE THEM"
                   TO TERM-CLOSE-REPORT-LINE
               WRITE TERM-CLOSE-REPORT-LINE
           END-IF.

       CHECK-ONE-DONE-TASK.
           CALL "DATE-CHECK" USING TASKS-DATE(1:10) DATE-VALID-FLAG
           IF DATE-VALID-FLAG = 'Y'
               CALL "DATE-CONVERT" USING TASKS-DATE(1:10)
                   DATE-NUMERIC
               COMPUTE ROW-LILIAN =
                   FUNCTION INTEGER-OF-DATE(DATE-NUMERIC)
               IF ROW-LILIAN >= TERM-START-LILIAN
               AND ROW-LILIAN <= TERM-END-LILIAN
                   IF MOVED-TASK-COUNT < 2000
                       ADD 1 TO MOVED-TASK-COUNT
                       MOVE TASKS-ID TO MOVED-TASK-ID(MOVED-TASK-COUNT)
                       MOVE TASKS-ID
                           TO MOVED-TASK-NEW-ID(MOVED-TASK-COUNT)
                       PERFORM TALLY-TASK-ROW
                       IF CLOSE-MODE = 'C'
                           MOVE 'K' TO THIST-ROW-TYPE
                           MOVE SPACES TO THIST-ROW-DATA
                           MOVE TASKS-FILE-RECORD TO THIST-ROW-DATA
                           PERFORM WRITE-HISTORY-ROW
                           MOVE '2' TO JOURNAL-FILE-ID
                           MOVE 'D' TO JOURNAL-ACTION
                           MOVE TASKS-FILE-RECORD
                               TO JOURNAL-BEFORE-IMAGE
                           PERFORM JOURNAL-CHANGE
                           DELETE TASKS-FILE RECORD
                       END-IF
                   ELSE
                       MOVE 'Y' TO MOVED-TASK-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       TALLY-TASK-ROW.
           ADD 1 TO TASKS-MOVED
           MOVE TASKS-SUBJECT TO LOOKUP-CODE-VALUE
           PERFORM FIND-CLASS-ENTRY
           IF CLASS-FOUND = 'Y'
               ADD 1 TO CLASS-TASKS(CLASS-INDEX)
           END-IF
           MOVE TASKS-USER TO LOOKUP-USER-VALUE
           PERFORM FIND-STUDENT-ENTRY
           IF STUDENT-FOUND = 'Y'
               ADD 1 TO STUDENT-TASKS(STUDENT-INDEX)
           END-IF.

       WRITE-HISTORY-ROW.
           MOVE TERM-CODE TO THIST-TERM-CODE
           MOVE TODAY-DATE TO THIST-CLOSED-ON
           WRITE TERM-HISTORY-RECORD.

       MOVE-TERM-NOTES.
           MOVE 'N' TO EOF
           OPEN INPUT TASK-NOTES-FILE
           IF CLOSE-MODE = 'C'
               OPEN OUTPUT TERM-WORK-FILE
               OPEN EXTEND TERM-HISTORY-FILE
           END-IF

           PERFORM UNTIL EOF = 'Y'
               READ TASK-NOTES-FILE INTO TASK-NOTES-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE NOTE-TASK-ID TO LOOKUP-TASK-VALUE
                       PERFORM LOOKUP-MOVED-TASK
                       IF TASK-MOVED-FLAG = 'Y'
                           PERFORM TALLY-NOTE-ROW
                       END-IF
                       IF CLOSE-MODE = 'C'
                           IF TASK-MOVED-FLAG = 'Y'
                               MOVE 'N' TO THIST-ROW-TYPE
                               MOVE SPACES TO THIST-ROW-DATA
                               MOVE TASK-NOTES-RECORD
                                   TO THIST-ROW-DATA
                               PERFORM WRITE-HISTORY-ROW
                               MOVE 'N' TO JOURNAL-FILE-ID
                               MOVE 'D' TO JOURNAL-ACTION
                               MOVE TASK-NOTES-RECORD
                                   TO JOURNAL-BEFORE-IMAGE
                               PERFORM JOURNAL-CHANGE
                           ELSE
                               MOVE SPACES TO TERM-WORK-RECORD
                               MOVE TASK-NOTES-RECORD
                                   TO TERM-WORK-RECORD(1:106)
                               WRITE TERM-WORK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TASK-NOTES-FILE
           IF CLOSE-MODE = 'C'
               CLOSE TERM-WORK-FILE
               CLOSE TERM-HISTORY-FILE
               PERFORM COPY-WORK-TO-NOTES
           END-IF.

       TALLY-NOTE-ROW.
           ADD 1 TO NOTES-MOVED
           MOVE NOTE-USER TO LOOKUP-USER-VALUE
           PERFORM FIND-STUDENT-ENTRY
           IF STUDENT-FOUND = 'Y'
               ADD 1 TO STUDENT-NOTES(STUDENT-INDEX)
           END-IF.

       COPY-WORK-TO-NOTES.
           MOVE 'N' TO EOF
           OPEN INPUT TERM-WORK-FILE
           OPEN OUTPUT TASK-NOTES-FILE

           PERFORM UNTIL EOF = 'Y'
               READ TERM-WORK-FILE INTO TERM-WORK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE TERM-WORK-RECORD(1:106)
                           TO TASK-NOTES-RECORD
                       WRITE TASK-NOTES-RECORD
               END-READ
           END-PERFORM

           CLOSE TERM-WORK-FILE
           CLOSE TASK-NOTES-FILE.

       MOVE-TERM-SUBTASKS.
           MOVE 'N' TO EOF
           OPEN INPUT SUBTASK-FILE
           IF CLOSE-MODE = 'C'
               OPEN OUTPUT TERM-WORK-FILE
               OPEN EXTEND TERM-HISTORY-FILE
           END-IF

           PERFORM UNTIL EOF = 'Y'
               READ SUBTASK-FILE INTO SUBTASK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SUBTASK-TASK-ID TO LOOKUP-TASK-VALUE
                       PERFORM LOOKUP-MOVED-TASK
                       IF TASK-MOVED-FLAG = 'Y'
                           PERFORM TALLY-STEP-ROW
                       END-IF
                       IF CLOSE-MODE = 'C'
                           IF TASK-MOVED-FLAG = 'Y'
                               MOVE 'S' TO THIST-ROW-TYPE
                               MOVE SPACES TO THIST-ROW-DATA
                               MOVE SUBTASK-RECORD TO THIST-ROW-DATA
                               PERFORM WRITE-HISTORY-ROW
                               MOVE 'S' TO JOURNAL-FILE-ID
                               MOVE 'D' TO JOURNAL-ACTION
                               MOVE SUBTASK-RECORD
                                   TO JOURNAL-BEFORE-IMAGE
                               PERFORM JOURNAL-CHANGE
                           ELSE
                               MOVE SPACES TO TERM-WORK-RECORD
                               MOVE SUBTASK-RECORD
                                   TO TERM-WORK-RECORD(1:69)
                               WRITE TERM-WORK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUBTASK-FILE
           IF CLOSE-MODE = 'C'
               CLOSE TERM-WORK-FILE
               CLOSE TERM-HISTORY-FILE
               PERFORM COPY-WORK-TO-SUBTASKS
           END-IF.

       TALLY-STEP-ROW.
           ADD 1 TO STEPS-MOVED
           MOVE SUBTASK-USER TO LOOKUP-USER-VALUE
           PERFORM FIND-STUDENT-ENTRY
           IF STUDENT-FOUND = 'Y'
               ADD 1 TO STUDENT-STEPS(STUDENT-INDEX)
           END-IF.

       COPY-WORK-TO-SUBTASKS.
           MOVE 'N' TO EOF
           OPEN INPUT TERM-WORK-FILE
           OPEN OUTPUT SUBTASK-FILE

           PERFORM UNTIL EOF = 'Y'
               READ TERM-WORK-FILE INTO TERM-WORK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE TERM-WORK-RECORD(1:69)
                           TO SUBTASK-RECORD
                       WRITE SUBTASK-RECORD
               END-READ
           END-PERFORM

           CLOSE TERM-WORK-FILE
           CLOSE SUBTASK-FILE.

      *****************************************************************
      *  A template for an ended class stops at the last day of term
      *  unless it already ends on or before it. The row as it was is
      *  kept in the history file so a reopen can put the old end
      *  date back.
      *****************************************************************
       END-DATE-TERM-TEMPLATES.
           MOVE 'N' TO EOF
           IF CLOSE-MODE = 'C'
               OPEN I-O TEMPLATE-FILE
               OPEN EXTEND TERM-HISTORY-FILE
           ELSE
               OPEN INPUT TEMPLATE-FILE
           END-IF

           PERFORM UNTIL EOF = 'Y'
               READ TEMPLATE-FILE INTO TEMPLATE-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE TMPL-SUBJECT TO LOOKUP-CODE-VALUE
                       PERFORM CHECK-CLASS-ENDED
                       IF CLASS-FOUND = 'Y'
                           PERFORM CHECK-ONE-TERM-TEMPLATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TEMPLATE-FILE
           IF CLOSE-MODE = 'C'
               CLOSE TERM-HISTORY-FILE
           END-IF.

       CHECK-ONE-TERM-TEMPLATE.
           MOVE 'Y' TO TEMPLATE-NEEDS-END
           IF TMPL-END-DATE NOT = SPACES
               CALL "DATE-CHECK" USING TMPL-END-DATE DATE-VALID-FLAG
               IF DATE-VALID-FLAG = 'Y'
                   CALL "DATE-CONVERT" USING TMPL-END-DATE
                       DATE-NUMERIC
                   COMPUTE ROW-LILIAN =
                       FUNCTION INTEGER-OF-DATE(DATE-NUMERIC)
                   IF ROW-LILIAN <= TERM-END-LILIAN
                       MOVE 'N' TO TEMPLATE-NEEDS-END
                   END-IF
               END-IF
           END-IF

           IF TEMPLATE-NEEDS-END = 'Y'
               ADD 1 TO TEMPLATES-ENDED
               MOVE TMPL-SUBJECT TO LOOKUP-CODE-VALUE
               PERFORM FIND-CLASS-ENTRY
               IF CLASS-FOUND = 'Y'
                   ADD 1 TO CLASS-TEMPLATES(CLASS-INDEX)
               END-IF
               IF CLOSE-MODE = 'C'
                   MOVE 'T' TO THIST-ROW-TYPE
                   MOVE SPACES TO THIST-ROW-DATA
                   MOVE TEMPLATE-FILE-RECORD TO THIST-ROW-DATA
                   PERFORM WRITE-HISTORY-ROW
                   MOVE TEMPLATE-FILE-RECORD TO JOURNAL-BEFORE-IMAGE
                   MOVE TERM-END-DATE TO TMPL-END-DATE
                   MOVE '6' TO JOURNAL-FILE-ID
                   MOVE 'R' TO JOURNAL-ACTION
                   MOVE TEMPLATE-FILE-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   REWRITE TEMPLATE-FILE-RECORD
               END-IF
           END-IF.

       RETIRE-TERM-ROSTERS.
           MOVE 'N' TO EOF
           OPEN INPUT CLASS-ROSTER-FILE
           IF CLOSE-MODE = 'C'
               OPEN OUTPUT TERM-WORK-FILE
               OPEN EXTEND TERM-HISTORY-FILE
           END-IF

           PERFORM UNTIL EOF = 'Y'
               READ CLASS-ROSTER-FILE INTO CLASS-ROSTER-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE ROSTER-CLASS-CODE TO LOOKUP-CODE-VALUE
                       PERFORM CHECK-CLASS-ENDED
                       MOVE CLASS-FOUND TO ROSTER-ROW-ENDED
                       IF ROSTER-ROW-ENDED = 'Y'
                           PERFORM TALLY-ROSTER-ROW
                       END-IF
                       IF CLOSE-MODE = 'C'
                           IF ROSTER-ROW-ENDED = 'Y'
                               MOVE 'R' TO THIST-ROW-TYPE
                               MOVE SPACES TO THIST-ROW-DATA
                               MOVE CLASS-ROSTER-RECORD
                                   TO THIST-ROW-DATA
                               PERFORM WRITE-HISTORY-ROW
                               MOVE '7' TO JOURNAL-FILE-ID
                               MOVE 'D' TO JOURNAL-ACTION
                               MOVE CLASS-ROSTER-RECORD
                                   TO JOURNAL-BEFORE-IMAGE
                               PERFORM JOURNAL-CHANGE
                           ELSE
                               MOVE SPACES TO TERM-WORK-RECORD
                               MOVE CLASS-ROSTER-RECORD
                                   TO TERM-WORK-RECORD(1:30)
                               WRITE TERM-WORK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLASS-ROSTER-FILE
           IF CLOSE-MODE = 'C'
               CLOSE TERM-WORK-FILE
               CLOSE TERM-HISTORY-FILE
               PERFORM COPY-WORK-TO-ROSTER
           END-IF.

       TALLY-ROSTER-ROW.
           ADD 1 TO ROSTER-ROWS-RETIRED
           MOVE ROSTER-CLASS-CODE TO LOOKUP-CODE-VALUE
           PERFORM FIND-CLASS-ENTRY
           IF CLASS-FOUND = 'Y'
               ADD 1 TO CLASS-MEMBERS(CLASS-INDEX)
           END-IF
           MOVE ROSTER-MEMBER-USER TO LOOKUP-USER-VALUE
           PERFORM FIND-STUDENT-ENTRY
           IF STUDENT-FOUND = 'Y'
               ADD 1 TO STUDENT-CLASSES(STUDENT-INDEX)
           END-IF.

       COPY-WORK-TO-ROSTER.
           MOVE 'N' TO EOF
           OPEN INPUT TERM-WORK-FILE
           OPEN OUTPUT CLASS-ROSTER-FILE

           PERFORM UNTIL EOF = 'Y'
               READ TERM-WORK-FILE INTO TERM-WORK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE TERM-WORK-RECORD(1:30)
                           TO CLASS-ROSTER-RECORD
                       WRITE CLASS-ROSTER-RECORD
               END-READ
           END-PERFORM

           CLOSE TERM-WORK-FILE
           CLOSE CLASS-ROSTER-FILE.

      *****************************************************************
      *  REOPEN MODE
      *  Puts every history row for the term back where it came from
      *  and drops it from the history file. Tasks go first in the
      *  history (the close writes them before their notes and
      *  steps), so by the time a note or step is read the id its
      *  task came back under is already known.
      *****************************************************************
       RUN-REOPEN-PASS.
           DISPLAY "> Enter the term code to reopen: "
               WITH NO ADVANCING
           ACCEPT REOPEN-TERM-INPUT
           MOVE REOPEN-TERM-INPUT TO TERM-CODE
           PERFORM LOOKUP-TERM-STATE

           IF TERM-STATE NOT = 'C'
               DISPLAY " "
               DISPLAY "Term " TERM-CODE " is not closed; nothing to"
                   " reopen."
           ELSE
               PERFORM INITIALIZE-REPORT
               PERFORM GET-NEXT-TASK-ID
               PERFORM REOPEN-HISTORY-ROWS
               PERFORM RESTORE-TEMPLATE-END-DATES
               MOVE 'R' TO TCLOSE-STATE
               PERFORM WRITE-CLOSE-LOG-ROW
               PERFORM WRITE-CLOSE-SUMMARY
               PERFORM FINALIZE-REPORT
               DISPLAY " "
               DISPLAY "Term " TERM-CODE " reopened."
               IF TASKS-RENUMBERED > 0
                   DISPLAY TASKS-RENUMBERED
                       " task(s) came back under a new id."
               END-IF
           END-IF.

       GET-NEXT-TASK-ID.
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

       REOPEN-HISTORY-ROWS.
           MOVE 'N' TO EOF
           OPEN INPUT TERM-HISTORY-FILE
           OPEN OUTPUT TERM-WORK-FILE
           OPEN I-O TASKS-FILE
           OPEN EXTEND TASK-NOTES-FILE
           OPEN EXTEND SUBTASK-FILE
           OPEN EXTEND CLASS-ROSTER-FILE

           PERFORM UNTIL EOF = 'Y'
               READ TERM-HISTORY-FILE INTO TERM-HISTORY-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF THIST-TERM-CODE = TERM-CODE
                           PERFORM REOPEN-ONE-HISTORY-ROW
                       ELSE
                           MOVE TERM-HISTORY-RECORD
                               TO TERM-WORK-RECORD
                           WRITE TERM-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TERM-HISTORY-FILE
           CLOSE TERM-WORK-FILE
           CLOSE TASKS-FILE
           CLOSE TASK-NOTES-FILE
           CLOSE SUBTASK-FILE
           CLOSE CLASS-ROSTER-FILE

           PERFORM COPY-WORK-TO-HISTORY.

       REOPEN-ONE-HISTORY-ROW.
           EVALUATE THIST-ROW-TYPE
               WHEN 'K'
                   PERFORM REOPEN-TASK-ROW
               WHEN 'N'
                   MOVE THIST-ROW-DATA(1:106) TO TASK-NOTES-RECORD
                   MOVE NOTE-TASK-ID TO LOOKUP-TASK-VALUE
                   PERFORM LOOKUP-MOVED-TASK
                   IF TASK-MOVED-FLAG = 'Y'
                       MOVE MOVED-TASK-NEW-ID(MOVED-TASK-INDEX)
                           TO NOTE-TASK-ID
                   END-IF
                   MOVE 'N' TO JOURNAL-FILE-ID
                   MOVE 'W' TO JOURNAL-ACTION
                   MOVE TASK-NOTES-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   WRITE TASK-NOTES-RECORD
                   PERFORM TALLY-NOTE-ROW
               WHEN 'S'
                   MOVE THIST-ROW-DATA(1:69) TO SUBTASK-RECORD
                   MOVE SUBTASK-TASK-ID TO LOOKUP-TASK-VALUE
                   PERFORM LOOKUP-MOVED-TASK
                   IF TASK-MOVED-FLAG = 'Y'
                       MOVE MOVED-TASK-NEW-ID(MOVED-TASK-INDEX)
                           TO SUBTASK-TASK-ID
                   END-IF
                   MOVE 'S' TO JOURNAL-FILE-ID
                   MOVE 'W' TO JOURNAL-ACTION
                   MOVE SUBTASK-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   WRITE SUBTASK-RECORD
                   PERFORM TALLY-STEP-ROW
               WHEN 'T'
                   PERFORM HOLD-TEMPLATE-ROW
               WHEN 'R'
                   MOVE THIST-ROW-DATA(1:30) TO CLASS-ROSTER-RECORD
                   MOVE '7' TO JOURNAL-FILE-ID
                   MOVE 'W' TO JOURNAL-ACTION
                   MOVE CLASS-ROSTER-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   WRITE CLASS-ROSTER-RECORD
                   PERFORM TALLY-ROSTER-ROW
           END-EVALUATE.

      *****************************************************************
      *  A task id freed by the close may have been handed out again
      *  since, so a colliding task is renumbered with the next free
      *  id, as the retention archive's restore does. Both writes
      *  are journaled: on a roll-forward the first meets the same
      *  collision and is counted as not matched, and the renumbered
      *  row is the one that goes back.
      *****************************************************************
       REOPEN-TASK-ROW.
           MOVE THIST-ROW-DATA(1:108) TO TASKS-FILE-RECORD
           MOVE TASKS-ID TO ORIGINAL-TASK-ID
           MOVE '2' TO JOURNAL-FILE-ID
           MOVE 'W' TO JOURNAL-ACTION
           MOVE TASKS-FILE-RECORD TO JOURNAL-AFTER-IMAGE
           PERFORM JOURNAL-CHANGE
           WRITE TASKS-FILE-RECORD
               INVALID KEY
                   MOVE NEXT-TASK-ID TO TASKS-ID
                   ADD 1 TO NEXT-TASK-ID
                   ADD 1 TO TASKS-RENUMBERED
                   MOVE '2' TO JOURNAL-FILE-ID
                   MOVE 'W' TO JOURNAL-ACTION
                   MOVE TASKS-FILE-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   WRITE TASKS-FILE-RECORD
           END-WRITE

           IF MOVED-TASK-COUNT < 2000
               ADD 1 TO MOVED-TASK-COUNT
               MOVE ORIGINAL-TASK-ID TO MOVED-TASK-ID(MOVED-TASK-COUNT)
               MOVE TASKS-ID TO MOVED-TASK-NEW-ID(MOVED-TASK-COUNT)
           END-IF
           PERFORM TALLY-TASK-ROW.

       HOLD-TEMPLATE-ROW.
           MOVE THIST-ROW-DATA(1:86) TO TEMPLATE-FILE-RECORD
           IF TEMPLATE-HOLD-COUNT < 200
               ADD 1 TO TEMPLATE-HOLD-COUNT
               MOVE TMPL-ID TO TEMPLATE-HOLD-ID(TEMPLATE-HOLD-COUNT)
               MOVE TMPL-END-DATE
                   TO TEMPLATE-HOLD-END(TEMPLATE-HOLD-COUNT)
           ELSE
               MOVE 'Y' TO TEMPLATE-HOLD-OVERFLOW
           END-IF.

       COPY-WORK-TO-HISTORY.
           MOVE 'N' TO EOF
           OPEN INPUT TERM-WORK-FILE
           OPEN OUTPUT TERM-HISTORY-FILE

           PERFORM UNTIL EOF = 'Y'
               READ TERM-WORK-FILE INTO TERM-WORK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE TERM-WORK-RECORD TO TERM-HISTORY-RECORD
                       WRITE TERM-HISTORY-RECORD
               END-READ
           END-PERFORM

           CLOSE TERM-WORK-FILE
           CLOSE TERM-HISTORY-FILE.

      *****************************************************************
      *  Only the end date is put back - anything else staff changed
      *  on the template since the close is kept.
      *****************************************************************
       RESTORE-TEMPLATE-END-DATES.
           MOVE 'N' TO EOF
           OPEN I-O TEMPLATE-FILE

           PERFORM UNTIL EOF = 'Y'
               READ TEMPLATE-FILE INTO TEMPLATE-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM RESTORE-ONE-TEMPLATE
               END-READ
           END-PERFORM

           CLOSE TEMPLATE-FILE

           IF TEMPLATE-HOLD-OVERFLOW = 'Y'
               MOVE "WARNING: MORE THAN 200 TEMPLATES - THE REST KEEP T
      -            "HE TERM END DATE" TO TERM-CLOSE-REPORT-LINE
               WRITE TERM-CLOSE-REPORT-LINE
           END-IF.

       RESTORE-ONE-TEMPLATE.
           PERFORM VARYING TEMPLATE-HOLD-INDEX FROM 1 BY 1
               UNTIL TEMPLATE-HOLD-INDEX > TEMPLATE-HOLD-COUNT
               IF TEMPLATE-HOLD-ID(TEMPLATE-HOLD-INDEX) = TMPL-ID
                   MOVE TEMPLATE-FILE-RECORD TO JOURNAL-BEFORE-IMAGE
                   MOVE TEMPLATE-HOLD-END(TEMPLATE-HOLD-INDEX)
                       TO TMPL-END-DATE
                   MOVE '6' TO JOURNAL-FILE-ID
                   MOVE 'R' TO JOURNAL-ACTION
                   MOVE TEMPLATE-FILE-RECORD TO JOURNAL-AFTER-IMAGE
                   PERFORM JOURNAL-CHANGE
                   REWRITE TEMPLATE-FILE-RECORD
                   ADD 1 TO TEMPLATES-ENDED
                   MOVE TMPL-SUBJECT TO LOOKUP-CODE-VALUE
                   PERFORM FIND-CLASS-ENTRY
                   IF CLASS-FOUND = 'Y'
                       ADD 1 TO CLASS-TEMPLATES(CLASS-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CLOSE-LOG-ROW.
           PERFORM BUILD-EVENT-TIMESTAMP
           MOVE TERM-CODE TO TCLOSE-TERM-CODE
           MOVE EVENT-TIMESTAMP TO TCLOSE-STAMP
           OPEN EXTEND TERM-CLOSE-LOG-FILE
           WRITE TERM-CLOSE-LOG-RECORD
           CLOSE TERM-CLOSE-LOG-FILE.

      *****************************************************************
      *  REPORT
      *****************************************************************
       INITIALIZE-REPORT.
           OPEN OUTPUT TERM-CLOSE-REPORT-FILE

           MOVE "EDU-BINGO TERM CLOSE-OUT" TO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE

           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           STRING "Generated: " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE

           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           EVALUATE CLOSE-MODE
               WHEN 'P'
                   STRING "PREVIEW - NOTHING CHANGED. TERM: "
                              DELIMITED BY SIZE
                          TERM-CODE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TERM-START-DATE DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          TERM-END-DATE DELIMITED BY SIZE
                          INTO TERM-CLOSE-REPORT-LINE
               WHEN 'C'
                   STRING "CLOSED TERM: " DELIMITED BY SIZE
                          TERM-CODE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TERM-START-DATE DELIMITED BY SIZE
                          " TO " DELIMITED BY SIZE
                          TERM-END-DATE DELIMITED BY SIZE
                          INTO TERM-CLOSE-REPORT-LINE
               WHEN 'R'
                   STRING "REOPENED TERM: " DELIMITED BY SIZE
                          TERM-CODE DELIMITED BY SIZE
                          " (CLOSED " DELIMITED BY SIZE
                          TERM-STATE-STAMP DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO TERM-CLOSE-REPORT-LINE
           END-EVALUATE
           WRITE TERM-CLOSE-REPORT-LINE

           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE.

       WRITE-CLOSE-SUMMARY.
           MOVE "==================================================="
               TO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE
           MOVE "BY CLASS              DONE TASKS  TEMPLATES  MEMBERS"
               TO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE
           MOVE "==================================================="
               TO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE

           PERFORM VARYING CLASS-INDEX FROM 1 BY 1
               UNTIL CLASS-INDEX > CLASS-COUNT
               IF CLASS-TASKS(CLASS-INDEX) > 0
               OR CLASS-TEMPLATES(CLASS-INDEX) > 0
               OR CLASS-MEMBERS(CLASS-INDEX) > 0
                   PERFORM WRITE-CLASS-SUMMARY-LINE
               END-IF
           END-PERFORM

           IF CLASS-OVERFLOW = 'Y'
               MOVE "WARNING: MORE THAN 100 SUBJECT CODES - CLASS SUMM
      -            "ARY INCOMPLETE" TO TERM-CLOSE-REPORT-LINE
               WRITE TERM-CLOSE-REPORT-LINE
           END-IF

           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE

           MOVE "==================================================="
               TO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE
           MOVE "BY STUDENT            DONE TASKS  NOTES  STEPS  CLASS
      -        "ES" TO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE
           MOVE "==================================================="
               TO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE

           PERFORM VARYING STUDENT-INDEX FROM 1 BY 1
               UNTIL STUDENT-INDEX > STUDENT-COUNT
               PERFORM WRITE-STUDENT-SUMMARY-LINE
           END-PERFORM

           IF STUDENT-OVERFLOW = 'Y'
               MOVE "WARNING: MORE THAN 500 STUDENTS - STUDENT SUMMARY
      -            " INCOMPLETE" TO TERM-CLOSE-REPORT-LINE
               WRITE TERM-CLOSE-REPORT-LINE
           END-IF

           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE.

       WRITE-CLASS-SUMMARY-LINE.
           MOVE CLASS-TASKS(CLASS-INDEX) TO COUNT-DISPLAY
           MOVE CLASS-TEMPLATES(CLASS-INDEX) TO NOTES-DISPLAY
           MOVE CLASS-MEMBERS(CLASS-INDEX) TO STEPS-DISPLAY
           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           IF CLASS-CODE(CLASS-INDEX) = SPACES
               STRING "  (NO SUBJECT)        " DELIMITED BY SIZE
                      COUNT-DISPLAY DELIMITED BY SIZE
                      "       " DELIMITED BY SIZE
                      NOTES-DISPLAY DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      STEPS-DISPLAY DELIMITED BY SIZE
                      INTO TERM-CLOSE-REPORT-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                      CLASS-CODE(CLASS-INDEX) DELIMITED BY SIZE
                      "          " DELIMITED BY SIZE
                      COUNT-DISPLAY DELIMITED BY SIZE
                      "       " DELIMITED BY SIZE
                      NOTES-DISPLAY DELIMITED BY SIZE
                      "    " DELIMITED BY SIZE
                      STEPS-DISPLAY DELIMITED BY SIZE
                      INTO TERM-CLOSE-REPORT-LINE
           END-IF
           WRITE TERM-CLOSE-REPORT-LINE.

       WRITE-STUDENT-SUMMARY-LINE.
           MOVE STUDENT-TASKS(STUDENT-INDEX) TO COUNT-DISPLAY
           MOVE STUDENT-NOTES(STUDENT-INDEX) TO NOTES-DISPLAY
           MOVE STUDENT-STEPS(STUDENT-INDEX) TO STEPS-DISPLAY
           MOVE STUDENT-CLASSES(STUDENT-INDEX) TO OTHER-DISPLAY
           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  STUDENT-USER(STUDENT-INDEX) DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  NOTES-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  STEPS-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  OTHER-DISPLAY DELIMITED BY SIZE
                  INTO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE.

       FINALIZE-REPORT.
           MOVE TASKS-MOVED TO COUNT-DISPLAY
           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           STRING "DONE TASKS:          " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE
           MOVE NOTES-MOVED TO COUNT-DISPLAY
           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           STRING "TASK NOTES:          " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE
           MOVE STEPS-MOVED TO COUNT-DISPLAY
           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           STRING "CHECKLIST STEPS:     " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE
           MOVE TEMPLATES-ENDED TO COUNT-DISPLAY
           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           STRING "TEMPLATES:           " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE
           MOVE ROSTER-ROWS-RETIRED TO COUNT-DISPLAY
           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           STRING "ROSTER ROWS:         " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE
           MOVE SPACES TO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE
           MOVE "END OF REPORT" TO TERM-CLOSE-REPORT-LINE
           WRITE TERM-CLOSE-REPORT-LINE
           CLOSE TERM-CLOSE-REPORT-FILE.

       JOURNAL-CHANGE.
           CALL "JOURNAL-WRITE" USING JOURNAL-FILE-ID JOURNAL-ACTION
               JOURNAL-USER JOURNAL-PROGRAM JOURNAL-BEFORE-IMAGE
               JOURNAL-AFTER-IMAGE
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE
           MOVE SPACES TO JOURNAL-AFTER-IMAGE.

       BUILD-EVENT-TIMESTAMP.
           ACCEPT RAW-TIME FROM TIME
           MOVE RAW-TIME(1:2) TO STAMP-TIME-HH
           MOVE RAW-TIME(3:2) TO STAMP-TIME-MM
           MOVE RAW-TIME(5:2) TO STAMP-TIME-SS

           MOVE SPACES TO EVENT-TIMESTAMP
           STRING TODAY-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STAMP-TIME-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  STAMP-TIME-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  STAMP-TIME-SS DELIMITED BY SIZE
                  INTO EVENT-TIMESTAMP.
