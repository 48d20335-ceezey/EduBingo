           COMPLETION RATE AND CURRENT BADGE; EACH SECTION CLOSES
           WITH THE CLASS AVERAGE COMPLETION RATE AND A FALLING-BEHIND
           LIST OF MEMBERS BELOW THE RATE THRESHOLD OR CARRYING AN
           OVERDUE STAFF-ASSIGNED TASK. GIVEN AN INSTRUCTOR'S USERNAME
           AT THE PROMPT, ONLY THE CLASSES LINKED TO THAT INSTRUCTOR IN
           INSTRUCTOR-CLASS-FILE ARE REPORTED; LEFT BLANK, EVERY CLASS
           ON THE ROSTER IS.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
           COPY "RstrSel.cpy".
           COPY "TaskSel.cpy".
           COPY "BdgeSel.cpy".
           COPY "InstSel.cpy".
           SELECT CLASS-REPORT-FILE ASSIGN TO "CLASS-PROGRESS-RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       COPY "RstrRec.cpy".
       COPY "TaskRec.cpy".
       COPY "BdgeRec.cpy".
       COPY "InstRec.cpy".
       FD CLASS-REPORT-FILE.
       01 CLASS-REPORT-LINE              PIC X(100).

       01 EOF-ROSTER                 PIC X(1) VALUE 'N'.
       01 EOF-TASKS                  PIC X(1) VALUE 'N'.
       01 EOF-BADGES                 PIC X(1) VALUE 'N'.
       01 EOF-INSTR                  PIC X(1) VALUE 'N'.
       01 INSTRUCTOR-INPUT           PIC X(20) VALUE SPACES.
       01 CANDIDATE-CLASS-CODE       PIC X(10).
       01 RAW-DATE                   PIC 9(8).
       01 TODAY-MONTH                PIC 99.
       01 TODAY-DAY                  PIC 99.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "EDU-CLASS-RPT - per-class progress digest."
           DISPLAY "> Instructor username (blank = every class): "
               WITH NO ADVANCING
           MOVE SPACES TO INSTRUCTOR-INPUT
           ACCEPT INSTRUCTOR-INPUT

           PERFORM INITIALIZE-REPORT

           IF INSTRUCTOR-INPUT = SPACES
               PERFORM COLLECT-CLASS-CODES
           ELSE
               PERFORM COLLECT-INSTRUCTOR-CLASSES
           END-IF

           IF CLASS-CODE-COUNT = 0
               IF INSTRUCTOR-INPUT = SPACES
                   MOVE "NO CLASSES ON THE ROSTER" TO CLASS-REPORT-LINE
               ELSE
                   MOVE "NO CLASSES LINKED TO THIS INSTRUCTOR"
                       TO CLASS-REPORT-LINE
               END-IF
               WRITE CLASS-REPORT-LINE
           ELSE
               PERFORM VARYING CLASS-CODE-INDEX FROM 1 BY 1
                  INTO CLASS-REPORT-LINE
           WRITE CLASS-REPORT-LINE

           IF INSTRUCTOR-INPUT NOT = SPACES
               MOVE SPACES TO CLASS-REPORT-LINE
               STRING "Instructor: " DELIMITED BY SIZE
                      INSTRUCTOR-INPUT DELIMITED BY SIZE
                      INTO CLASS-REPORT-LINE
               WRITE CLASS-REPORT-LINE
           END-IF

           MOVE SPACES TO CLASS-REPORT-LINE
           WRITE CLASS-REPORT-LINE.

                   AT END
                       MOVE 'Y' TO EOF-ROSTER
                   NOT AT END
                       MOVE ROSTER-CLASS-CODE TO CANDIDATE-CLASS-CODE
                       PERFORM NOTE-ONE-CLASS-CODE
               END-READ
           END-PERFORM
               WRITE CLASS-REPORT-LINE
           END-IF.

      *****************************************************************
      *  The per-instructor digest takes its class list from the
      *  instructor's links rather than the roster, so a linked class
      *  with nobody enrolled yet still gets its (empty) section.
      *****************************************************************
       COLLECT-INSTRUCTOR-CLASSES.
           MOVE ZERO TO CLASS-CODE-COUNT
           MOVE 'N' TO CLASS-CODE-OVERFLOW
           MOVE 'N' TO EOF-INSTR
           OPEN INPUT INSTRUCTOR-CLASS-FILE

           PERFORM UNTIL EOF-INSTR = 'Y'
               READ INSTRUCTOR-CLASS-FILE INTO INSTRUCTOR-CLASS-RECORD
                   AT END
                       MOVE 'Y' TO EOF-INSTR
                   NOT AT END
                       IF INSTR-USER = INSTRUCTOR-INPUT
                           MOVE INSTR-CLASS-CODE
                               TO CANDIDATE-CLASS-CODE
                           PERFORM NOTE-ONE-CLASS-CODE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INSTRUCTOR-CLASS-FILE

           IF CLASS-CODE-OVERFLOW = 'Y'
               MOVE "WARNING: MORE THAN 50 CLASS CODES - DIGEST INCOMPL
      -            "ETE" TO CLASS-REPORT-LINE
               WRITE CLASS-REPORT-LINE
           END-IF.

       NOTE-ONE-CLASS-CODE.
           MOVE 'N' TO CLASS-CODE-FOUND
           PERFORM VARYING CLASS-CODE-INDEX FROM 1 BY 1
               UNTIL CLASS-CODE-INDEX > CLASS-CODE-COUNT
               IF CLASS-CODE-SEEN(CLASS-CODE-INDEX)
                   = CANDIDATE-CLASS-CODE
                   MOVE 'Y' TO CLASS-CODE-FOUND
               END-IF
           END-PERFORM
           IF CLASS-CODE-FOUND = 'N'
               IF CLASS-CODE-COUNT < 50
                   ADD 1 TO CLASS-CODE-COUNT
                   MOVE CANDIDATE-CLASS-CODE
                       TO CLASS-CODE-SEEN(CLASS-CODE-COUNT)
               ELSE
                   MOVE 'Y' TO CLASS-CODE-OVERFLOW
