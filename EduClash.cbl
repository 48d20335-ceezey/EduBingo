      *******************THE METADATA FOR OUR PROGRAM*******************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDU-CLASH-RPT.
       AUTHOR. GROUP 1.
       DATE-WRITTEN. 10/15/2026.
       SECURITY. AUTHORIZED PERSONNEL ONLY.
       REMARKS. BATCH REPORT - LOOKS AHEAD OVER THE NEXT FOUR WEEKS
           FOR OVERLOAD DAYS. A STUDENT IS OVERLOADED ON A DAY WHEN
           THEY CARRY AT LEAST THE OVERLOAD LIMIT OF OPEN HIGH-
           PRIORITY TASKS DUE THAT DAY OR THE DAY BEFORE - THE SAME
           TEST EDU-ADMIN APPLIES WHEN A CLASS TASK IS ASSIGNED. THE
           LIMIT IS ASKED FOR AT THE START (BLANK KEEPS THE DEFAULT
           OF 2). THE REPORT LISTS EACH STUDENT'S OVERLOAD DAYS, THEN
           FOR EACH CLASS ON THE ROSTER THE DAYS ON WHICH ANY OF ITS
           MEMBERS ARE OVERLOADED AND WHO THEY ARE, SO INSTRUCTORS
           CAN KEEP NEW DEADLINES OFF THOSE DAYS.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RstrSel.cpy".
           COPY "TaskSel.cpy".
           SELECT CLASH-REPORT-FILE ASSIGN TO "WORKLOAD-CLASH-RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
       FILE SECTION.
       COPY "RstrRec.cpy".
       COPY "TaskRec.cpy".
       FD CLASH-REPORT-FILE.
       01 CLASH-REPORT-LINE              PIC X(100).

      *******************VARIABLES USED ON OUR PROGRAM******************
       WORKING-STORAGE SECTION.
       01 EOF-ROSTER                 PIC X(1) VALUE 'N'.
       01 EOF-TASKS                  PIC X(1) VALUE 'N'.
       01 RAW-DATE                   PIC 9(8).
       01 TODAY-MONTH                PIC 99.
       01 TODAY-DAY                  PIC 99.
       01 TODAY-YEAR                 PIC 9(4).
       01 TODAY-DATE                 PIC X(10).
       01 TODAY-DATE-NUMERIC         PIC 9(8).
       01 TODAY-LILIAN               PIC 9(9).
       01 LAST-DAY-LILIAN            PIC 9(9).
       01 DUE-DATE-NUMERIC           PIC 9(8).
       01 DUE-LILIAN                 PIC 9(9).
       01 DATE-VALID-FLAG            PIC X(1).
       01 LIMIT-INPUT                PIC X(2).
       01 LIMIT-DIGITS               PIC 9(1).
       01 LIMIT-ACCEPTED             PIC X(1) VALUE 'N'.
      *****************************************************************
      *  A student is overloaded on a day carrying this many open
      *  HIGH-priority tasks due that day or the day before; EDU-ADMIN
      *  warns on the same figure when assigning class tasks. The
      *  look-ahead covers today and the next 27 days.
      *****************************************************************
       01 CLASH-LIMIT-DEFAULT        PIC 9(2) VALUE 2.
       01 CLASH-TASK-LIMIT           PIC 9(2) VALUE 2.
       01 LOOKAHEAD-DAYS             PIC 9(3) VALUE 28.
       01 LIMIT-DISPLAY              PIC Z9.
       01 COUNT-DISPLAY              PIC ZZ9.
       01 MEMBERS-DISPLAY            PIC ZZZ9.
       01 DAY-LILIAN                 PIC 9(9).
       01 DAY-NUMERIC                PIC 9(8).
       01 DAY-DATE.
           05 DAY-DATE-MM            PIC X(2).
           05 FILLER                 PIC X(1) VALUE "/".
           05 DAY-DATE-DD            PIC X(2).
           05 FILLER                 PIC X(1) VALUE "/".
           05 DAY-DATE-YYYY          PIC X(4).
       01 DAY-TASK-COUNT             PIC 9(3) VALUE 0.
       01 CANDIDATE-LILIAN           PIC 9(9).
       01 OVERLOAD-FOUND             PIC X(1) VALUE 'N'.
       01 OPEN-HIGH-COUNT            PIC 9(4) VALUE 0.
       01 OPEN-HIGH-INDEX            PIC 9(4).
       01 OPEN-HIGH-SCAN             PIC 9(4).
       01 OPEN-HIGH-OVERFLOW         PIC X(1) VALUE 'N'.
      *****************************************************************
      *  Every open HIGH-priority task due from yesterday to the end
      *  of the look-ahead - yesterday's tasks count towards today.
      *****************************************************************
       01 OPEN-HIGH-TABLE.
           05 OPEN-HIGH-ENTRY OCCURS 2000 TIMES.
               10 OPEN-HIGH-USER     PIC X(20).
               10 OPEN-HIGH-LILIAN   PIC 9(9).
       01 OVERLOAD-COUNT             PIC 9(4) VALUE 0.
       01 OVERLOAD-INDEX             PIC 9(4).
       01 OVERLOAD-OVERFLOW          PIC X(1) VALUE 'N'.
      *****************************************************************
      *  One row per student per overload day, with the number of
      *  open HIGH-priority tasks that make it one.
      *****************************************************************
       01 OVERLOAD-TABLE.
           05 OVERLOAD-ENTRY OCCURS 1000 TIMES.
               10 OVERLOAD-USER      PIC X(20).
               10 OVERLOAD-LILIAN    PIC 9(9).
               10 OVERLOAD-TASKS     PIC 9(3).
       01 STUDENT-COUNT              PIC 9(4) VALUE 0.
       01 STUDENT-INDEX              PIC 9(4).
       01 STUDENT-FOUND              PIC X(1) VALUE 'N'.
      *****************************************************************
      *  Each overloaded student once, in the order first met.
      *****************************************************************
       01 STUDENT-TABLE.
           05 STUDENT-USER           PIC X(20) OCCURS 1000 TIMES.
       01 CURRENT-STUDENT            PIC X(20).
       01 CURRENT-CLASS-CODE         PIC X(10).
       01 CLASS-CODE-COUNT           PIC 9(2) VALUE 0.
       01 CLASS-CODE-INDEX           PIC 9(2).
       01 CLASS-CODE-FOUND           PIC X(1) VALUE 'N'.
       01 CLASS-CODE-OVERFLOW        PIC X(1) VALUE 'N'.
      *****************************************************************
      *  Every distinct class code seen on the roster, so each class
      *  gets exactly one section however its rows are ordered.
      *****************************************************************
       01 CLASS-CODE-TABLE.
           05 CLASS-CODE-SEEN        PIC X(10) OCCURS 50 TIMES.
       01 MEMBER-COUNT               PIC 9(3) VALUE 0.
       01 MEMBER-INDEX               PIC 9(3).
       01 MEMBER-OVERFLOW            PIC X(1) VALUE 'N'.
       01 MEMBER-TABLE.
           05 MEMBER-USER            PIC X(20) OCCURS 200 TIMES.
       01 DAY-MEMBERS-LOADED         PIC 9(3) VALUE 0.
       01 CLASS-DAYS-FLAGGED         PIC 9(3) VALUE 0.
       01 TOTAL-OVERLOAD-DAYS        PIC 9(5) VALUE 0.
       01 TOTAL-DAYS-DISPLAY         PIC ZZZZ9.

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "EDU-CLASH-RPT - upcoming workload overload days."
           PERFORM GET-CLASH-LIMIT
           PERFORM INITIALIZE-REPORT
           PERFORM LOAD-OPEN-HIGH-TASKS
           PERFORM FIND-OVERLOAD-DAYS
           PERFORM WRITE-STUDENT-SECTION
           PERFORM COLLECT-CLASS-CODES

           IF CLASS-CODE-COUNT = 0
               MOVE "NO CLASSES ON THE ROSTER" TO CLASH-REPORT-LINE
               WRITE CLASH-REPORT-LINE
           ELSE
               PERFORM VARYING CLASS-CODE-INDEX FROM 1 BY 1
                   UNTIL CLASS-CODE-INDEX > CLASS-CODE-COUNT
                   MOVE CLASS-CODE-SEEN(CLASS-CODE-INDEX)
                       TO CURRENT-CLASS-CODE
                   PERFORM BUILD-CLASS-SECTION
               END-PERFORM
           END-IF

           PERFORM FINALIZE-REPORT
           DISPLAY "EDU-CLASH-RPT - student overload days: "
               OVERLOAD-COUNT
           STOP RUN.

      *****************************************************************
      *  A blank reply takes the default; anything else must be
      *  digits, re-prompting rather than guessing.
      *****************************************************************
       GET-CLASH-LIMIT.
           MOVE 'N' TO LIMIT-ACCEPTED
           PERFORM UNTIL LIMIT-ACCEPTED = 'Y'
               PERFORM ASK-CLASH-LIMIT
           END-PERFORM.

       ASK-CLASH-LIMIT.
           MOVE CLASH-LIMIT-DEFAULT TO LIMIT-DISPLAY
           DISPLAY "> Overload limit - open HIGH tasks due on a day"
           DISPLAY "  or the day before (blank for " LIMIT-DISPLAY
               "): " WITH NO ADVANCING
           MOVE SPACES TO LIMIT-INPUT
           ACCEPT LIMIT-INPUT

           MOVE ZERO TO LIMIT-DIGITS
           INSPECT FUNCTION REVERSE(LIMIT-INPUT)
               TALLYING LIMIT-DIGITS FOR LEADING SPACES
           COMPUTE LIMIT-DIGITS = 2 - LIMIT-DIGITS

           MOVE 'Y' TO LIMIT-ACCEPTED
           IF LIMIT-DIGITS = 0
               MOVE CLASH-LIMIT-DEFAULT TO CLASH-TASK-LIMIT
           ELSE
               IF LIMIT-INPUT(1:LIMIT-DIGITS) NUMERIC
                   MOVE LIMIT-INPUT(1:LIMIT-DIGITS)
                       TO CLASH-TASK-LIMIT
               ELSE
                   MOVE 'N' TO LIMIT-ACCEPTED
               END-IF
           END-IF

           IF LIMIT-ACCEPTED = 'Y' AND CLASH-TASK-LIMIT = 0
               MOVE 'N' TO LIMIT-ACCEPTED
           END-IF
           IF LIMIT-ACCEPTED = 'N'
               DISPLAY "Please enter a number of tasks from 1 to 99."
           END-IF.

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
           COMPUTE TODAY-LILIAN =
               FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUMERIC)
           COMPUTE LAST-DAY-LILIAN = TODAY-LILIAN + LOOKAHEAD-DAYS - 1

           OPEN OUTPUT CLASH-REPORT-FILE

           MOVE "EDU-BINGO WORKLOAD CLASH REPORT" TO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE

           MOVE CLASH-TASK-LIMIT TO LIMIT-DISPLAY
           MOVE LAST-DAY-LILIAN TO DAY-LILIAN
           PERFORM SET-DAY-DATE-FROM-LILIAN
           MOVE SPACES TO CLASH-REPORT-LINE
           STRING "Generated: " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  "  Looking ahead to: " DELIMITED BY SIZE
                  DAY-DATE DELIMITED BY SIZE
                  "  Overload limit: " DELIMITED BY SIZE
                  LIMIT-DISPLAY DELIMITED BY SIZE
                  INTO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE

           MOVE SPACES TO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE.

      *****************************************************************
      *  Loads every open HIGH-priority task whose due date DATE-CHECK
      *  accepts and that falls between yesterday and the last day
      *  of the look-ahead.
      *****************************************************************
       LOAD-OPEN-HIGH-TASKS.
           MOVE ZERO TO OPEN-HIGH-COUNT
           MOVE 'N' TO OPEN-HIGH-OVERFLOW
           MOVE 'N' TO EOF-TASKS
           OPEN INPUT TASKS-FILE

           PERFORM UNTIL EOF-TASKS = 'Y'
               READ TASKS-FILE INTO TASKS-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF-TASKS
                   NOT AT END
                       IF TASKS-STATUS NOT = 3
                       AND TASKS-PRIORITY = 1
                           PERFORM LOAD-ONE-OPEN-HIGH-TASK
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TASKS-FILE

           IF OPEN-HIGH-OVERFLOW = 'Y'
               MOVE "WARNING: MORE THAN 2000 OPEN HIGH TASKS - REPORT I
      -            "NCOMPLETE" TO CLASH-REPORT-LINE
               WRITE CLASH-REPORT-LINE
           END-IF.

       LOAD-ONE-OPEN-HIGH-TASK.
           CALL "DATE-CHECK" USING TASKS-DATE(1:10) DATE-VALID-FLAG
           IF DATE-VALID-FLAG = 'Y'
               CALL "DATE-CONVERT" USING TASKS-DATE(1:10)
                   DUE-DATE-NUMERIC
               COMPUTE DUE-LILIAN =
                   FUNCTION INTEGER-OF-DATE(DUE-DATE-NUMERIC)
               IF DUE-LILIAN + 1 >= TODAY-LILIAN
               AND DUE-LILIAN <= LAST-DAY-LILIAN
                   IF OPEN-HIGH-COUNT < 2000
                       ADD 1 TO OPEN-HIGH-COUNT
                       MOVE TASKS-USER
                           TO OPEN-HIGH-USER(OPEN-HIGH-COUNT)
                       MOVE DUE-LILIAN
                           TO OPEN-HIGH-LILIAN(OPEN-HIGH-COUNT)
                   ELSE
                       MOVE 'Y' TO OPEN-HIGH-OVERFLOW
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  A task due on day D weighs on D and on D + 1, so only those
      *  two days can become overload days because of it. Each is
      *  tested once per student.
      *****************************************************************
       FIND-OVERLOAD-DAYS.
           MOVE ZERO TO OVERLOAD-COUNT
           MOVE 'N' TO OVERLOAD-OVERFLOW
           PERFORM VARYING OPEN-HIGH-INDEX FROM 1 BY 1
               UNTIL OPEN-HIGH-INDEX > OPEN-HIGH-COUNT
               MOVE OPEN-HIGH-USER(OPEN-HIGH-INDEX) TO CURRENT-STUDENT
               MOVE OPEN-HIGH-LILIAN(OPEN-HIGH-INDEX)
                   TO CANDIDATE-LILIAN
               PERFORM TEST-CANDIDATE-DAY
               ADD 1 TO CANDIDATE-LILIAN
               PERFORM TEST-CANDIDATE-DAY
           END-PERFORM

           IF OVERLOAD-OVERFLOW = 'Y'
               MOVE "WARNING: MORE THAN 1000 OVERLOAD DAYS - REPORT INC
      -            "OMPLETE" TO CLASH-REPORT-LINE
               WRITE CLASH-REPORT-LINE
           END-IF.

       TEST-CANDIDATE-DAY.
           IF CANDIDATE-LILIAN >= TODAY-LILIAN
           AND CANDIDATE-LILIAN <= LAST-DAY-LILIAN
               MOVE 'N' TO OVERLOAD-FOUND
               PERFORM VARYING OVERLOAD-INDEX FROM 1 BY 1
                   UNTIL OVERLOAD-INDEX > OVERLOAD-COUNT
                   IF OVERLOAD-USER(OVERLOAD-INDEX) = CURRENT-STUDENT
                   AND OVERLOAD-LILIAN(OVERLOAD-INDEX)
                       = CANDIDATE-LILIAN
                       MOVE 'Y' TO OVERLOAD-FOUND
                   END-IF
               END-PERFORM

               IF OVERLOAD-FOUND = 'N'
                   PERFORM COUNT-CANDIDATE-TASKS
                   IF DAY-TASK-COUNT >= CLASH-TASK-LIMIT
                       PERFORM ADD-OVERLOAD-DAY
                   END-IF
               END-IF
           END-IF.

       COUNT-CANDIDATE-TASKS.
           MOVE ZERO TO DAY-TASK-COUNT
           PERFORM VARYING OPEN-HIGH-SCAN FROM 1 BY 1
               UNTIL OPEN-HIGH-SCAN > OPEN-HIGH-COUNT
               IF OPEN-HIGH-USER(OPEN-HIGH-SCAN) = CURRENT-STUDENT
                   IF OPEN-HIGH-LILIAN(OPEN-HIGH-SCAN)
                       = CANDIDATE-LILIAN
                   OR OPEN-HIGH-LILIAN(OPEN-HIGH-SCAN) + 1
                       = CANDIDATE-LILIAN
                       ADD 1 TO DAY-TASK-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       ADD-OVERLOAD-DAY.
           IF OVERLOAD-COUNT < 1000
               ADD 1 TO OVERLOAD-COUNT
               MOVE CURRENT-STUDENT TO OVERLOAD-USER(OVERLOAD-COUNT)
               MOVE CANDIDATE-LILIAN TO OVERLOAD-LILIAN(OVERLOAD-COUNT)
               MOVE DAY-TASK-COUNT TO OVERLOAD-TASKS(OVERLOAD-COUNT)
               PERFORM NOTE-OVERLOADED-STUDENT
           ELSE
               MOVE 'Y' TO OVERLOAD-OVERFLOW
           END-IF.

       NOTE-OVERLOADED-STUDENT.
           MOVE 'N' TO STUDENT-FOUND
           PERFORM VARYING STUDENT-INDEX FROM 1 BY 1
               UNTIL STUDENT-INDEX > STUDENT-COUNT
               IF STUDENT-USER(STUDENT-INDEX) = CURRENT-STUDENT
                   MOVE 'Y' TO STUDENT-FOUND
               END-IF
           END-PERFORM

           IF STUDENT-FOUND = 'N'
               ADD 1 TO STUDENT-COUNT
               MOVE CURRENT-STUDENT TO STUDENT-USER(STUDENT-COUNT)
           END-IF.

      *****************************************************************
      *  Per-student section - each overloaded student with their
      *  overload days in date order.
      *****************************************************************
       WRITE-STUDENT-SECTION.
           MOVE "==================================================="
               TO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE
           MOVE "OVERLOAD DAYS BY STUDENT" TO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE
           MOVE "==================================================="
               TO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE

           IF STUDENT-COUNT = 0
               MOVE "  -- NO STUDENT IS OVERLOADED --"
                   TO CLASH-REPORT-LINE
               WRITE CLASH-REPORT-LINE
           ELSE
               PERFORM VARYING STUDENT-INDEX FROM 1 BY 1
                   UNTIL STUDENT-INDEX > STUDENT-COUNT
                   MOVE STUDENT-USER(STUDENT-INDEX) TO CURRENT-STUDENT
                   MOVE SPACES TO CLASH-REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          CURRENT-STUDENT DELIMITED BY SIZE
                          INTO CLASH-REPORT-LINE
                   WRITE CLASH-REPORT-LINE
                   PERFORM WRITE-STUDENT-DAYS
               END-PERFORM
           END-IF

           MOVE SPACES TO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE.

       WRITE-STUDENT-DAYS.
           PERFORM VARYING DAY-LILIAN FROM TODAY-LILIAN BY 1
               UNTIL DAY-LILIAN > LAST-DAY-LILIAN
               PERFORM VARYING OVERLOAD-INDEX FROM 1 BY 1
                   UNTIL OVERLOAD-INDEX > OVERLOAD-COUNT
                   IF OVERLOAD-USER(OVERLOAD-INDEX) = CURRENT-STUDENT
                   AND OVERLOAD-LILIAN(OVERLOAD-INDEX) = DAY-LILIAN
                       PERFORM WRITE-ONE-STUDENT-DAY
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-ONE-STUDENT-DAY.
           PERFORM SET-DAY-DATE-FROM-LILIAN
           MOVE OVERLOAD-TASKS(OVERLOAD-INDEX) TO COUNT-DISPLAY
           MOVE SPACES TO CLASH-REPORT-LINE
           STRING "    " DELIMITED BY SIZE
                  DAY-DATE DELIMITED BY SIZE
                  "  OPEN HIGH TASKS DUE THAT DAY OR DAY BEFORE: "
                      DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE.

       COLLECT-CLASS-CODES.
           MOVE ZERO TO CLASS-CODE-COUNT
           MOVE 'N' TO CLASS-CODE-OVERFLOW
           MOVE 'N' TO EOF-ROSTER
           OPEN INPUT CLASS-ROSTER-FILE

           PERFORM UNTIL EOF-ROSTER = 'Y'
               READ CLASS-ROSTER-FILE INTO CLASS-ROSTER-RECORD
                   AT END
                       MOVE 'Y' TO EOF-ROSTER
                   NOT AT END
                       PERFORM NOTE-ONE-CLASS-CODE
               END-READ
           END-PERFORM

           CLOSE CLASS-ROSTER-FILE

           MOVE "==================================================="
               TO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE
           MOVE "OVERLOAD DAYS BY CLASS" TO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE
           MOVE "==================================================="
               TO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE

           IF CLASS-CODE-OVERFLOW = 'Y'
               MOVE "WARNING: MORE THAN 50 CLASS CODES - REPORT INCOMPL
      -            "ETE" TO CLASH-REPORT-LINE
               WRITE CLASH-REPORT-LINE
           END-IF.

       NOTE-ONE-CLASS-CODE.
           MOVE 'N' TO CLASS-CODE-FOUND
           PERFORM VARYING CLASS-CODE-INDEX FROM 1 BY 1
               UNTIL CLASS-CODE-INDEX > CLASS-CODE-COUNT
               IF CLASS-CODE-SEEN(CLASS-CODE-INDEX)
                   = ROSTER-CLASS-CODE
                   MOVE 'Y' TO CLASS-CODE-FOUND
               END-IF
           END-PERFORM

           IF CLASS-CODE-FOUND = 'N'
               IF CLASS-CODE-COUNT < 50
                   ADD 1 TO CLASS-CODE-COUNT
                   MOVE ROSTER-CLASS-CODE
                       TO CLASS-CODE-SEEN(CLASS-CODE-COUNT)
               ELSE
                   MOVE 'Y' TO CLASS-CODE-OVERFLOW
               END-IF
           END-IF.

      *****************************************************************
      *  Per-class section - for each day of the look-ahead, how many
      *  of the class's members are overloaded and which ones.
      *****************************************************************
       BUILD-CLASS-SECTION.
           PERFORM LOAD-CLASS-MEMBERS
           MOVE ZERO TO CLASS-DAYS-FLAGGED
           MOVE MEMBER-COUNT TO MEMBERS-DISPLAY

           MOVE SPACES TO CLASH-REPORT-LINE
           STRING "CLASS: " DELIMITED BY SIZE
                  CURRENT-CLASS-CODE DELIMITED BY SIZE
                  "  MEMBERS: " DELIMITED BY SIZE
                  MEMBERS-DISPLAY DELIMITED BY SIZE
                  INTO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE

           PERFORM VARYING DAY-LILIAN FROM TODAY-LILIAN BY 1
               UNTIL DAY-LILIAN > LAST-DAY-LILIAN
               PERFORM COUNT-DAY-MEMBERS-LOADED
               IF DAY-MEMBERS-LOADED > 0
                   PERFORM WRITE-CLASS-DAY
               END-IF
           END-PERFORM

           IF CLASS-DAYS-FLAGGED = 0
               MOVE "  -- NO OVERLOAD DAYS --" TO CLASH-REPORT-LINE
               WRITE CLASH-REPORT-LINE
           END-IF

           IF MEMBER-OVERFLOW = 'Y'
               MOVE "  WARNING: MORE THAN 200 MEMBERS - CLASS INCOMPLE
      -            "TE" TO CLASH-REPORT-LINE
               WRITE CLASH-REPORT-LINE
           END-IF

           MOVE SPACES TO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE.

       LOAD-CLASS-MEMBERS.
           MOVE ZERO TO MEMBER-COUNT
           MOVE 'N' TO MEMBER-OVERFLOW
           MOVE 'N' TO EOF-ROSTER
           OPEN INPUT CLASS-ROSTER-FILE

           PERFORM UNTIL EOF-ROSTER = 'Y'
               READ CLASS-ROSTER-FILE INTO CLASS-ROSTER-RECORD
                   AT END
                       MOVE 'Y' TO EOF-ROSTER
                   NOT AT END
                       IF ROSTER-CLASS-CODE = CURRENT-CLASS-CODE
                           IF MEMBER-COUNT < 200
                               ADD 1 TO MEMBER-COUNT
                               MOVE ROSTER-MEMBER-USER
                                   TO MEMBER-USER(MEMBER-COUNT)
                           ELSE
                               MOVE 'Y' TO MEMBER-OVERFLOW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLASS-ROSTER-FILE.

       COUNT-DAY-MEMBERS-LOADED.
           MOVE ZERO TO DAY-MEMBERS-LOADED
           PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
               UNTIL MEMBER-INDEX > MEMBER-COUNT
               PERFORM VARYING OVERLOAD-INDEX FROM 1 BY 1
                   UNTIL OVERLOAD-INDEX > OVERLOAD-COUNT
                   IF OVERLOAD-USER(OVERLOAD-INDEX)
                       = MEMBER-USER(MEMBER-INDEX)
                   AND OVERLOAD-LILIAN(OVERLOAD-INDEX) = DAY-LILIAN
                       ADD 1 TO DAY-MEMBERS-LOADED
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-CLASS-DAY.
           ADD 1 TO CLASS-DAYS-FLAGGED
           ADD 1 TO TOTAL-OVERLOAD-DAYS
           PERFORM SET-DAY-DATE-FROM-LILIAN
           MOVE DAY-MEMBERS-LOADED TO COUNT-DISPLAY
           MOVE SPACES TO CLASH-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  DAY-DATE DELIMITED BY SIZE
                  "  MEMBERS OVERLOADED: " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  " OF " DELIMITED BY SIZE
                  MEMBERS-DISPLAY DELIMITED BY SIZE
                  INTO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE

           PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
               UNTIL MEMBER-INDEX > MEMBER-COUNT
               PERFORM VARYING OVERLOAD-INDEX FROM 1 BY 1
                   UNTIL OVERLOAD-INDEX > OVERLOAD-COUNT
                   IF OVERLOAD-USER(OVERLOAD-INDEX)
                       = MEMBER-USER(MEMBER-INDEX)
                   AND OVERLOAD-LILIAN(OVERLOAD-INDEX) = DAY-LILIAN
                       MOVE OVERLOAD-TASKS(OVERLOAD-INDEX)
                           TO COUNT-DISPLAY
                       MOVE SPACES TO CLASH-REPORT-LINE
                       STRING "    - " DELIMITED BY SIZE
                              MEMBER-USER(MEMBER-INDEX)
                                  DELIMITED BY SIZE
                              " (" DELIMITED BY SIZE
                              COUNT-DISPLAY DELIMITED BY SIZE
                              " OPEN HIGH)" DELIMITED BY SIZE
                              INTO CLASH-REPORT-LINE
                       WRITE CLASH-REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       SET-DAY-DATE-FROM-LILIAN.
           COMPUTE DAY-NUMERIC = FUNCTION DATE-OF-INTEGER(DAY-LILIAN)
           MOVE DAY-NUMERIC(1:4) TO DAY-DATE-YYYY
           MOVE DAY-NUMERIC(5:2) TO DAY-DATE-MM
           MOVE DAY-NUMERIC(7:2) TO DAY-DATE-DD.

       FINALIZE-REPORT.
           MOVE OVERLOAD-COUNT TO MEMBERS-DISPLAY
           MOVE SPACES TO CLASH-REPORT-LINE
           STRING "STUDENT OVERLOAD DAYS: " DELIMITED BY SIZE
                  MEMBERS-DISPLAY DELIMITED BY SIZE
                  INTO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE
           MOVE TOTAL-OVERLOAD-DAYS TO TOTAL-DAYS-DISPLAY
           MOVE SPACES TO CLASH-REPORT-LINE
           STRING "CLASS OVERLOAD DAYS:   " DELIMITED BY SIZE
                  TOTAL-DAYS-DISPLAY DELIMITED BY SIZE
                  INTO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE
           MOVE SPACES TO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE
           MOVE "END OF REPORT" TO CLASH-REPORT-LINE
           WRITE CLASH-REPORT-LINE
           CLOSE CLASH-REPORT-FILE.
