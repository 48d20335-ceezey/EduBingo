      *******************THE METADATA FOR OUR PROGRAM*******************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDU-TRANSCRIPT.
       AUTHOR. GROUP 1.
       DATE-WRITTEN. 10/15/2026.
       SECURITY. AUTHORIZED PERSONNEL ONLY.
       REMARKS. BATCH REPORT - PRINTS A TERM TRANSCRIPT PER STUDENT
           FROM GRADEBOOK-FILE. THE TERM IS A 'T' ROW OF
           TERM-CALENDAR-FILE, NAMED BY ITS CODE OR, WHEN LEFT BLANK,
           THE TERM RUNNING TODAY (FAILING THAT, THE LAST ONE TO
           END). A GRADE BELONGS TO THE TERM WHEN THE TASK'S DUE DATE
           FALLS INSIDE IT. EACH STUDENT'S GRADED WORK IS LISTED BY
           TASKS-SUBJECT WITH A SUBJECT AVERAGE, THEN A TERM AVERAGE
           OVER EVERY GRADED TASK IN THE TERM. STUDENTS WITH NO
           GRADED WORK IN THE TERM ARE LEFT OFF.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AcctSel.cpy".
           COPY "GradeSel.cpy".
           COPY "TermSel.cpy".
           SELECT TRANSCRIPT-FILE ASSIGN TO "TERM-TRANSCRIPT-RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
       FILE SECTION.
       COPY "AcctRec.cpy".
       COPY "GradeRec.cpy".
       COPY "TermRec.cpy".
       FD TRANSCRIPT-FILE.
       01 TRANSCRIPT-LINE                PIC X(80).

      *******************VARIABLES USED ON OUR PROGRAM******************
       WORKING-STORAGE SECTION.
       01 EOF-ACCOUNTS               PIC X(1) VALUE 'N'.
       01 EOF-GRADES                 PIC X(1) VALUE 'N'.
       01 EOF-CALENDAR               PIC X(1) VALUE 'N'.
       01 RAW-DATE                   PIC 9(8).
       01 TODAY-MONTH                PIC 99.
       01 TODAY-DAY                  PIC 99.
       01 TODAY-YEAR                 PIC 9(4).
       01 TODAY-DATE                 PIC X(10).
       01 TODAY-DATE-NUMERIC         PIC 9(8).
       01 TODAY-LILIAN               PIC 9(9).
       01 DATE-VALID-FLAG            PIC X(1).
       01 CAL-DATE-NUMERIC           PIC 9(8).
       01 ROW-START-LILIAN           PIC 9(9).
       01 ROW-END-LILIAN             PIC 9(9).
       01 TRANSCRIPT-TERM-INPUT      PIC X(10).
       01 TRANSCRIPT-USER-INPUT      PIC X(20).
       01 TRANSCRIPT-ALL-FLAG        PIC X(1) VALUE 'Y'.
       01 TERM-FOUND-FLAG            PIC X(1) VALUE 'N'.
       01 TERM-RUNNING-FLAG          PIC X(1) VALUE 'N'.
       01 TERM-CODE-CHOSEN           PIC X(10).
       01 TERM-START-TEXT            PIC X(10).
       01 TERM-END-TEXT              PIC X(10).
       01 TERM-START-LILIAN          PIC 9(9) VALUE 0.
       01 TERM-END-LILIAN            PIC 9(9) VALUE 0.
       01 GRADE-DUE-NUMERIC          PIC 9(8).
       01 GRADE-DUE-LILIAN           PIC 9(9).
       01 STUDENT-NAME               PIC X(20).
       01 STUDENTS-PRINTED           PIC 9(5) VALUE 0.
       01 SUBJECT-IN-PROGRESS        PIC X(10).
       01 SUBJECT-SCORE-SUM          PIC 9(7) VALUE 0.
       01 SUBJECT-GRADED-COUNT       PIC 9(4) VALUE 0.
       01 TERM-SCORE-SUM             PIC 9(7) VALUE 0.
       01 TERM-GRADED-COUNT          PIC 9(4) VALUE 0.
       01 AVERAGE-SCORE              PIC 9(3)V9 VALUE 0.
       01 AVERAGE-DISPLAY            PIC ZZ9.9.
       01 COUNT-DISPLAY              PIC ZZZ9.
       01 TRANSCRIPT-COUNT           PIC 9(3) VALUE 0.
       01 TRANSCRIPT-INDEX           PIC 9(3).
       01 TRANSCRIPT-SWAPPED         PIC X(1).
       01 TRANSCRIPT-OVERFLOW        PIC X(1) VALUE 'N'.
      *****************************************************************
      *  One student's graded work for the term, sorted by subject and
      *  then due date. Subject and the numeric due date sit first in
      *  each entry so positions 1:18 form the whole sort key.
      *****************************************************************
       01 TRANSCRIPT-TABLE.
           05 TRANSCRIPT-ENTRY OCCURS 200 TIMES.
               10 TR-SUBJECT             PIC X(10).
               10 TR-DUE-NUM             PIC 9(8).
               10 TR-DUE-DATE            PIC X(10).
               10 TR-DESCRIPTION         PIC X(30).
               10 TR-SCORE               PIC 9(3).
               10 TR-LETTER              PIC X(2).
       01 TRANSCRIPT-HOLD            PIC X(63).

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "EDU-TRANSCRIPT - term transcripts from the"
               " gradebook."
           PERFORM SETUP-TODAY
           PERFORM PROMPT-TRANSCRIPT-TERM
           PERFORM FIND-TRANSCRIPT-TERM
           PERFORM INITIALIZE-REPORT

           IF TERM-FOUND-FLAG = 'N'
               MOVE "NO MATCHING TERM IN TERM-CALENDAR-FILE"
                   TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
               DISPLAY "EDU-TRANSCRIPT - no matching term row."
           ELSE
               PERFORM PROMPT-TRANSCRIPT-SCOPE
               IF TRANSCRIPT-ALL-FLAG = 'Y'
                   PERFORM BUILD-ALL-TRANSCRIPTS
               ELSE
                   MOVE TRANSCRIPT-USER-INPUT TO STUDENT-NAME
                   PERFORM BUILD-ONE-TRANSCRIPT
               END-IF
               IF STUDENTS-PRINTED = 0
                   MOVE "NO GRADED WORK FOUND FOR THIS TERM"
                       TO TRANSCRIPT-LINE
                   WRITE TRANSCRIPT-LINE
               END-IF
           END-IF

           PERFORM FINALIZE-REPORT
           DISPLAY "EDU-TRANSCRIPT - " STUDENTS-PRINTED
               " transcript(s) written to TERM-TRANSCRIPT-RPT.txt"
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

       PROMPT-TRANSCRIPT-TERM.
           DISPLAY " "
           DISPLAY "Enter a term code, or blank for the current term:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT TRANSCRIPT-TERM-INPUT.

       PROMPT-TRANSCRIPT-SCOPE.
           DISPLAY " "
           DISPLAY "Enter a username to print, or ALL for every user:"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT TRANSCRIPT-USER-INPUT

      *    A blank reply prints every user, the same as EDU-PLANNER.
           IF TRANSCRIPT-USER-INPUT = "ALL"
           OR TRANSCRIPT-USER-INPUT = SPACES
               MOVE 'Y' TO TRANSCRIPT-ALL-FLAG
           ELSE
               MOVE 'N' TO TRANSCRIPT-ALL-FLAG
           END-IF.

      *****************************************************************
      *  A named term is taken as given. With no code, the term whose
      *  dates contain today wins; between terms, the one that ended
      *  most recently is used, so a run in the week after a term
      *  closes still prints that term.
      *****************************************************************
       FIND-TRANSCRIPT-TERM.
           MOVE 'N' TO TERM-FOUND-FLAG
           MOVE 'N' TO TERM-RUNNING-FLAG
           MOVE 'N' TO EOF-CALENDAR
           OPEN INPUT TERM-CALENDAR-FILE

           PERFORM UNTIL EOF-CALENDAR = 'Y'
               READ TERM-CALENDAR-FILE INTO TERM-CALENDAR-RECORD
                   AT END
                       MOVE 'Y' TO EOF-CALENDAR
                   NOT AT END
                       IF CAL-ROW-TYPE = 'T'
                           PERFORM TEST-ONE-TERM-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TERM-CALENDAR-FILE.

       TEST-ONE-TERM-ROW.
           CALL "DATE-CHECK" USING CAL-START-DATE DATE-VALID-FLAG
           IF DATE-VALID-FLAG = 'Y'
               CALL "DATE-CHECK" USING CAL-END-DATE DATE-VALID-FLAG
           END-IF

           IF DATE-VALID-FLAG = 'Y'
               CALL "DATE-CONVERT" USING CAL-START-DATE
                   CAL-DATE-NUMERIC
               COMPUTE ROW-START-LILIAN =
                   FUNCTION INTEGER-OF-DATE(CAL-DATE-NUMERIC)
               CALL "DATE-CONVERT" USING CAL-END-DATE
                   CAL-DATE-NUMERIC
               COMPUTE ROW-END-LILIAN =
                   FUNCTION INTEGER-OF-DATE(CAL-DATE-NUMERIC)

               IF TRANSCRIPT-TERM-INPUT NOT = SPACES
                   IF CAL-TERM-CODE = TRANSCRIPT-TERM-INPUT
                       PERFORM TAKE-TERM-ROW
                   END-IF
               ELSE
                   IF TODAY-LILIAN >= ROW-START-LILIAN
                   AND TODAY-LILIAN <= ROW-END-LILIAN
                       PERFORM TAKE-TERM-ROW
                       MOVE 'Y' TO TERM-RUNNING-FLAG
                   ELSE
                       IF TERM-RUNNING-FLAG = 'N'
                       AND ROW-END-LILIAN < TODAY-LILIAN
                       AND ROW-END-LILIAN > TERM-END-LILIAN
                           PERFORM TAKE-TERM-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TAKE-TERM-ROW.
           MOVE 'Y' TO TERM-FOUND-FLAG
           MOVE CAL-TERM-CODE TO TERM-CODE-CHOSEN
           MOVE CAL-START-DATE TO TERM-START-TEXT
           MOVE CAL-END-DATE TO TERM-END-TEXT
           MOVE ROW-START-LILIAN TO TERM-START-LILIAN
           MOVE ROW-END-LILIAN TO TERM-END-LILIAN.

       INITIALIZE-REPORT.
           OPEN OUTPUT TRANSCRIPT-FILE

           MOVE "EDU-BINGO TERM TRANSCRIPT" TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE

           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "Generated: " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE

           IF TERM-FOUND-FLAG = 'Y'
               MOVE SPACES TO TRANSCRIPT-LINE
               STRING "Term: " DELIMITED BY SIZE
                      TERM-CODE-CHOSEN DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      TERM-START-TEXT DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      TERM-END-TEXT DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF

           MOVE SPACES TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.

       BUILD-ALL-TRANSCRIPTS.
           MOVE 'N' TO EOF-ACCOUNTS
           OPEN INPUT ACCOUNT-FILE

           PERFORM UNTIL EOF-ACCOUNTS = 'Y'
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 'Y' TO EOF-ACCOUNTS
                   NOT AT END
                       MOVE USER-NAME TO STUDENT-NAME
                       PERFORM BUILD-ONE-TRANSCRIPT
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-FILE.

       BUILD-ONE-TRANSCRIPT.
           PERFORM LOAD-STUDENT-GRADES

           IF TRANSCRIPT-COUNT > 0
               PERFORM SORT-TRANSCRIPT-TABLE
               PERFORM WRITE-STUDENT-TRANSCRIPT
               ADD 1 TO STUDENTS-PRINTED
           END-IF.

       LOAD-STUDENT-GRADES.
           MOVE ZERO TO TRANSCRIPT-COUNT
           MOVE 'N' TO TRANSCRIPT-OVERFLOW
           MOVE 'N' TO EOF-GRADES
           OPEN INPUT GRADEBOOK-FILE

           PERFORM UNTIL EOF-GRADES = 'Y'
               READ GRADEBOOK-FILE INTO GRADEBOOK-RECORD
                   AT END
                       MOVE 'Y' TO EOF-GRADES
                   NOT AT END
                       IF GRADE-USER = STUDENT-NAME
                           PERFORM CHECK-GRADE-IN-TERM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE GRADEBOOK-FILE.

       CHECK-GRADE-IN-TERM.
           CALL "DATE-CHECK" USING GRADE-DUE-DATE DATE-VALID-FLAG
           IF DATE-VALID-FLAG = 'Y'
               CALL "DATE-CONVERT" USING GRADE-DUE-DATE
                   GRADE-DUE-NUMERIC
               COMPUTE GRADE-DUE-LILIAN =
                   FUNCTION INTEGER-OF-DATE(GRADE-DUE-NUMERIC)
               IF GRADE-DUE-LILIAN >= TERM-START-LILIAN
               AND GRADE-DUE-LILIAN <= TERM-END-LILIAN
                   IF TRANSCRIPT-COUNT < 200
                       ADD 1 TO TRANSCRIPT-COUNT
                       MOVE GRADE-SUBJECT
                           TO TR-SUBJECT(TRANSCRIPT-COUNT)
                       MOVE GRADE-DUE-NUMERIC
                           TO TR-DUE-NUM(TRANSCRIPT-COUNT)
                       MOVE GRADE-DUE-DATE
                           TO TR-DUE-DATE(TRANSCRIPT-COUNT)
                       MOVE GRADE-DESCRIPTION
                           TO TR-DESCRIPTION(TRANSCRIPT-COUNT)
                       MOVE GRADE-SCORE
                           TO TR-SCORE(TRANSCRIPT-COUNT)
                       MOVE GRADE-LETTER
                           TO TR-LETTER(TRANSCRIPT-COUNT)
                   ELSE
                       MOVE 'Y' TO TRANSCRIPT-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       SORT-TRANSCRIPT-TABLE.
           MOVE 'Y' TO TRANSCRIPT-SWAPPED
           PERFORM UNTIL TRANSCRIPT-SWAPPED = 'N'
               MOVE 'N' TO TRANSCRIPT-SWAPPED
               PERFORM VARYING TRANSCRIPT-INDEX FROM 1 BY 1
                   UNTIL TRANSCRIPT-INDEX >= TRANSCRIPT-COUNT
                   IF TRANSCRIPT-ENTRY(TRANSCRIPT-INDEX)(1:18) >
                      TRANSCRIPT-ENTRY(TRANSCRIPT-INDEX + 1)(1:18)
                       MOVE TRANSCRIPT-ENTRY(TRANSCRIPT-INDEX)
                           TO TRANSCRIPT-HOLD
                       MOVE TRANSCRIPT-ENTRY(TRANSCRIPT-INDEX + 1)
                           TO TRANSCRIPT-ENTRY(TRANSCRIPT-INDEX)
                       MOVE TRANSCRIPT-HOLD
                           TO TRANSCRIPT-ENTRY(TRANSCRIPT-INDEX + 1)
                       MOVE 'Y' TO TRANSCRIPT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-STUDENT-TRANSCRIPT.
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "STUDENT: " DELIMITED BY SIZE
                  STUDENT-NAME DELIMITED BY SIZE
                  INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE

           MOVE SPACES TO SUBJECT-IN-PROGRESS
           MOVE ZERO TO TERM-SCORE-SUM
           MOVE ZERO TO TERM-GRADED-COUNT

           PERFORM VARYING TRANSCRIPT-INDEX FROM 1 BY 1
               UNTIL TRANSCRIPT-INDEX > TRANSCRIPT-COUNT
               IF TR-SUBJECT(TRANSCRIPT-INDEX) NOT = SUBJECT-IN-PROGRESS
                   IF SUBJECT-IN-PROGRESS NOT = SPACES
                       PERFORM WRITE-SUBJECT-AVERAGE
                   END-IF
                   MOVE TR-SUBJECT(TRANSCRIPT-INDEX)
                       TO SUBJECT-IN-PROGRESS
                   MOVE ZERO TO SUBJECT-SCORE-SUM
                   MOVE ZERO TO SUBJECT-GRADED-COUNT
                   MOVE SPACES TO TRANSCRIPT-LINE
                   STRING "  SUBJECT " DELIMITED BY SIZE
                          SUBJECT-IN-PROGRESS DELIMITED BY SIZE
                          INTO TRANSCRIPT-LINE
                   WRITE TRANSCRIPT-LINE
               END-IF

               MOVE SPACES TO TRANSCRIPT-LINE
               STRING "    " DELIMITED BY SIZE
                      TR-DUE-DATE(TRANSCRIPT-INDEX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      TR-DESCRIPTION(TRANSCRIPT-INDEX)
                          DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      TR-SCORE(TRANSCRIPT-INDEX) DELIMITED BY SIZE
                      "/100  " DELIMITED BY SIZE
                      TR-LETTER(TRANSCRIPT-INDEX) DELIMITED BY SIZE
                      INTO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE

               ADD TR-SCORE(TRANSCRIPT-INDEX) TO SUBJECT-SCORE-SUM
               ADD 1 TO SUBJECT-GRADED-COUNT
               ADD TR-SCORE(TRANSCRIPT-INDEX) TO TERM-SCORE-SUM
               ADD 1 TO TERM-GRADED-COUNT
           END-PERFORM

           PERFORM WRITE-SUBJECT-AVERAGE

           COMPUTE AVERAGE-SCORE ROUNDED =
               TERM-SCORE-SUM / TERM-GRADED-COUNT
           MOVE AVERAGE-SCORE TO AVERAGE-DISPLAY
           MOVE TERM-GRADED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "  TERM AVERAGE: " DELIMITED BY SIZE
                  AVERAGE-DISPLAY DELIMITED BY SIZE
                  " OVER " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  " GRADED TASK(S)" DELIMITED BY SIZE
                  INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE

           IF TRANSCRIPT-OVERFLOW = 'Y'
               MOVE "  WARNING: MORE THAN 200 GRADES - TRANSCRIPT INCOM
      -            "PLETE" TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF

           MOVE SPACES TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.

       WRITE-SUBJECT-AVERAGE.
           COMPUTE AVERAGE-SCORE ROUNDED =
               SUBJECT-SCORE-SUM / SUBJECT-GRADED-COUNT
           MOVE AVERAGE-SCORE TO AVERAGE-DISPLAY
           MOVE SPACES TO TRANSCRIPT-LINE
           STRING "    SUBJECT AVERAGE: " DELIMITED BY SIZE
                  AVERAGE-DISPLAY DELIMITED BY SIZE
                  INTO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE.

       FINALIZE-REPORT.
           MOVE "END OF REPORT" TO TRANSCRIPT-LINE
           WRITE TRANSCRIPT-LINE
           CLOSE TRANSCRIPT-FILE.
