      *******************THE METADATA FOR OUR PROGRAM*******************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDU-ENGAGE.
       AUTHOR. GROUP 1.
       DATE-WRITTEN. 10/15/2026.
       SECURITY. AUTHORIZED PERSONNEL ONLY.
       REMARKS. BATCH REPORT - ACCOUNT ENGAGEMENT AND DORMANT LIST.
           FOR EVERY ACCOUNT PRINTS THE LAST SIGN-IN, THE NUMBER OF
           SESSIONS AND THEIR AVERAGE LENGTH OVER THE LAST 7 AND 30
           DAYS, AND THE DAYS SINCE ANY TASK OR MOOD ACTIVITY.
           SESSIONS COME FROM SESSION-HISTORY.dat (THE PAIRS THE
           NIGHTLY DRIVER ARCHIVES) PLUS WHATEVER SESSION-FILE HAS
           COLLECTED SINCE; SUCCESSFUL LOGINS IN LOGIN-AUDIT-FILE
           ALSO COUNT TOWARD THE LAST SIGN-IN. ACTIVITY COMES FROM
           MOOD-FILE, TASK-NOTES-FILE AND THE BADGE STREAK DATES.
           ACTIVE STUDENT ACCOUNTS WITH NO SIGN-IN FOR MORE THAN A
           PROMPTED NUMBER OF DAYS ARE LISTED AS DORMANT, GROUPED BY
           CLASS ROSTER, AND THE LIST IS LEFT IN DORMANT-ACCOUNTS.dat
           FOR STAFF TO WORK THROUGH FROM THE ADMIN CONSOLE.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AcctSel.cpy".
           COPY "SessSel.cpy".
           COPY "ShistSel.cpy".
           COPY "LogSel.cpy".
           COPY "MoodSel.cpy".
           COPY "NoteSel.cpy".
           COPY "BdgeSel.cpy".
           COPY "RstrSel.cpy".
           COPY "DormSel.cpy".
           SELECT ENGAGE-REPORT-FILE ASSIGN TO "ENGAGEMENT-RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
       FILE SECTION.
       COPY "AcctRec.cpy".
       COPY "SessRec.cpy".
       COPY "ShistRec.cpy".
       COPY "LogRec.cpy".
       COPY "MoodRec.cpy".
       COPY "NoteRec.cpy".
       COPY "BdgeRec.cpy".
       COPY "RstrRec.cpy".
       COPY "DormRec.cpy".
       FD ENGAGE-REPORT-FILE.
       01 ENGAGE-REPORT-LINE             PIC X(100).

      *******************VARIABLES USED ON OUR PROGRAM******************
       WORKING-STORAGE SECTION.
       01 EOF                        PIC X(1) VALUE 'N'.
       01 RAW-DATE                   PIC 9(8).
       01 TODAY-MONTH                PIC 99.
       01 TODAY-DAY                  PIC 99.
       01 TODAY-YEAR                 PIC 9(4).
       01 TODAY-DATE                 PIC X(10).
       01 TODAY-DATE-NUMERIC         PIC 9(8).
       01 TODAY-LILIAN               PIC 9(9).
       01 STAMP-DATE                 PIC X(10).
       01 STAMP-DATE-VALID           PIC X(1).
       01 STAMP-DATE-NUMERIC         PIC 9(8).
       01 STAMP-LILIAN               PIC 9(9).
       01 STAMP-DAYS-AGO             PIC S9(9).
       01 SESSION-IN-LILIAN          PIC 9(9).
       01 SESSION-CLOCK-HH           PIC 99.
       01 SESSION-CLOCK-MM           PIC 99.
       01 SESSION-IN-CLOCK           PIC 9(4).
       01 SESSION-OUT-CLOCK          PIC 9(4).
       01 SESSION-LENGTH             PIC S9(9).
       01 SESSION-MINUTES            PIC 9(5).
       01 SESSION-HAS-LENGTH         PIC X(1).
       01 SESSION-START-STAMP        PIC X(20).
       01 SESSION-END-STAMP          PIC X(20).
       01 LOOKUP-USER-VALUE          PIC X(20).
      *****************************************************************
      *  Accounts with no sign-in for more than this many days are
      *  dormant; the operator may give another figure at the prompt.
      *****************************************************************
       01 DORMANT-DAYS-DEFAULT       PIC 9(3) VALUE 30.
       01 DORMANT-DAYS-LIMIT         PIC 9(3) VALUE 0.
       01 DORMANT-DAYS-INPUT         PIC X(3).
       01 DORMANT-DIGITS             PIC 9(1).
       01 DORMANT-TOTAL              PIC 9(4) VALUE 0.
       01 DORMANT-IN-CLASS           PIC 9(4) VALUE 0.
       01 DORMANT-ROWS-WRITTEN       PIC 9(5) VALUE 0.
       01 ACCOUNT-COUNT              PIC 9(3) VALUE 0.
       01 ACCOUNT-INDEX              PIC 9(3).
       01 ACCOUNT-FOUND-SLOT         PIC 9(3).
       01 ACCOUNT-OVERFLOW           PIC X(1) VALUE 'N'.
       01 AVERAGE-MINUTES            PIC 9(5).
       01 DAYS-IDLE                  PIC S9(9).
       01 SESS-DISPLAY               PIC ZZZ9.
       01 AVERAGE-DISPLAY            PIC ZZZZ9.
       01 DAYS-DISPLAY               PIC ZZZZ9.
       01 COUNT-DISPLAY              PIC ZZZZ9.
       01 LIMIT-DISPLAY              PIC ZZ9.
       01 LAST-IN-LABEL              PIC X(10).
       01 ACTIVITY-LABEL             PIC X(5).
       01 ACCOUNT-STATE-LABEL        PIC X(8).
      *****************************************************************
      *  One slot per account. ENGAGE-PENDING holds a SESSION-FILE
      *  sign-in still waiting for its sign-out while that file is
      *  paired up. The 7-day and 30-day figures count every session,
      *  but only sessions that ended with a sign-out have a length,
      *  so the averages divide by the TIMED counts.
      *****************************************************************
       01 ENGAGE-ACCOUNT-TABLE.
           05 ENGAGE-ENTRY OCCURS 500 TIMES.
               10 ENGAGE-USER            PIC X(20).
               10 ENGAGE-ROLE            PIC X(1).
               10 ENGAGE-ACTIVE          PIC X(1).
               10 ENGAGE-CREATED-LILIAN  PIC 9(9).
               10 ENGAGE-LAST-IN-LILIAN  PIC 9(9).
               10 ENGAGE-LAST-IN-DATE    PIC X(10).
               10 ENGAGE-ACTIVITY-LILIAN PIC 9(9).
               10 ENGAGE-SESS-7          PIC 9(4).
               10 ENGAGE-TIMED-7         PIC 9(4).
               10 ENGAGE-MINUTES-7       PIC 9(7).
               10 ENGAGE-SESS-30         PIC 9(4).
               10 ENGAGE-TIMED-30        PIC 9(4).
               10 ENGAGE-MINUTES-30      PIC 9(7).
               10 ENGAGE-PENDING         PIC X(20).
               10 ENGAGE-DORMANT         PIC X(1).
               10 ENGAGE-ON-ROSTER       PIC X(1).
               10 ENGAGE-DAYS-IDLE       PIC 9(5).
       01 CLASS-CODE-COUNT           PIC 9(2) VALUE 0.
       01 CLASS-CODE-INDEX           PIC 9(2).
       01 CLASS-CODE-FOUND           PIC X(1) VALUE 'N'.
       01 CLASS-CODE-OVERFLOW        PIC X(1) VALUE 'N'.
       01 CURRENT-CLASS-CODE         PIC X(10).
      *****************************************************************
      *  Every distinct class code on the roster, so each class gets
      *  exactly one group in the dormant list.
      *****************************************************************
       01 CLASS-CODE-TABLE.
           05 CLASS-CODE-SEEN        PIC X(10) OCCURS 50 TIMES.

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "EDU-ENGAGE - account engagement and dormant list."
           PERFORM GET-VALID-DORMANT-DAYS
           PERFORM INITIALIZE-REPORT
           PERFORM LOAD-ACCOUNTS
           PERFORM SCAN-SESSION-HISTORY
           PERFORM SCAN-LIVE-SESSIONS
           PERFORM SCAN-LOGIN-AUDIT
           PERFORM SCAN-MOOD-ACTIVITY
           PERFORM SCAN-NOTE-ACTIVITY
           PERFORM SCAN-BADGE-ACTIVITY
           PERFORM MARK-DORMANT-ACCOUNTS
           PERFORM WRITE-ENGAGEMENT-SECTION
           PERFORM WRITE-DORMANT-SECTION
           PERFORM FINALIZE-REPORT
           DISPLAY "EDU-ENGAGE - accounts reported: " ACCOUNT-COUNT
           DISPLAY "EDU-ENGAGE - dormant accounts:  " DORMANT-TOTAL
           STOP RUN.

      *****************************************************************
      *  A blank reply takes the default; anything else must be
      *  digits, re-prompting rather than guessing.
      *****************************************************************
       GET-VALID-DORMANT-DAYS.
           MOVE DORMANT-DAYS-DEFAULT TO LIMIT-DISPLAY
           DISPLAY "> List accounts with no sign-in for more than how"
           DISPLAY "  many days? (blank for " LIMIT-DISPLAY "): "
               WITH NO ADVANCING
           MOVE SPACES TO DORMANT-DAYS-INPUT
           ACCEPT DORMANT-DAYS-INPUT

           MOVE ZERO TO DORMANT-DIGITS
           INSPECT FUNCTION REVERSE(DORMANT-DAYS-INPUT)
               TALLYING DORMANT-DIGITS FOR LEADING SPACES
           COMPUTE DORMANT-DIGITS = 3 - DORMANT-DIGITS

           IF DORMANT-DIGITS = 0
               MOVE DORMANT-DAYS-DEFAULT TO DORMANT-DAYS-LIMIT
           ELSE
               IF DORMANT-DAYS-INPUT(1:DORMANT-DIGITS) NUMERIC
                   MOVE DORMANT-DAYS-INPUT(1:DORMANT-DIGITS)
                       TO DORMANT-DAYS-LIMIT
               ELSE
                   DISPLAY "Please enter the number of days in digits."
                   PERFORM GET-VALID-DORMANT-DAYS
               END-IF
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

           OPEN OUTPUT ENGAGE-REPORT-FILE

           MOVE "EDU-BINGO ACCOUNT ENGAGEMENT REPORT"
               TO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE

           MOVE SPACES TO ENGAGE-REPORT-LINE
           STRING "Generated: " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE

           MOVE DORMANT-DAYS-LIMIT TO LIMIT-DISPLAY
           MOVE SPACES TO ENGAGE-REPORT-LINE
           STRING "Dormant after " DELIMITED BY SIZE
                  LIMIT-DISPLAY DELIMITED BY SIZE
                  " days with no sign-in" DELIMITED BY SIZE
                  INTO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE.

      *****************************************************************
      *  One slot per account, staff included - staff are reported
      *  like anyone else but are never listed as dormant.
      *****************************************************************
       LOAD-ACCOUNTS.
           MOVE ZERO TO ACCOUNT-COUNT
           MOVE 'N' TO EOF
           OPEN INPUT ACCOUNT-FILE

           PERFORM UNTIL EOF = 'Y'
               READ ACCOUNT-FILE NEXT
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF ACCOUNT-COUNT < 500
                           ADD 1 TO ACCOUNT-COUNT
                           PERFORM FILL-ACCOUNT-SLOT
                       ELSE
                           MOVE 'Y' TO ACCOUNT-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-FILE

           IF ACCOUNT-OVERFLOW = 'Y'
               DISPLAY "EDU-ENGAGE - WARNING: more than 500 accounts;"
               DISPLAY "the rest are left out of this report."
           END-IF.

       FILL-ACCOUNT-SLOT.
           MOVE USER-NAME TO ENGAGE-USER(ACCOUNT-COUNT)
           MOVE USER-ROLE TO ENGAGE-ROLE(ACCOUNT-COUNT)
           MOVE USER-ACTIVE-FLAG TO ENGAGE-ACTIVE(ACCOUNT-COUNT)
           MOVE USER-ACCOUNT-CREATED(1:10) TO STAMP-DATE
           PERFORM STAMP-TO-LILIAN
           MOVE STAMP-LILIAN TO ENGAGE-CREATED-LILIAN(ACCOUNT-COUNT)
           MOVE ZERO TO ENGAGE-LAST-IN-LILIAN(ACCOUNT-COUNT)
           MOVE SPACES TO ENGAGE-LAST-IN-DATE(ACCOUNT-COUNT)
           MOVE ZERO TO ENGAGE-ACTIVITY-LILIAN(ACCOUNT-COUNT)
           MOVE ZERO TO ENGAGE-SESS-7(ACCOUNT-COUNT)
           MOVE ZERO TO ENGAGE-TIMED-7(ACCOUNT-COUNT)
           MOVE ZERO TO ENGAGE-MINUTES-7(ACCOUNT-COUNT)
           MOVE ZERO TO ENGAGE-SESS-30(ACCOUNT-COUNT)
           MOVE ZERO TO ENGAGE-TIMED-30(ACCOUNT-COUNT)
           MOVE ZERO TO ENGAGE-MINUTES-30(ACCOUNT-COUNT)
           MOVE SPACES TO ENGAGE-PENDING(ACCOUNT-COUNT)
           MOVE 'N' TO ENGAGE-DORMANT(ACCOUNT-COUNT)
           MOVE 'N' TO ENGAGE-ON-ROSTER(ACCOUNT-COUNT)
           MOVE ZERO TO ENGAGE-DAYS-IDLE(ACCOUNT-COUNT).

      *****************************************************************
      *  Looks LOOKUP-USER-VALUE up in the account table; zero in
      *  ACCOUNT-FOUND-SLOT means the user is not on file.
      *****************************************************************
       FIND-ACCOUNT-SLOT.
           MOVE ZERO TO ACCOUNT-FOUND-SLOT
           PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
               OR ACCOUNT-FOUND-SLOT > 0
               IF ENGAGE-USER(ACCOUNT-INDEX) = LOOKUP-USER-VALUE
                   MOVE ACCOUNT-INDEX TO ACCOUNT-FOUND-SLOT
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Turns the MM/DD/YYYY in STAMP-DATE into a day number; a date
      *  DATE-CHECK rejects gives zero.
      *****************************************************************
       STAMP-TO-LILIAN.
           MOVE ZERO TO STAMP-LILIAN
           CALL "DATE-CHECK" USING STAMP-DATE STAMP-DATE-VALID
           IF STAMP-DATE-VALID = 'Y'
               CALL "DATE-CONVERT" USING STAMP-DATE STAMP-DATE-NUMERIC
               COMPUTE STAMP-LILIAN =
                   FUNCTION INTEGER-OF-DATE(STAMP-DATE-NUMERIC)
           END-IF.

       SCAN-SESSION-HISTORY.
           MOVE 'N' TO EOF
           OPEN INPUT SESSION-HISTORY-FILE

           PERFORM UNTIL EOF = 'Y'
               READ SESSION-HISTORY-FILE INTO SESSION-HISTORY-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SHIST-USER TO LOOKUP-USER-VALUE
                       PERFORM FIND-ACCOUNT-SLOT
                       IF ACCOUNT-FOUND-SLOT > 0
                           MOVE SHIST-IN TO SESSION-START-STAMP
                           MOVE SHIST-MINUTES TO SESSION-MINUTES
                           MOVE SHIST-CLOSED TO SESSION-HAS-LENGTH
                           PERFORM COUNT-ONE-SESSION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SESSION-HISTORY-FILE.

      *****************************************************************
      *  SESSION-FILE holds everything since the last compaction. Its
      *  rows are paired the same way the nightly driver pairs them
      *  when it archives, and a sign-in still open at the end counts
      *  as a session with no length yet.
      *****************************************************************
       SCAN-LIVE-SESSIONS.
           MOVE 'N' TO EOF
           OPEN INPUT SESSION-FILE

           PERFORM UNTIL EOF = 'Y'
               READ SESSION-FILE INTO SESSION-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SESSION-USER TO LOOKUP-USER-VALUE
                       PERFORM FIND-ACCOUNT-SLOT
                       IF ACCOUNT-FOUND-SLOT > 0
                           PERFORM PAIR-ONE-SESSION-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SESSION-FILE

           PERFORM VARYING ACCOUNT-FOUND-SLOT FROM 1 BY 1
               UNTIL ACCOUNT-FOUND-SLOT > ACCOUNT-COUNT
               IF ENGAGE-PENDING(ACCOUNT-FOUND-SLOT) NOT = SPACES
                   MOVE ENGAGE-PENDING(ACCOUNT-FOUND-SLOT)
                       TO SESSION-START-STAMP
                   MOVE ZERO TO SESSION-MINUTES
                   MOVE 'N' TO SESSION-HAS-LENGTH
                   PERFORM COUNT-ONE-SESSION
               END-IF
           END-PERFORM.

       PAIR-ONE-SESSION-ROW.
           IF SESSION-EVENT = 'I'
               IF ENGAGE-PENDING(ACCOUNT-FOUND-SLOT) NOT = SPACES
               AND ENGAGE-PENDING(ACCOUNT-FOUND-SLOT) NOT = SESSION-WHEN
                   MOVE ENGAGE-PENDING(ACCOUNT-FOUND-SLOT)
                       TO SESSION-START-STAMP
                   MOVE ZERO TO SESSION-MINUTES
                   MOVE 'N' TO SESSION-HAS-LENGTH
                   PERFORM COUNT-ONE-SESSION
               END-IF
               MOVE SESSION-WHEN TO ENGAGE-PENDING(ACCOUNT-FOUND-SLOT)
           ELSE
               IF ENGAGE-PENDING(ACCOUNT-FOUND-SLOT) NOT = SPACES
                   MOVE ENGAGE-PENDING(ACCOUNT-FOUND-SLOT)
                       TO SESSION-START-STAMP
                   MOVE SESSION-WHEN TO SESSION-END-STAMP
                   PERFORM MEASURE-SESSION-LENGTH
                   MOVE 'Y' TO SESSION-HAS-LENGTH
                   PERFORM COUNT-ONE-SESSION
                   MOVE SPACES TO ENGAGE-PENDING(ACCOUNT-FOUND-SLOT)
               END-IF
           END-IF.

      *****************************************************************
      *  Minutes from SESSION-START-STAMP to SESSION-END-STAMP, both
      *  MM/DD/YYYY HH:MM:SS; a stamp that will not parse gives zero.
      *****************************************************************
       MEASURE-SESSION-LENGTH.
           MOVE ZERO TO SESSION-MINUTES
           MOVE SESSION-START-STAMP(1:10) TO STAMP-DATE
           PERFORM STAMP-TO-LILIAN
           MOVE STAMP-LILIAN TO SESSION-IN-LILIAN
           MOVE SESSION-END-STAMP(1:10) TO STAMP-DATE
           PERFORM STAMP-TO-LILIAN

           IF SESSION-IN-LILIAN > 0
           AND STAMP-LILIAN > 0
           AND SESSION-START-STAMP(12:2) NUMERIC
           AND SESSION-START-STAMP(15:2) NUMERIC
           AND SESSION-END-STAMP(12:2) NUMERIC
           AND SESSION-END-STAMP(15:2) NUMERIC
               MOVE SESSION-START-STAMP(12:2) TO SESSION-CLOCK-HH
               MOVE SESSION-START-STAMP(15:2) TO SESSION-CLOCK-MM
               COMPUTE SESSION-IN-CLOCK =
                   SESSION-CLOCK-HH * 60 + SESSION-CLOCK-MM
               MOVE SESSION-END-STAMP(12:2) TO SESSION-CLOCK-HH
               MOVE SESSION-END-STAMP(15:2) TO SESSION-CLOCK-MM
               COMPUTE SESSION-OUT-CLOCK =
                   SESSION-CLOCK-HH * 60 + SESSION-CLOCK-MM
               COMPUTE SESSION-LENGTH =
                   (STAMP-LILIAN - SESSION-IN-LILIAN) * 1440
                 + SESSION-OUT-CLOCK - SESSION-IN-CLOCK
               IF SESSION-LENGTH > 0
               AND SESSION-LENGTH < 100000
                   MOVE SESSION-LENGTH TO SESSION-MINUTES
               END-IF
           END-IF.

      *****************************************************************
      *  Credits one session, started at SESSION-START-STAMP, to the
      *  account in ACCOUNT-FOUND-SLOT: it moves the last sign-in
      *  forward and counts toward the 7- and 30-day windows (today
      *  and the 6 or 29 days before it).
      *****************************************************************
       COUNT-ONE-SESSION.
           MOVE SESSION-START-STAMP(1:10) TO STAMP-DATE
           PERFORM STAMP-TO-LILIAN
           IF STAMP-LILIAN > 0
               PERFORM NOTE-SIGN-IN-DATE
               COMPUTE STAMP-DAYS-AGO = TODAY-LILIAN - STAMP-LILIAN
               IF STAMP-DAYS-AGO >= 0 AND STAMP-DAYS-AGO < 30
                   ADD 1 TO ENGAGE-SESS-30(ACCOUNT-FOUND-SLOT)
                   IF SESSION-HAS-LENGTH = 'Y'
                       ADD 1 TO ENGAGE-TIMED-30(ACCOUNT-FOUND-SLOT)
                       ADD SESSION-MINUTES
                           TO ENGAGE-MINUTES-30(ACCOUNT-FOUND-SLOT)
                   END-IF
                   IF STAMP-DAYS-AGO < 7
                       ADD 1 TO ENGAGE-SESS-7(ACCOUNT-FOUND-SLOT)
                       IF SESSION-HAS-LENGTH = 'Y'
                           ADD 1 TO ENGAGE-TIMED-7(ACCOUNT-FOUND-SLOT)
                           ADD SESSION-MINUTES
                               TO ENGAGE-MINUTES-7(ACCOUNT-FOUND-SLOT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NOTE-SIGN-IN-DATE.
           IF STAMP-LILIAN > ENGAGE-LAST-IN-LILIAN(ACCOUNT-FOUND-SLOT)
               MOVE STAMP-LILIAN
                   TO ENGAGE-LAST-IN-LILIAN(ACCOUNT-FOUND-SLOT)
               MOVE STAMP-DATE
                   TO ENGAGE-LAST-IN-DATE(ACCOUNT-FOUND-SLOT)
           END-IF.

      *****************************************************************
      *  A successful login on file is a sign-in even when no session
      *  row survives for it (sessions older than the history file).
      *****************************************************************
       SCAN-LOGIN-AUDIT.
           MOVE 'N' TO EOF
           OPEN INPUT LOGIN-AUDIT-FILE

           PERFORM UNTIL EOF = 'Y'
               READ LOGIN-AUDIT-FILE INTO LOGIN-AUDIT-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF LOGIN-AUDIT-RESULT = 'S'
                           MOVE LOGIN-AUDIT-USER TO LOOKUP-USER-VALUE
                           PERFORM FIND-ACCOUNT-SLOT
                           IF ACCOUNT-FOUND-SLOT > 0
                               MOVE LOGIN-AUDIT-WHEN(1:10)
                                   TO STAMP-DATE
                               PERFORM STAMP-TO-LILIAN
                               PERFORM NOTE-SIGN-IN-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LOGIN-AUDIT-FILE.

       SCAN-MOOD-ACTIVITY.
           MOVE 'N' TO EOF
           OPEN INPUT MOOD-FILE

           PERFORM UNTIL EOF = 'Y'
               READ MOOD-FILE INTO MOOD-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE MOOD-USER TO LOOKUP-USER-VALUE
                       MOVE MOOD-DATE(1:10) TO STAMP-DATE
                       PERFORM NOTE-ACTIVITY-DATE
               END-READ
           END-PERFORM

           CLOSE MOOD-FILE.

       SCAN-NOTE-ACTIVITY.
           MOVE 'N' TO EOF
           OPEN INPUT TASK-NOTES-FILE

           PERFORM UNTIL EOF = 'Y'
               READ TASK-NOTES-FILE INTO TASK-NOTES-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE NOTE-USER TO LOOKUP-USER-VALUE
                       MOVE NOTE-WHEN(1:10) TO STAMP-DATE
                       PERFORM NOTE-ACTIVITY-DATE
               END-READ
           END-PERFORM

           CLOSE TASK-NOTES-FILE.

      *****************************************************************
      *  The badge row keeps the last day a task was finished and the
      *  last day a mood was logged, which covers task completions
      *  that leave no dated row anywhere else.
      *****************************************************************
       SCAN-BADGE-ACTIVITY.
           MOVE 'N' TO EOF
           OPEN INPUT BADGES-FILE

           PERFORM UNTIL EOF = 'Y'
               READ BADGES-FILE INTO BADGES-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE BADGE-USER TO LOOKUP-USER-VALUE
                       MOVE BADGE-TASK-LAST-DATE(1:10) TO STAMP-DATE
                       PERFORM NOTE-ACTIVITY-DATE
                       MOVE BADGE-MOOD-LAST-DATE(1:10) TO STAMP-DATE
                       PERFORM NOTE-ACTIVITY-DATE
               END-READ
           END-PERFORM

           CLOSE BADGES-FILE.

       NOTE-ACTIVITY-DATE.
           PERFORM FIND-ACCOUNT-SLOT
           IF ACCOUNT-FOUND-SLOT > 0
               PERFORM STAMP-TO-LILIAN
               IF STAMP-LILIAN >
                   ENGAGE-ACTIVITY-LILIAN(ACCOUNT-FOUND-SLOT)
                   MOVE STAMP-LILIAN
                       TO ENGAGE-ACTIVITY-LILIAN(ACCOUNT-FOUND-SLOT)
               END-IF
           END-IF.

      *****************************************************************
      *  Only an active student account can be dormant. With no
      *  sign-in on record the idle days run from account creation;
      *  an account whose creation date will not parse either is
      *  listed, since nothing shows it was ever used.
      *****************************************************************
       MARK-DORMANT-ACCOUNTS.
           MOVE ZERO TO DORMANT-TOTAL
           PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
               IF ENGAGE-LAST-IN-LILIAN(ACCOUNT-INDEX) > 0
                   COMPUTE DAYS-IDLE = TODAY-LILIAN
                       - ENGAGE-LAST-IN-LILIAN(ACCOUNT-INDEX)
               ELSE
                   IF ENGAGE-CREATED-LILIAN(ACCOUNT-INDEX) > 0
                       COMPUTE DAYS-IDLE = TODAY-LILIAN
                           - ENGAGE-CREATED-LILIAN(ACCOUNT-INDEX)
                   ELSE
                       MOVE 99999 TO DAYS-IDLE
                   END-IF
               END-IF
               IF DAYS-IDLE < 0
                   MOVE ZERO TO DAYS-IDLE
               END-IF
               IF DAYS-IDLE > 99999
                   MOVE 99999 TO DAYS-IDLE
               END-IF
               MOVE DAYS-IDLE TO ENGAGE-DAYS-IDLE(ACCOUNT-INDEX)

               IF ENGAGE-ACTIVE(ACCOUNT-INDEX) = 'Y'
               AND ENGAGE-ROLE(ACCOUNT-INDEX) NOT = 'S'
               AND ENGAGE-ROLE(ACCOUNT-INDEX) NOT = 'A'
               AND ENGAGE-ROLE(ACCOUNT-INDEX) NOT = 'I'
               AND ENGAGE-ROLE(ACCOUNT-INDEX) NOT = 'C'
               AND DAYS-IDLE > DORMANT-DAYS-LIMIT
                   MOVE 'Y' TO ENGAGE-DORMANT(ACCOUNT-INDEX)
                   ADD 1 TO DORMANT-TOTAL
               END-IF
           END-PERFORM.

       WRITE-ENGAGEMENT-SECTION.
           MOVE SPACES TO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE
           MOVE "ACCOUNT ENGAGEMENT" TO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE
           MOVE "USERNAME             LAST IN     7D SESS  AVG MIN 30D S
      -         "ESS  AVG MIN ACTIVITY STATE"
               TO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE

           PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
               PERFORM WRITE-ACCOUNT-LINE
           END-PERFORM

           IF ACCOUNT-OVERFLOW = 'Y'
               MOVE "WARNING: MORE THAN 500 ACCOUNTS - REPORT INCOMPLE
      -            "TE" TO ENGAGE-REPORT-LINE
               WRITE ENGAGE-REPORT-LINE
           END-IF.

      *****************************************************************
      *  ACTIVITY is the days since the last task or mood activity,
      *  NONE when there has never been any.
      *****************************************************************
       WRITE-ACCOUNT-LINE.
           IF ENGAGE-LAST-IN-DATE(ACCOUNT-INDEX) = SPACES
               MOVE "NEVER" TO LAST-IN-LABEL
           ELSE
               MOVE ENGAGE-LAST-IN-DATE(ACCOUNT-INDEX) TO LAST-IN-LABEL
           END-IF

           IF ENGAGE-ACTIVITY-LILIAN(ACCOUNT-INDEX) = 0
               MOVE " NONE" TO ACTIVITY-LABEL
           ELSE
               COMPUTE DAYS-IDLE = TODAY-LILIAN
                   - ENGAGE-ACTIVITY-LILIAN(ACCOUNT-INDEX)
               IF DAYS-IDLE < 0
                   MOVE ZERO TO DAYS-IDLE
               END-IF
               MOVE DAYS-IDLE TO DAYS-DISPLAY
               MOVE DAYS-DISPLAY TO ACTIVITY-LABEL
           END-IF

           EVALUATE TRUE
               WHEN ENGAGE-DORMANT(ACCOUNT-INDEX) = 'Y'
                   MOVE "DORMANT" TO ACCOUNT-STATE-LABEL
               WHEN ENGAGE-ACTIVE(ACCOUNT-INDEX) NOT = 'Y'
                   MOVE "INACTIVE" TO ACCOUNT-STATE-LABEL
               WHEN ENGAGE-ROLE(ACCOUNT-INDEX) = 'S'
               WHEN ENGAGE-ROLE(ACCOUNT-INDEX) = 'A'
               WHEN ENGAGE-ROLE(ACCOUNT-INDEX) = 'I'
               WHEN ENGAGE-ROLE(ACCOUNT-INDEX) = 'C'
                   MOVE "STAFF" TO ACCOUNT-STATE-LABEL
               WHEN OTHER
                   MOVE SPACES TO ACCOUNT-STATE-LABEL
           END-EVALUATE

           MOVE SPACES TO ENGAGE-REPORT-LINE
           STRING ENGAGE-USER(ACCOUNT-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LAST-IN-LABEL DELIMITED BY SIZE
                  INTO ENGAGE-REPORT-LINE

           MOVE ENGAGE-SESS-7(ACCOUNT-INDEX) TO SESS-DISPLAY
           MOVE SESS-DISPLAY TO ENGAGE-REPORT-LINE(37:4)
           MOVE ZERO TO AVERAGE-MINUTES
           IF ENGAGE-TIMED-7(ACCOUNT-INDEX) > 0
               COMPUTE AVERAGE-MINUTES ROUNDED =
                   ENGAGE-MINUTES-7(ACCOUNT-INDEX)
                   / ENGAGE-TIMED-7(ACCOUNT-INDEX)
           END-IF
           MOVE AVERAGE-MINUTES TO AVERAGE-DISPLAY
           MOVE AVERAGE-DISPLAY TO ENGAGE-REPORT-LINE(45:5)

           MOVE ENGAGE-SESS-30(ACCOUNT-INDEX) TO SESS-DISPLAY
           MOVE SESS-DISPLAY TO ENGAGE-REPORT-LINE(55:4)
           MOVE ZERO TO AVERAGE-MINUTES
           IF ENGAGE-TIMED-30(ACCOUNT-INDEX) > 0
               COMPUTE AVERAGE-MINUTES ROUNDED =
                   ENGAGE-MINUTES-30(ACCOUNT-INDEX)
                   / ENGAGE-TIMED-30(ACCOUNT-INDEX)
           END-IF
           MOVE AVERAGE-MINUTES TO AVERAGE-DISPLAY
           MOVE AVERAGE-DISPLAY TO ENGAGE-REPORT-LINE(63:5)

           MOVE ACTIVITY-LABEL TO ENGAGE-REPORT-LINE(71:5)
           MOVE ACCOUNT-STATE-LABEL TO ENGAGE-REPORT-LINE(78:8)
           WRITE ENGAGE-REPORT-LINE.

      *****************************************************************
      *  One group per class code on the roster, then a group for the
      *  dormant accounts on no roster at all. An account on several
      *  rosters is listed under each; every listed row also goes to
      *  DORMANT-ACCOUNT-FILE for the admin console.
      *****************************************************************
       WRITE-DORMANT-SECTION.
           OPEN OUTPUT DORMANT-ACCOUNT-FILE
           MOVE ZERO TO DORMANT-ROWS-WRITTEN

           MOVE SPACES TO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE
           MOVE SPACES TO ENGAGE-REPORT-LINE
           STRING "DORMANT ACCOUNTS - NO SIGN-IN FOR MORE THAN "
                      DELIMITED BY SIZE
                  LIMIT-DISPLAY DELIMITED BY SIZE
                  " DAYS" DELIMITED BY SIZE
                  INTO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE

           PERFORM COLLECT-CLASS-CODES

           PERFORM VARYING CLASS-CODE-INDEX FROM 1 BY 1
               UNTIL CLASS-CODE-INDEX > CLASS-CODE-COUNT
               MOVE CLASS-CODE-SEEN(CLASS-CODE-INDEX)
                   TO CURRENT-CLASS-CODE
               PERFORM WRITE-CLASS-DORMANT-GROUP
           END-PERFORM

           MOVE SPACES TO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE
           MOVE "NOT ON ANY CLASS ROSTER" TO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE
           MOVE ZERO TO DORMANT-IN-CLASS
           MOVE SPACES TO CURRENT-CLASS-CODE
           PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > ACCOUNT-COUNT
               IF ENGAGE-DORMANT(ACCOUNT-INDEX) = 'Y'
               AND ENGAGE-ON-ROSTER(ACCOUNT-INDEX) = 'N'
                   PERFORM WRITE-DORMANT-LINE
               END-IF
           END-PERFORM
           IF DORMANT-IN-CLASS = 0
               MOVE "  -- none --" TO ENGAGE-REPORT-LINE
               WRITE ENGAGE-REPORT-LINE
           END-IF

           CLOSE DORMANT-ACCOUNT-FILE.

       COLLECT-CLASS-CODES.
           MOVE ZERO TO CLASS-CODE-COUNT
           MOVE 'N' TO CLASS-CODE-OVERFLOW
           MOVE 'N' TO EOF
           OPEN INPUT CLASS-ROSTER-FILE

           PERFORM UNTIL EOF = 'Y'
               READ CLASS-ROSTER-FILE INTO CLASS-ROSTER-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM NOTE-ONE-CLASS-CODE
                       MOVE ROSTER-MEMBER-USER TO LOOKUP-USER-VALUE
                       PERFORM FIND-ACCOUNT-SLOT
                       IF ACCOUNT-FOUND-SLOT > 0
                           MOVE 'Y'
                               TO ENGAGE-ON-ROSTER(ACCOUNT-FOUND-SLOT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLASS-ROSTER-FILE

           IF CLASS-CODE-OVERFLOW = 'Y'
               MOVE "WARNING: MORE THAN 50 CLASS CODES - LIST INCOMPL
      -            "ETE" TO ENGAGE-REPORT-LINE
               WRITE ENGAGE-REPORT-LINE
           END-IF.

       NOTE-ONE-CLASS-CODE.
           MOVE 'N' TO CLASS-CODE-FOUND
           PERFORM VARYING CLASS-CODE-INDEX FROM 1 BY 1
               UNTIL CLASS-CODE-INDEX > CLASS-CODE-COUNT
               IF CLASS-CODE-SEEN(CLASS-CODE-INDEX) = ROSTER-CLASS-CODE
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

       WRITE-CLASS-DORMANT-GROUP.
           MOVE SPACES TO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE
           MOVE SPACES TO ENGAGE-REPORT-LINE
           STRING "CLASS: " DELIMITED BY SIZE
                  CURRENT-CLASS-CODE DELIMITED BY SIZE
                  INTO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE

           MOVE ZERO TO DORMANT-IN-CLASS
           MOVE 'N' TO EOF
           OPEN INPUT CLASS-ROSTER-FILE

           PERFORM UNTIL EOF = 'Y'
               READ CLASS-ROSTER-FILE INTO CLASS-ROSTER-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF ROSTER-CLASS-CODE = CURRENT-CLASS-CODE
                           MOVE ROSTER-MEMBER-USER
                               TO LOOKUP-USER-VALUE
                           PERFORM FIND-ACCOUNT-SLOT
                           IF ACCOUNT-FOUND-SLOT > 0
                               MOVE ACCOUNT-FOUND-SLOT TO ACCOUNT-INDEX
                               IF ENGAGE-DORMANT(ACCOUNT-INDEX) = 'Y'
                                   PERFORM WRITE-DORMANT-LINE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLASS-ROSTER-FILE

           IF DORMANT-IN-CLASS = 0
               MOVE "  -- none --" TO ENGAGE-REPORT-LINE
               WRITE ENGAGE-REPORT-LINE
           END-IF.

       WRITE-DORMANT-LINE.
           ADD 1 TO DORMANT-IN-CLASS
           IF ENGAGE-LAST-IN-DATE(ACCOUNT-INDEX) = SPACES
               MOVE "NEVER" TO LAST-IN-LABEL
           ELSE
               MOVE ENGAGE-LAST-IN-DATE(ACCOUNT-INDEX) TO LAST-IN-LABEL
           END-IF
           MOVE ENGAGE-DAYS-IDLE(ACCOUNT-INDEX) TO DAYS-DISPLAY

           MOVE SPACES TO ENGAGE-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
                  ENGAGE-USER(ACCOUNT-INDEX) DELIMITED BY SIZE
                  " last sign-in " DELIMITED BY SIZE
                  LAST-IN-LABEL DELIMITED BY SIZE
                  "  idle " DELIMITED BY SIZE
                  DAYS-DISPLAY DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
                  INTO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE

           MOVE ENGAGE-USER(ACCOUNT-INDEX) TO DORMANT-USER
           MOVE CURRENT-CLASS-CODE TO DORMANT-CLASS
           MOVE ENGAGE-LAST-IN-DATE(ACCOUNT-INDEX) TO DORMANT-LAST-IN
           MOVE ENGAGE-DAYS-IDLE(ACCOUNT-INDEX) TO DORMANT-DAYS
           MOVE TODAY-DATE TO DORMANT-LISTED
           WRITE DORMANT-ACCOUNT-RECORD
           ADD 1 TO DORMANT-ROWS-WRITTEN.

       FINALIZE-REPORT.
           MOVE SPACES TO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE

           MOVE ACCOUNT-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO ENGAGE-REPORT-LINE
           STRING "ACCOUNTS REPORTED:      " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE

           MOVE DORMANT-TOTAL TO COUNT-DISPLAY
           MOVE SPACES TO ENGAGE-REPORT-LINE
           STRING "DORMANT ACCOUNTS:       " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE

           MOVE DORMANT-ROWS-WRITTEN TO COUNT-DISPLAY
           MOVE SPACES TO ENGAGE-REPORT-LINE
           STRING "ROWS ON THE DORMANT LIST:" DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE

           MOVE SPACES TO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE
           MOVE "END OF REPORT" TO ENGAGE-REPORT-LINE
           WRITE ENGAGE-REPORT-LINE

           CLOSE ENGAGE-REPORT-FILE.
