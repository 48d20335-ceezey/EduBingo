       REMARKS. NIGHTLY RUN-CONTROL DRIVER - EXECUTES THE BATCH SUITE
           (EDU-BACKUP FIRST, SO THE NIGHT'S SNAPSHOT PRECEDES ANY
           REWRITING, THEN EDU-TASK-GEN, EDU-BADGE-SYNC,
           EDU-MOOD-ALERT, EDU-TASK-RPT, EDU-EXPORT, EDU-LOG-ROLL,
           EDU-TICKET-AGE, EDU-NOTIFY, EDU-REG-FEED)
           IN ORDER, RECORDING EACH STEP'S START, END AND RETURN CODE
           IN RUN-CONTROL.dat. A NON-ZERO RETURN CODE HALTS THE CHAIN
           AT THAT STEP; THE NEXT INVOCATION READS THE RUN-CONTROL
           SYSTEM-STATUS.dat SO THE LOGIN GATES REFUSE NEW SESSIONS;
           THE FLAG IS ONLY CLEARED ON ALL-OK, SO A HALTED CHAIN
           KEEPS THE WINDOW CLOSED UNTIL A RERUN FINISHES IT.
           BEFORE SESSION-FILE IS COMPACTED, EVERY FINISHED SIGN-IN/
           SIGN-OUT PAIR IN IT IS ARCHIVED TO SESSION-HISTORY.dat FOR
           THE ENGAGEMENT REPORT.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "SysSel.cpy".
           COPY "SessSel.cpy".
           COPY "ShistSel.cpy".

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
      *  One row per step event. RC-EVENT is STARTED when the step is
      *  dispatched, OK or FAILED when it comes back, and ALL-OK once
      *  the whole chain has finished, which resets the restart point
      *  to step 1. RC-STEP-NUM took over the byte that used to pad a
      *  one-digit step number, so older rows still line up.
      *****************************************************************
       FD RUN-CONTROL-FILE.
       01 RUN-CONTROL-RECORD.
           05 RC-STAMP                       PIC X(20).
           05 RC-STEP-NUM                    PIC 9(2).
           05 RC-STEP-TEXT REDEFINES RC-STEP-NUM
                                             PIC X(2).
           05 RC-STEP-NAME                   PIC X(14).
           05 RC-EVENT                       PIC X(8).
           05 RC-RETURN-CODE                 PIC 9(4).
       COPY "SysRec.cpy".
       COPY "SessRec.cpy".
       COPY "ShistRec.cpy".

      *******************VARIABLES USED ON OUR PROGRAM******************
       WORKING-STORAGE SECTION.
       01 STAMP-TIME-MM              PIC 99.
       01 STAMP-TIME-SS              PIC 99.
       01 EVENT-TIMESTAMP            PIC X(20).
       01 START-AT-STEP              PIC 9(2) VALUE 1.
       01 CURRENT-STEP               PIC 9(2).
       01 HALTED-STEP                PIC 9(2) VALUE 0.
       01 CURRENT-STEP-NAME          PIC X(14).
       01 CHAIN-HALTED               PIC X(1) VALUE 'N'.
       01 STEP-RETURN-CODE           PIC 9(4) VALUE 0.
       01 STEP-COUNT                 PIC 9(2) VALUE 10.
       01 STEP-NAME-TABLE.
           05 FILLER                 PIC X(14) VALUE "EDU-BACKUP".
           05 FILLER                 PIC X(14) VALUE "EDU-TASK-GEN".
           05 FILLER                 PIC X(14) VALUE "EDU-TASK-RPT".
           05 FILLER                 PIC X(14) VALUE "EDU-EXPORT".
           05 FILLER                 PIC X(14) VALUE "EDU-LOG-ROLL".
           05 FILLER                 PIC X(14) VALUE "EDU-TICKET-AGE".
           05 FILLER                 PIC X(14) VALUE "EDU-NOTIFY".
           05 FILLER                 PIC X(14) VALUE "EDU-REG-FEED".
       01 STEP-NAME-LIST REDEFINES STEP-NAME-TABLE.
           05 STEP-NAME              PIC X(14) OCCURS 10 TIMES.
       01 LIVE-USER-COUNT            PIC 9(2) VALUE 0.
       01 LIVE-USER-INDEX            PIC 9(2).
       01 LIVE-TABLE-OVERFLOW        PIC X(1) VALUE 'N'.
       01 LIVE-FOUND-SLOT            PIC 9(2).
       01 LIVE-SESSIONS-OPEN         PIC 9(2) VALUE 0.
       01 OVERRIDE-CHOICE            PIC X(1).
       01 SESSIONS-ARCHIVED          PIC 9(5) VALUE 0.
       01 SESSION-DATE-VALID         PIC X(1).
       01 SESSION-DATE-NUMERIC       PIC 9(8).
       01 SESSION-IN-LILIAN          PIC 9(9).
       01 SESSION-OUT-LILIAN         PIC 9(9).
       01 SESSION-CLOCK-HH           PIC 99.
       01 SESSION-CLOCK-MM           PIC 99.
       01 SESSION-IN-CLOCK           PIC 9(4).
       01 SESSION-OUT-CLOCK          PIC 9(4).
       01 SESSION-LENGTH             PIC S9(9).
      *****************************************************************
      *  Net sign-in count per user from SESSION-FILE; a positive net
      *  means that user still looks signed in.
           05 LIVE-USER-ENTRY OCCURS 50 TIMES.
               10 LIVE-USER-NAME     PIC X(20).
               10 LIVE-USER-NET      PIC S9(4).
               10 LIVE-USER-PENDING  PIC X(20).

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
                   MOVE SESSION-USER
                       TO LIVE-USER-NAME(LIVE-FOUND-SLOT)
                   MOVE ZERO TO LIVE-USER-NET(LIVE-FOUND-SLOT)
                   MOVE SPACES TO LIVE-USER-PENDING(LIVE-FOUND-SLOT)
               ELSE
      *            A user the table cannot hold might still be signed
      *            in, so the run must not quietly assume otherwise.
      *  table from filling with users who signed out months ago. If
      *  even the fresh netting pass overflows the table, the file
      *  is left alone - a lossy compaction would drop real rows.
      *  The finished sessions are archived first, and a carried-over
      *  sign-in keeps its real sign-in time where one is known.
      *****************************************************************
       COMPACT-SESSION-FILE.
           PERFORM CHECK-LIVE-SESSIONS
               DISPLAY "EDU-NIGHT-RUN - SESSION-FILE holds too many"
               DISPLAY "distinct users to compact safely; leaving it."
           ELSE
               PERFORM ARCHIVE-FINISHED-SESSIONS
               PERFORM BUILD-EVENT-TIMESTAMP
               OPEN OUTPUT SESSION-FILE
               PERFORM VARYING LIVE-USER-INDEX FROM 1 BY 1
           PERFORM UNTIL LIVE-NET-LEFT <= 0
               MOVE LIVE-USER-NAME(LIVE-USER-INDEX) TO SESSION-USER
               MOVE 'I' TO SESSION-EVENT
               IF LIVE-USER-PENDING(LIVE-USER-INDEX) = SPACES
                   MOVE EVENT-TIMESTAMP TO SESSION-WHEN
               ELSE
                   MOVE LIVE-USER-PENDING(LIVE-USER-INDEX)
                       TO SESSION-WHEN
               END-IF
               WRITE SESSION-FILE-RECORD
               SUBTRACT 1 FROM LIVE-NET-LEFT
           END-PERFORM.

      *****************************************************************
      *  Pairs each user's sign-in with the sign-out that follows it
      *  and appends the pair to SESSION-HISTORY-FILE. A sign-in
      *  followed by another sign-in was abandoned, and is archived
      *  with no sign-out; the carried rows a compaction writes share
      *  one stamp, so a repeat of the same stamp is not archived
      *  twice. A sign-in still waiting at the end stays behind as
      *  the user's pending sign-in and is carried over.
      *****************************************************************
       ARCHIVE-FINISHED-SESSIONS.
           MOVE ZERO TO SESSIONS-ARCHIVED
           MOVE 'N' TO EOF
           OPEN INPUT SESSION-FILE
           OPEN EXTEND SESSION-HISTORY-FILE

           PERFORM UNTIL EOF = 'Y'
               READ SESSION-FILE INTO SESSION-FILE-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM ARCHIVE-ONE-SESSION-ROW
               END-READ
           END-PERFORM

           CLOSE SESSION-HISTORY-FILE
           CLOSE SESSION-FILE
           DISPLAY "EDU-NIGHT-RUN - " SESSIONS-ARCHIVED
               " session(s) archived to SESSION-HISTORY.dat.".

       ARCHIVE-ONE-SESSION-ROW.
           MOVE ZERO TO LIVE-FOUND-SLOT
           PERFORM VARYING LIVE-USER-INDEX FROM 1 BY 1
               UNTIL LIVE-USER-INDEX > LIVE-USER-COUNT
               IF LIVE-USER-NAME(LIVE-USER-INDEX) = SESSION-USER
                   MOVE LIVE-USER-INDEX TO LIVE-FOUND-SLOT
               END-IF
           END-PERFORM

           IF LIVE-FOUND-SLOT > 0
               IF SESSION-EVENT = 'I'
                   IF LIVE-USER-PENDING(LIVE-FOUND-SLOT) NOT = SPACES
                   AND LIVE-USER-PENDING(LIVE-FOUND-SLOT)
                       NOT = SESSION-WHEN
                       MOVE SPACES TO SHIST-OUT
                       MOVE ZERO TO SHIST-MINUTES
                       MOVE 'N' TO SHIST-CLOSED
                       PERFORM WRITE-SESSION-HISTORY-ROW
                   END-IF
                   MOVE SESSION-WHEN
                       TO LIVE-USER-PENDING(LIVE-FOUND-SLOT)
               ELSE
                   IF LIVE-USER-PENDING(LIVE-FOUND-SLOT) NOT = SPACES
                       MOVE SESSION-WHEN TO SHIST-OUT
                       PERFORM MEASURE-SESSION-LENGTH
                       MOVE 'Y' TO SHIST-CLOSED
                       PERFORM WRITE-SESSION-HISTORY-ROW
                       MOVE SPACES
                           TO LIVE-USER-PENDING(LIVE-FOUND-SLOT)
                   END-IF
               END-IF
           END-IF.

       WRITE-SESSION-HISTORY-ROW.
           MOVE SESSION-USER TO SHIST-USER
           MOVE LIVE-USER-PENDING(LIVE-FOUND-SLOT) TO SHIST-IN
           WRITE SESSION-HISTORY-RECORD
           ADD 1 TO SESSIONS-ARCHIVED.

      *****************************************************************
      *  Minutes from the pending sign-in to this sign-out. Stamps are
      *  MM/DD/YYYY HH:MM:SS; a stamp that will not parse gives zero.
      *****************************************************************
       MEASURE-SESSION-LENGTH.
           MOVE ZERO TO SHIST-MINUTES
           MOVE 'Y' TO SESSION-DATE-VALID
           CALL "DATE-CHECK" USING
               LIVE-USER-PENDING(LIVE-FOUND-SLOT)(1:10)
               SESSION-DATE-VALID
           IF SESSION-DATE-VALID = 'Y'
               CALL "DATE-CHECK" USING SESSION-WHEN(1:10)
                   SESSION-DATE-VALID
           END-IF

           IF SESSION-DATE-VALID = 'Y'
           AND LIVE-USER-PENDING(LIVE-FOUND-SLOT)(12:2) NUMERIC
           AND LIVE-USER-PENDING(LIVE-FOUND-SLOT)(15:2) NUMERIC
           AND SESSION-WHEN(12:2) NUMERIC
           AND SESSION-WHEN(15:2) NUMERIC
               CALL "DATE-CONVERT" USING
                   LIVE-USER-PENDING(LIVE-FOUND-SLOT)(1:10)
                   SESSION-DATE-NUMERIC
               COMPUTE SESSION-IN-LILIAN =
                   FUNCTION INTEGER-OF-DATE(SESSION-DATE-NUMERIC)
               CALL "DATE-CONVERT" USING SESSION-WHEN(1:10)
                   SESSION-DATE-NUMERIC
               COMPUTE SESSION-OUT-LILIAN =
                   FUNCTION INTEGER-OF-DATE(SESSION-DATE-NUMERIC)
               MOVE LIVE-USER-PENDING(LIVE-FOUND-SLOT)(12:2)
                   TO SESSION-CLOCK-HH
               MOVE LIVE-USER-PENDING(LIVE-FOUND-SLOT)(15:2)
                   TO SESSION-CLOCK-MM
               COMPUTE SESSION-IN-CLOCK =
                   SESSION-CLOCK-HH * 60 + SESSION-CLOCK-MM
               MOVE SESSION-WHEN(12:2) TO SESSION-CLOCK-HH
               MOVE SESSION-WHEN(15:2) TO SESSION-CLOCK-MM
               COMPUTE SESSION-OUT-CLOCK =
                   SESSION-CLOCK-HH * 60 + SESSION-CLOCK-MM
               COMPUTE SESSION-LENGTH =
                   (SESSION-OUT-LILIAN - SESSION-IN-LILIAN) * 1440
                 + SESSION-OUT-CLOCK - SESSION-IN-CLOCK
               IF SESSION-LENGTH > 0
               AND SESSION-LENGTH < 100000
                   MOVE SESSION-LENGTH TO SHIST-MINUTES
               END-IF
           END-IF.

      *****************************************************************
      *  The status file is rewritten, not appended - one row is all
      *  the login gates ever need, and a rerun of a halted chain
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM CHECK-OLD-STEP-NUM
                       EVALUATE RC-EVENT
                           WHEN "ALL-OK"
                               MOVE 1 TO START-AT-STEP
               MOVE 1 TO START-AT-STEP
           END-IF.

      *****************************************************************
      *  Rows written while the step number was one digit wide hold
      *  the digit and then a space in RC-STEP-NUM; they are read as
      *  that single digit so a restart still lands on the right step.
      *****************************************************************
       CHECK-OLD-STEP-NUM.
           IF (RC-STEP-TEXT(2:1) = SPACE
               OR RC-STEP-TEXT(2:1) = LOW-VALUE)
           AND RC-STEP-TEXT(1:1) IS NUMERIC
               MOVE RC-STEP-TEXT(1:1) TO RC-STEP-TEXT(2:1)
               MOVE '0' TO RC-STEP-TEXT(1:1)
           END-IF.

       RUN-ONE-STEP.
           MOVE STEP-NAME(CURRENT-STEP) TO CURRENT-STEP-NAME
           DISPLAY "EDU-NIGHT-RUN - step " CURRENT-STEP ": "
