       AUTHOR. GROUP 1.
       DATE-WRITTEN. 09/02/2026.
       SECURITY. AUTHORIZED PERSONNEL ONLY.
       REMARKS. UNATTENDED NIGHTLY BATCH - SNAPSHOTS THE FOURTEEN
           LIVE DATA FILES (ACCOUNT, TASKS, MOOD, BADGES,
           LOGIN-AUDIT, TEMPLATE, CLASS-ROSTER, LOCKOUT,
           PWD-HISTORY, TASK-NOTES, SUBTASK, MESSAGE, MOOD-ALERT,
           TERM-CALENDAR) INTO GENERATION-NUMBERED COPIES
           NAMED BACKUP-Gn-<FILE>.dat. GENERATIONS CYCLE 1 TO 3, SO
           THE LAST THREE NIGHTS ARE ALWAYS ON DISK. AFTER EACH COPY
           THE LIVE FILE BEFORE THE STEP IS DECLARED OK; ANY
           MISMATCH FAILS THE STEP SO THE NIGHTLY CHAIN HALTS THERE.
           EDU-RESTORE BRINGS ONE FILE OR ALL OF THEM BACK FROM A
           CHOSEN GENERATION. ONCE EVERY COPY IS VERIFIED THE LIVE
           CHANGE JOURNAL (JOURNAL.dat) IS SET ASIDE AS
           BACKUP-Gn-JOURNAL.dat BESIDE THE GENERATION IT FOLLOWS ON
           FROM, AND A NEW JOURNAL IS STARTED FOR THIS GENERATION, SO
           EDU-RESTORE CAN ROLL A RESTORED FILE FORWARD.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
           COPY "LockSel.cpy".
           COPY "PhistSel.cpy".
           COPY "NoteSel.cpy".
           COPY "SubtSel.cpy".
           COPY "MsgSel.cpy".
           COPY "MalrtSel.cpy".
           COPY "TermSel.cpy".
           COPY "JrnlSel.cpy".
           SELECT OPTIONAL JOURNAL-SAVE-FILE
               ASSIGN TO DYNAMIC JOURNAL-SAVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BACKUP-FILE
               ASSIGN TO DYNAMIC BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
       COPY "LockRec.cpy".
       COPY "PhistRec.cpy".
       COPY "NoteRec.cpy".
       COPY "SubtRec.cpy".
       COPY "MsgRec.cpy".
       COPY "MalrtRec.cpy".
       COPY "TermRec.cpy".
       COPY "JrnlRec.cpy".
       FD JOURNAL-SAVE-FILE.
       01 JOURNAL-SAVE-RECORD            PIC X(326).
       FD BACKUP-FILE.
       01 BACKUP-RECORD                  PIC X(125).
      *****************************************************************
       01 BACKUP-ROW-COUNT           PIC 9(6) VALUE 0.
       01 BACKUP-FAILED-FLAG         PIC X(1) VALUE 'N'.
       01 FILES-BACKED-UP            PIC 9(2) VALUE 0.
       01 JOURNAL-FILE-NAME          PIC X(40) VALUE "JOURNAL.dat".
       01 JOURNAL-SAVE-NAME          PIC X(40).
       01 JOURNAL-GENERATION         PIC 9(1) VALUE 0.
       01 JOURNAL-FIRST-ROW          PIC X(1) VALUE 'Y'.

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
           PERFORM BACKUP-LOCKOUT-ROWS
           PERFORM BACKUP-PHIST-ROWS
           PERFORM BACKUP-NOTE-ROWS
           PERFORM BACKUP-SUBTASK-ROWS
           PERFORM BACKUP-MESSAGE-ROWS
           PERFORM BACKUP-ALERT-ROWS
           PERFORM BACKUP-CALENDAR-ROWS

           IF BACKUP-FAILED-FLAG = 'N'
               PERFORM ROLL-JOURNAL
           END-IF

           PERFORM WRITE-CONTROL-ROW

           IF BACKUP-FAILED-FLAG = 'Y'
           CLOSE BACKUP-FILE
           PERFORM VERIFY-BACKUP-COUNT.

       BACKUP-SUBTASK-ROWS.
           MOVE "SUBTASK-FILE.dat" TO BACKUP-BASE-NAME
           PERFORM BUILD-BACKUP-FILE-NAME
           MOVE ZERO TO LIVE-ROW-COUNT
           MOVE 'N' TO EOF
           OPEN INPUT SUBTASK-FILE
           OPEN OUTPUT BACKUP-FILE

           PERFORM UNTIL EOF = 'Y'
               READ SUBTASK-FILE INTO SUBTASK-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE SPACES TO BACKUP-RECORD
                       MOVE SUBTASK-RECORD
                           TO BACKUP-RECORD(1:69)
                       WRITE BACKUP-RECORD
                       ADD 1 TO LIVE-ROW-COUNT
               END-READ
           END-PERFORM

           CLOSE SUBTASK-FILE
           CLOSE BACKUP-FILE
           PERFORM VERIFY-BACKUP-COUNT.

       BACKUP-MESSAGE-ROWS.
           MOVE "MESSAGE-FILE.dat" TO BACKUP-BASE-NAME
           PERFORM BUILD-BACKUP-FILE-NAME
                   " vs copy " BACKUP-ROW-COUNT " - MISMATCH"
           END-IF.

      *****************************************************************
      *  The live journal holds every change made since the
      *  generation named in its 'H' header row (a journal from
      *  before the first header follows the last OK generation).
      *  It is copied beside that generation and verified the same
      *  way as the data files; only then is a fresh journal started
      *  for tonight's generation. A failed copy leaves the live
      *  journal running on, so nothing journaled is lost.
      *****************************************************************
       ROLL-JOURNAL.
           MOVE LAST-OK-GENERATION TO JOURNAL-GENERATION
           MOVE 'Y' TO JOURNAL-FIRST-ROW
           MOVE ZERO TO LIVE-ROW-COUNT
           MOVE 'N' TO EOF
           OPEN INPUT JOURNAL-FILE

           PERFORM UNTIL EOF = 'Y'
               READ JOURNAL-FILE INTO JOURNAL-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF JOURNAL-FIRST-ROW = 'Y'
                       AND JRNL-ACTION = 'H'
                       AND JRNL-HDR-GENERATION NUMERIC
                           MOVE JRNL-HDR-GENERATION
                               TO JOURNAL-GENERATION
                       END-IF
                       MOVE 'N' TO JOURNAL-FIRST-ROW
                       ADD 1 TO LIVE-ROW-COUNT
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE

           IF JOURNAL-GENERATION > 0 AND LIVE-ROW-COUNT > 0
               PERFORM SAVE-JOURNAL-ROWS
           END-IF

           IF BACKUP-FAILED-FLAG = 'N'
               PERFORM START-NEW-JOURNAL
           END-IF.

       SAVE-JOURNAL-ROWS.
           MOVE SPACES TO JOURNAL-SAVE-NAME
           STRING "BACKUP-G" DELIMITED BY SIZE
                  JOURNAL-GENERATION DELIMITED BY SIZE
                  "-JOURNAL.dat" DELIMITED BY SIZE
                  INTO JOURNAL-SAVE-NAME

           MOVE 'N' TO EOF
           OPEN INPUT JOURNAL-FILE
           OPEN OUTPUT JOURNAL-SAVE-FILE

           PERFORM UNTIL EOF = 'Y'
               READ JOURNAL-FILE INTO JOURNAL-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE JOURNAL-RECORD TO JOURNAL-SAVE-RECORD
                       WRITE JOURNAL-SAVE-RECORD
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE
           CLOSE JOURNAL-SAVE-FILE

           MOVE ZERO TO BACKUP-ROW-COUNT
           MOVE 'N' TO EOF
           OPEN INPUT JOURNAL-SAVE-FILE

           PERFORM UNTIL EOF = 'Y'
               READ JOURNAL-SAVE-FILE INTO JOURNAL-SAVE-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO BACKUP-ROW-COUNT
               END-READ
           END-PERFORM

           CLOSE JOURNAL-SAVE-FILE

           IF BACKUP-ROW-COUNT = LIVE-ROW-COUNT
               DISPLAY "EDU-BACKUP - " JOURNAL-SAVE-NAME
               DISPLAY "             rows: " LIVE-ROW-COUNT " - OK"
           ELSE
               MOVE 'Y' TO BACKUP-FAILED-FLAG
               DISPLAY "EDU-BACKUP - " JOURNAL-SAVE-NAME
               DISPLAY "             live " LIVE-ROW-COUNT
                   " vs copy " BACKUP-ROW-COUNT " - MISMATCH"
           END-IF.

       START-NEW-JOURNAL.
           PERFORM BUILD-EVENT-TIMESTAMP
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 1 TO JRNL-SEQ
           STRING RAW-DATE DELIMITED BY SIZE
                  RAW-TIME(1:6) DELIMITED BY SIZE
                  INTO JRNL-WHEN-KEY
           MOVE EVENT-TIMESTAMP TO JRNL-STAMP
           MOVE "EDU-BACKUP" TO JRNL-PROGRAM
           MOVE 'H' TO JRNL-ACTION
           MOVE BACKUP-GENERATION TO JRNL-HDR-GENERATION
           MOVE "EJ" TO JRNL-END-MARK

           OPEN OUTPUT JOURNAL-FILE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           DISPLAY "EDU-BACKUP - new journal started for generation "
               BACKUP-GENERATION.

       WRITE-CONTROL-ROW.
           PERFORM BUILD-EVENT-TIMESTAMP
           OPEN EXTEND BACKUP-CONTROL-FILE
