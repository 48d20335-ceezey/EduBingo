      *******************THE METADATA FOR OUR PROGRAM*******************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOURNAL-WRITE.
       AUTHOR. GROUP 1.
       DATE-WRITTEN. 10/15/2026.
       SECURITY. AUTHORIZED PERSONNEL ONLY.
       REMARKS. APPENDS ONE BEFORE/AFTER-IMAGE ROW TO THE LIVE
           JOURNAL (JOURNAL.dat) FOR A CHANGE THE CALLER IS MAKING TO
           ONE OF THE BACKED-UP FILES, STAMPED WITH THE DATE, TIME,
           USER AND PROGRAM AND NUMBERED ONE PAST THE JOURNAL'S LAST
           ROW. SHARED SO THE STUDENT PROGRAM, THE ADMIN CONSOLE AND
           THE BATCH JOBS THAT CHANGE BACKED-UP FILES JOURNAL IN
           EXACTLY THE SAME FORM, THE WAY HASH-PASSWORD IS SHARED FOR
           PASSWORDS. EDU-RESTORE REPLAYS THE ROWS.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "JrnlSel.cpy".

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
       FILE SECTION.
       COPY "JrnlRec.cpy".

      *******************VARIABLES USED ON OUR PROGRAM******************
       WORKING-STORAGE SECTION.
       01 JOURNAL-FILE-NAME          PIC X(40) VALUE "JOURNAL.dat".
       01 EOF                        PIC X(1) VALUE 'N'.
       01 LAST-JOURNAL-SEQ           PIC 9(8) VALUE 0.
       01 RAW-DATE                   PIC 9(8).
       01 RAW-TIME                   PIC 9(8).
       01 STAMP-MONTH                PIC 99.
       01 STAMP-DAY                  PIC 99.
       01 STAMP-YEAR                 PIC 9(4).
       01 STAMP-TIME-HH              PIC 99.
       01 STAMP-TIME-MM              PIC 99.
       01 STAMP-TIME-SS              PIC 99.

       LINKAGE SECTION.
       01 JRNL-FILE-ID-IN            PIC X(1).
       01 JRNL-ACTION-IN             PIC X(1).
       01 JRNL-USER-IN               PIC X(20).
       01 JRNL-PROGRAM-IN            PIC X(10).
       01 JRNL-BEFORE-IN             PIC X(125).
       01 JRNL-AFTER-IN              PIC X(125).

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION USING JRNL-FILE-ID-IN JRNL-ACTION-IN
           JRNL-USER-IN JRNL-PROGRAM-IN JRNL-BEFORE-IN JRNL-AFTER-IN.
       MAIN.
      *    The journal is re-read for its last number on every call
      *    rather than held here, because the student program and
      *    the admin console can both be appending to it at once.
           MOVE ZERO TO LAST-JOURNAL-SEQ
           MOVE 'N' TO EOF
           OPEN INPUT JOURNAL-FILE

           PERFORM UNTIL EOF = 'Y'
               READ JOURNAL-FILE INTO JOURNAL-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       IF JRNL-SEQ NUMERIC
                           MOVE JRNL-SEQ TO LAST-JOURNAL-SEQ
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE

           ACCEPT RAW-DATE FROM DATE YYYYMMDD
           ACCEPT RAW-TIME FROM TIME
           MOVE RAW-DATE(5:2) TO STAMP-MONTH
           MOVE RAW-DATE(7:2) TO STAMP-DAY
           MOVE RAW-DATE(1:4) TO STAMP-YEAR
           MOVE RAW-TIME(1:2) TO STAMP-TIME-HH
           MOVE RAW-TIME(3:2) TO STAMP-TIME-MM
           MOVE RAW-TIME(5:2) TO STAMP-TIME-SS

           MOVE SPACES TO JOURNAL-RECORD
           ADD 1 TO LAST-JOURNAL-SEQ GIVING JRNL-SEQ
           STRING RAW-DATE DELIMITED BY SIZE
                  RAW-TIME(1:6) DELIMITED BY SIZE
                  INTO JRNL-WHEN-KEY
           STRING STAMP-MONTH DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  STAMP-DAY DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  STAMP-YEAR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STAMP-TIME-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  STAMP-TIME-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  STAMP-TIME-SS DELIMITED BY SIZE
                  INTO JRNL-STAMP
           MOVE JRNL-USER-IN TO JRNL-USER
           MOVE JRNL-PROGRAM-IN TO JRNL-PROGRAM
           MOVE JRNL-FILE-ID-IN TO JRNL-FILE-ID
           MOVE JRNL-ACTION-IN TO JRNL-ACTION
           MOVE JRNL-BEFORE-IN TO JRNL-BEFORE
           MOVE JRNL-AFTER-IN TO JRNL-AFTER
           MOVE "EJ" TO JRNL-END-MARK

           OPEN EXTEND JOURNAL-FILE
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE

           GOBACK.
