      *******************THE METADATA FOR OUR PROGRAM*******************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDU-JRNL-VERIFY.
       AUTHOR. GROUP 1.
       DATE-WRITTEN. 10/15/2026.
       SECURITY. AUTHORIZED PERSONNEL ONLY.
       REMARKS. BATCH REPORT - CHECKS ONE CHANGE JOURNAL, EITHER THE
           LIVE JOURNAL.dat OR THE COPY EDU-BACKUP SET ASIDE BESIDE A
           GENERATION (BACKUP-Gn-JOURNAL.dat), BEFORE EDU-RESTORE IS
           TRUSTED TO ROLL FORWARD FROM IT. EVERY ROW IS READ IN ORDER
           AND THE REPORT LISTS THE HEADER, EACH ROW THAT CANNOT BE
           READ AS A JOURNAL ROW, EACH GAP OR BACKWARD STEP IN THE ROW
           NUMBERS AND EACH PLACE WHERE THE TIME RUNS BACKWARDS, THEN
           THE TOTALS. EDU-RESTORE STOPS REPLAYING AT THE FIRST GAP OR
           UNREADABLE ROW THIS REPORT SHOWS.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "JrnlSel.cpy".
           SELECT JOURNAL-REPORT-FILE ASSIGN TO "JOURNAL-VERIFY-RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
       FILE SECTION.
       COPY "JrnlRec.cpy".
       FD JOURNAL-REPORT-FILE.
       01 JOURNAL-REPORT-LINE            PIC X(100).

      *******************VARIABLES USED ON OUR PROGRAM******************
       WORKING-STORAGE SECTION.
       01 EOF                        PIC X(1) VALUE 'N'.
       01 JOURNAL-FILE-NAME          PIC X(40).
       01 JOURNAL-CHOICE-INPUT       PIC X(1).
       01 JOURNAL-CHOICE-VALID       PIC X(1) VALUE 'N'.
       01 RAW-DATE                   PIC 9(8).
       01 TODAY-MONTH                PIC 99.
       01 TODAY-DAY                  PIC 99.
       01 TODAY-YEAR                 PIC 9(4).
       01 TODAY-DATE                 PIC X(10).
       01 ROW-POSITION               PIC 9(8) VALUE 0.
       01 EXPECTED-SEQ               PIC 9(8) VALUE 1.
       01 LAST-WHEN-KEY              PIC 9(14) VALUE 0.
       01 ROW-READABLE               PIC X(1) VALUE 'Y'.
       01 ROW-PROBLEM                PIC X(40) VALUE SPACES.
       01 HEADER-FOUND               PIC X(1) VALUE 'N'.
       01 FIRST-STAMP                PIC X(20) VALUE SPACES.
       01 LAST-STAMP                 PIC X(20) VALUE SPACES.
       01 UNREADABLE-COUNT           PIC 9(6) VALUE 0.
       01 GAP-COUNT                  PIC 9(6) VALUE 0.
       01 MISSING-ROW-COUNT          PIC 9(8) VALUE 0.
       01 ORDER-COUNT                PIC 9(6) VALUE 0.
       01 WARNING-COUNT              PIC 9(6) VALUE 0.
       01 GAP-FIRST-SEQ              PIC 9(8) VALUE 0.
       01 GAP-LAST-SEQ               PIC 9(8) VALUE 0.

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "EDU-JRNL-VERIFY - check a change journal for gaps"
           DISPLAY "and unreadable rows."

           PERFORM GET-JOURNAL-CHOICE UNTIL JOURNAL-CHOICE-VALID = 'Y'
           PERFORM INITIALIZE-REPORT

           MOVE 'N' TO EOF
           OPEN INPUT JOURNAL-FILE

           PERFORM UNTIL EOF = 'Y'
               READ JOURNAL-FILE INTO JOURNAL-RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO ROW-POSITION
                       PERFORM VERIFY-ONE-ROW
               END-READ
           END-PERFORM

           CLOSE JOURNAL-FILE

           PERFORM FINALIZE-REPORT
           DISPLAY "EDU-JRNL-VERIFY - rows read: " ROW-POSITION
               "  unreadable: " UNREADABLE-COUNT
               "  gaps: " GAP-COUNT
           STOP RUN.

      *****************************************************************
      *  [L] or a blank reply checks the live journal; a generation
      *  number checks the copy EDU-BACKUP kept beside it.
      *****************************************************************
       GET-JOURNAL-CHOICE.
           DISPLAY " "
           DISPLAY "> Verify which journal - [L] live (default) or"
           DISPLAY "  generation 1-3? " WITH NO ADVANCING
           ACCEPT JOURNAL-CHOICE-INPUT

           EVALUATE JOURNAL-CHOICE-INPUT
               WHEN SPACE
               WHEN 'L'
               WHEN 'l'
                   MOVE "JOURNAL.dat" TO JOURNAL-FILE-NAME
                   MOVE 'Y' TO JOURNAL-CHOICE-VALID
               WHEN '1'
               WHEN '2'
               WHEN '3'
                   MOVE SPACES TO JOURNAL-FILE-NAME
                   STRING "BACKUP-G" DELIMITED BY SIZE
                          JOURNAL-CHOICE-INPUT DELIMITED BY SIZE
                          "-JOURNAL.dat" DELIMITED BY SIZE
                          INTO JOURNAL-FILE-NAME
                   MOVE 'Y' TO JOURNAL-CHOICE-VALID
               WHEN OTHER
                   DISPLAY "Please choose L or a generation 1 to 3."
           END-EVALUATE.

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

           OPEN OUTPUT JOURNAL-REPORT-FILE

           MOVE "EDU-BINGO CHANGE JOURNAL VERIFICATION"
               TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE

           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "Generated: " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  "  Journal: " DELIMITED BY SIZE
                  JOURNAL-FILE-NAME DELIMITED BY SPACE
                  INTO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE

           MOVE SPACES TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE.

      *****************************************************************
      *  A row that cannot be read still takes up its place in the
      *  numbering, so the next row is expected to carry the number
      *  after it. A number lower than expected is a row repeated or
      *  out of order; a higher one is a gap of the rows between.
      *****************************************************************
       VERIFY-ONE-ROW.
           PERFORM CHECK-ROW-READABLE

           IF ROW-READABLE = 'N'
               ADD 1 TO UNREADABLE-COUNT
               ADD 1 TO EXPECTED-SEQ
               MOVE SPACES TO JOURNAL-REPORT-LINE
               STRING "ROW " DELIMITED BY SIZE
                      ROW-POSITION DELIMITED BY SIZE
                      "  UNREADABLE - " DELIMITED BY SIZE
                      ROW-PROBLEM DELIMITED BY SIZE
                      INTO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
           ELSE
               PERFORM CHECK-ROW-SEQUENCE
               PERFORM CHECK-ROW-TIME
               PERFORM NOTE-ROW-HEADER
               IF FIRST-STAMP = SPACES
                   MOVE JRNL-STAMP TO FIRST-STAMP
               END-IF
               MOVE JRNL-STAMP TO LAST-STAMP
           END-IF.

       CHECK-ROW-READABLE.
           MOVE 'Y' TO ROW-READABLE
           MOVE SPACES TO ROW-PROBLEM

           IF JRNL-END-MARK NOT = "EJ"
               MOVE 'N' TO ROW-READABLE
               MOVE "row short or damaged" TO ROW-PROBLEM
           ELSE
               IF JRNL-SEQ NOT NUMERIC
                   MOVE 'N' TO ROW-READABLE
                   MOVE "row number not numeric" TO ROW-PROBLEM
               ELSE
                   IF JRNL-WHEN-KEY NOT NUMERIC
                       MOVE 'N' TO ROW-READABLE
                       MOVE "time not numeric" TO ROW-PROBLEM
                   END-IF
               END-IF
           END-IF

           IF ROW-READABLE = 'Y'
           AND JRNL-ACTION NOT = 'W' AND JRNL-ACTION NOT = 'R'
           AND JRNL-ACTION NOT = 'D' AND JRNL-ACTION NOT = 'H'
               MOVE 'N' TO ROW-READABLE
               MOVE "unknown action" TO ROW-PROBLEM
           END-IF

           IF ROW-READABLE = 'Y' AND JRNL-ACTION NOT = 'H'
           AND JRNL-FILE-ID NOT = 'N' AND JRNL-FILE-ID NOT = 'S'
           AND JRNL-FILE-ID NOT = 'M' AND JRNL-FILE-ID NOT = 'W'
           AND JRNL-FILE-ID NOT = 'C'
           AND (JRNL-FILE-ID < '1' OR JRNL-FILE-ID > '9')
               MOVE 'N' TO ROW-READABLE
               MOVE "unknown file" TO ROW-PROBLEM
           END-IF.

       CHECK-ROW-SEQUENCE.
           IF JRNL-SEQ > EXPECTED-SEQ
               ADD 1 TO GAP-COUNT
               MOVE EXPECTED-SEQ TO GAP-FIRST-SEQ
               COMPUTE GAP-LAST-SEQ = JRNL-SEQ - 1
               COMPUTE MISSING-ROW-COUNT = MISSING-ROW-COUNT
                   + JRNL-SEQ - EXPECTED-SEQ
               MOVE SPACES TO JOURNAL-REPORT-LINE
               STRING "ROW " DELIMITED BY SIZE
                      ROW-POSITION DELIMITED BY SIZE
                      "  GAP - rows " DELIMITED BY SIZE
                      GAP-FIRST-SEQ DELIMITED BY SIZE
                      " to " DELIMITED BY SIZE
                      GAP-LAST-SEQ DELIMITED BY SIZE
                      " missing" DELIMITED BY SIZE
                      INTO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
           END-IF

           IF JRNL-SEQ < EXPECTED-SEQ
               ADD 1 TO ORDER-COUNT
               MOVE SPACES TO JOURNAL-REPORT-LINE
               STRING "ROW " DELIMITED BY SIZE
                      ROW-POSITION DELIMITED BY SIZE
                      "  OUT OF ORDER - numbered " DELIMITED BY SIZE
                      JRNL-SEQ DELIMITED BY SIZE
                      ", expected " DELIMITED BY SIZE
                      EXPECTED-SEQ DELIMITED BY SIZE
                      INTO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
           END-IF

           ADD 1 TO JRNL-SEQ GIVING EXPECTED-SEQ.

       CHECK-ROW-TIME.
           IF JRNL-WHEN-KEY < LAST-WHEN-KEY
               ADD 1 TO WARNING-COUNT
               MOVE SPACES TO JOURNAL-REPORT-LINE
               STRING "ROW " DELIMITED BY SIZE
                      ROW-POSITION DELIMITED BY SIZE
                      "  WARNING - time runs backwards to "
                          DELIMITED BY SIZE
                      JRNL-STAMP DELIMITED BY SIZE
                      INTO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
           END-IF
           MOVE JRNL-WHEN-KEY TO LAST-WHEN-KEY.

      *****************************************************************
      *  EDU-BACKUP starts every journal with an 'H' row naming the
      *  generation it follows. One anywhere else means two journals
      *  have been run together.
      *****************************************************************
       NOTE-ROW-HEADER.
           IF JRNL-ACTION = 'H'
               IF ROW-POSITION = 1
                   MOVE 'Y' TO HEADER-FOUND
                   MOVE SPACES TO JOURNAL-REPORT-LINE
                   STRING "HEADER - follows generation "
                              DELIMITED BY SIZE
                          JRNL-HDR-GENERATION DELIMITED BY SIZE
                          ", started " DELIMITED BY SIZE
                          JRNL-STAMP DELIMITED BY SIZE
                          INTO JOURNAL-REPORT-LINE
                   WRITE JOURNAL-REPORT-LINE
               ELSE
                   ADD 1 TO WARNING-COUNT
                   MOVE SPACES TO JOURNAL-REPORT-LINE
                   STRING "ROW " DELIMITED BY SIZE
                          ROW-POSITION DELIMITED BY SIZE
                          "  WARNING - header row inside the journal"
                              DELIMITED BY SIZE
                          INTO JOURNAL-REPORT-LINE
                   WRITE JOURNAL-REPORT-LINE
               END-IF
           END-IF.

       FINALIZE-REPORT.
           IF ROW-POSITION = 0
               MOVE "JOURNAL IS EMPTY OR MISSING" TO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE
           ELSE
               IF HEADER-FOUND = 'N'
                   MOVE "NO HEADER ROW - generation not recorded"
                       TO JOURNAL-REPORT-LINE
                   WRITE JOURNAL-REPORT-LINE
               END-IF
           END-IF

           MOVE SPACES TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE

           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "ROWS READ:       " DELIMITED BY SIZE
                  ROW-POSITION DELIMITED BY SIZE
                  INTO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "FIRST ROW:       " DELIMITED BY SIZE
                  FIRST-STAMP DELIMITED BY SIZE
                  INTO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "LAST ROW:        " DELIMITED BY SIZE
                  LAST-STAMP DELIMITED BY SIZE
                  INTO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "UNREADABLE ROWS: " DELIMITED BY SIZE
                  UNREADABLE-COUNT DELIMITED BY SIZE
                  INTO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "GAPS:            " DELIMITED BY SIZE
                  GAP-COUNT DELIMITED BY SIZE
                  "  (rows missing: " DELIMITED BY SIZE
                  MISSING-ROW-COUNT DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "OUT OF ORDER:    " DELIMITED BY SIZE
                  ORDER-COUNT DELIMITED BY SIZE
                  INTO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           MOVE SPACES TO JOURNAL-REPORT-LINE
           STRING "WARNINGS:        " DELIMITED BY SIZE
                  WARNING-COUNT DELIMITED BY SIZE
                  INTO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE

           MOVE SPACES TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           IF UNREADABLE-COUNT = 0 AND GAP-COUNT = 0
           AND ORDER-COUNT = 0
               MOVE "JOURNAL COMPLETE - safe to roll forward"
                   TO JOURNAL-REPORT-LINE
           ELSE
               MOVE "JOURNAL DAMAGED - roll-forward stops at the first p
      -            "roblem row" TO JOURNAL-REPORT-LINE
           END-IF
           WRITE JOURNAL-REPORT-LINE
           MOVE "END OF REPORT" TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE
           CLOSE JOURNAL-REPORT-FILE.
