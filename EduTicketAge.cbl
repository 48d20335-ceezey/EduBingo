      *******************THE METADATA FOR OUR PROGRAM*******************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDU-TICKET-AGE.
       AUTHOR. GROUP 1.
       DATE-WRITTEN. 10/15/2026.
       SECURITY. AUTHORIZED PERSONNEL ONLY.
       REMARKS. UNATTENDED NIGHTLY BATCH - READS SUPPORT-TICKET-FILE
           AND LISTS EVERY HELP-DESK TICKET THAT HAS NOT BEEN CLOSED
           AND WAS RAISED MORE THAN TICKET-AGE-LIMIT DAYS AGO, WITH
           WHO HAS IT AND WHEN IT WAS LAST TOUCHED, SO A STUDENT'S
           TICKET CANNOT SIT FORGOTTEN IN THE ADMIN CONSOLE QUEUE.
           TICKETS NOBODY HAS TAKEN ARE COUNTED SEPARATELY FROM
           TICKETS A STAFF MEMBER IS ALREADY WORKING.

      *******FILES USED FOR PROCESSING INPUT AND GENERATING OUTPUT******
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TcktSel.cpy".
           SELECT TICKET-REPORT-FILE ASSIGN TO "TICKET-AGING-RPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

      *************FILE DEFINITION FOR ALL THE FILES NEEDED*************
       DATA DIVISION.
       FILE SECTION.
       COPY "TcktRec.cpy".
       FD TICKET-REPORT-FILE.
       01 TICKET-REPORT-LINE             PIC X(100).

      *******************VARIABLES USED ON OUR PROGRAM******************
       WORKING-STORAGE SECTION.
       01 EOF-TICKETS                PIC X(1) VALUE 'N'.
       01 RAW-DATE                   PIC 9(8).
       01 TODAY-MONTH                PIC 99.
       01 TODAY-DAY                  PIC 99.
       01 TODAY-YEAR                 PIC 9(4).
       01 TODAY-DATE                 PIC X(10).
       01 TODAY-DATE-NUMERIC         PIC 9(8).
       01 TODAY-LILIAN               PIC 9(9).
       01 OPENED-DATE-NUMERIC        PIC 9(8).
       01 OPENED-LILIAN              PIC 9(9).
       01 OPENED-DATE-VALID          PIC X(1).
      *****************************************************************
      *  A ticket still open after this many days is listed.
      *****************************************************************
       01 TICKET-AGE-LIMIT           PIC 9(3) VALUE 5.
       01 TICKET-AGE-DAYS            PIC S9(6).
       01 AGE-DISPLAY                PIC ZZZZ9.
       01 TICKETS-READ               PIC 9(5) VALUE 0.
       01 TICKETS-STILL-OPEN         PIC 9(5) VALUE 0.
       01 TICKETS-AGED               PIC 9(5) VALUE 0.
       01 AGED-UNTAKEN               PIC 9(5) VALUE 0.
       01 AGED-IN-HAND               PIC 9(5) VALUE 0.
       01 COUNT-DISPLAY              PIC ZZZZ9.
       01 LIMIT-DISPLAY              PIC ZZ9.
       01 TICKET-STATUS-LABEL        PIC X(8).

      ********************MAIN PROCESS OF THE PROGRAM*******************
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INITIALIZE-REPORT.
           PERFORM SCAN-ALL-TICKETS.
           PERFORM FINALIZE-REPORT.
           DISPLAY "EDU-TICKET-AGE - " TICKETS-AGED
               " ticket(s) open past the limit."
           MOVE ZERO TO RETURN-CODE
           GOBACK.

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

           OPEN OUTPUT TICKET-REPORT-FILE

           MOVE "EDU-BINGO SUPPORT TICKET AGING REPORT"
               TO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE

           MOVE SPACES TO TICKET-REPORT-LINE
           STRING "Generated: " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE

           MOVE TICKET-AGE-LIMIT TO LIMIT-DISPLAY
           MOVE SPACES TO TICKET-REPORT-LINE
           STRING "Tickets not closed after " DELIMITED BY SIZE
                  LIMIT-DISPLAY DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
                  INTO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE

           MOVE SPACES TO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE

           MOVE "TICKET USERNAME             RAISED     CATEGORY  DAYS
      -         " STATUS   TAKEN BY             LAST ACTION"
               TO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE.

       SCAN-ALL-TICKETS.
           MOVE 'N' TO EOF-TICKETS
           OPEN INPUT SUPPORT-TICKET-FILE

           PERFORM UNTIL EOF-TICKETS = 'Y'
               READ SUPPORT-TICKET-FILE INTO SUPPORT-TICKET-RECORD
                   AT END
                       MOVE 'Y' TO EOF-TICKETS
                   NOT AT END
                       ADD 1 TO TICKETS-READ
                       IF TICKET-STATUS NOT = 'C'
                           ADD 1 TO TICKETS-STILL-OPEN
                           PERFORM CHECK-ONE-TICKET-AGE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUPPORT-TICKET-FILE.

      *****************************************************************
      *  A ticket's age runs from the day it was raised, not from the
      *  last staff action - taking a ticket does not reset the clock
      *  the student is waiting on.
      *****************************************************************
       CHECK-ONE-TICKET-AGE.
           CALL "DATE-CHECK" USING TICKET-OPENED(1:10)
               OPENED-DATE-VALID
           IF OPENED-DATE-VALID = 'Y'
               CALL "DATE-CONVERT" USING TICKET-OPENED(1:10)
                   OPENED-DATE-NUMERIC
               COMPUTE OPENED-LILIAN =
                   FUNCTION INTEGER-OF-DATE(OPENED-DATE-NUMERIC)
               COMPUTE TICKET-AGE-DAYS = TODAY-LILIAN - OPENED-LILIAN
               IF TICKET-AGE-DAYS > TICKET-AGE-LIMIT
                   ADD 1 TO TICKETS-AGED
                   IF TICKET-STATUS = 'O'
                       ADD 1 TO AGED-UNTAKEN
                   ELSE
                       ADD 1 TO AGED-IN-HAND
                   END-IF
                   PERFORM WRITE-AGED-TICKET-LINE
               END-IF
           END-IF.

       WRITE-AGED-TICKET-LINE.
           EVALUATE TICKET-STATUS
               WHEN 'O'
                   MOVE "OPEN" TO TICKET-STATUS-LABEL
               WHEN 'T'
                   MOVE "TAKEN" TO TICKET-STATUS-LABEL
               WHEN 'A'
                   MOVE "ANSWERED" TO TICKET-STATUS-LABEL
               WHEN OTHER
                   MOVE "UNKNOWN" TO TICKET-STATUS-LABEL
           END-EVALUATE

           MOVE TICKET-AGE-DAYS TO AGE-DISPLAY
           MOVE SPACES TO TICKET-REPORT-LINE
           STRING TICKET-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TICKET-USER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TICKET-OPENED(1:10) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TICKET-CATEGORY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AGE-DISPLAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TICKET-STATUS-LABEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TICKET-STAFF DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TICKET-LAST-ACTION(1:10) DELIMITED BY SIZE
                  INTO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE

           MOVE SPACES TO TICKET-REPORT-LINE
           STRING "       " DELIMITED BY SIZE
                  TICKET-TEXT DELIMITED BY SIZE
                  INTO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE.

       FINALIZE-REPORT.
           IF TICKETS-AGED = 0
               MOVE "  -- no tickets open past the limit --"
                   TO TICKET-REPORT-LINE
               WRITE TICKET-REPORT-LINE
           END-IF

           MOVE SPACES TO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE

           MOVE TICKETS-READ TO COUNT-DISPLAY
           MOVE SPACES TO TICKET-REPORT-LINE
           STRING "TICKETS ON FILE:        " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE

           MOVE TICKETS-STILL-OPEN TO COUNT-DISPLAY
           MOVE SPACES TO TICKET-REPORT-LINE
           STRING "NOT YET CLOSED:         " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE

           MOVE AGED-UNTAKEN TO COUNT-DISPLAY
           MOVE SPACES TO TICKET-REPORT-LINE
           STRING "PAST LIMIT, NOT TAKEN:  " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE

           MOVE AGED-IN-HAND TO COUNT-DISPLAY
           MOVE SPACES TO TICKET-REPORT-LINE
           STRING "PAST LIMIT, IN HAND:    " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE

           MOVE SPACES TO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE
           MOVE "END OF REPORT" TO TICKET-REPORT-LINE
           WRITE TICKET-REPORT-LINE

           CLOSE TICKET-REPORT-FILE.
