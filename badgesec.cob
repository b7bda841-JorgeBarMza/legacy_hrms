           IDENTIFICATION DIVISION.
           PROGRAM-ID. BADGESEC.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * THE SAME OVERNIGHT DUMPS INGEST CLEANS UP - READ RAW HERE,
      * BECAUSE WHAT INGEST LETS THROUGH (A CARD THAT STILL WORKS
      * AFTER ITS OWNER LEFT, ONE CARD AT BOTH DOORS AT ONCE) AND
      * WHAT IT THROWS AWAY ARE BOTH OF INTEREST TO SECURITY
                SELECT READER-A-DUMP ASSIGN TO
                       'reader-a-dump.txt'
                       FILE STATUS IS WS-READER-A-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

                SELECT READER-B-DUMP ASSIGN TO
                       'reader-b-dump.txt'
                       FILE STATUS IS WS-READER-B-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

                SELECT EMPLOYEES ASSIGN TO
                       'employees.txt'
                       FILE STATUS IS WS-EMPLOYEES-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * APPROVED LEAVE AND HOLIDAYS, THE SAME FILE THE DAILY RUN
      * CONSULTS BEFORE IT COUNTS ANYONE ABSENT
                SELECT LEAVE-CALENDAR ASSIGN TO
                       'leave-calendar.txt'
                       FILE STATUS IS WS-LEAVE-CALENDAR-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * EACH ROSTERED EMPLOYEE'S HOURS - ONLY THEY HAVE HOURS TO BE
      * FAR OUTSIDE OF
                SELECT WORK-ROSTER ASSIGN TO
                       'work-roster.txt'
                       FILE STATUS IS WS-WORK-ROSTER-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

                SELECT SECURITY-REPORT ASSIGN TO
                       'badge-security.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE SHARED BATCH RUN JOURNAL - ONE LINE PER RUN FROM EVERY
      * BATCH PROGRAM, READ BACK BY OPSRPT FOR THE OPERATIONS REPORT
                SELECT RUN-JOURNAL ASSIGN TO
                       'run-journal.txt'
                       FILE STATUS IS WS-RUN-JOURNAL-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD READER-A-DUMP.
           01 READER-A-RECORD PIC X(26).

           FD READER-B-DUMP.
           01 READER-B-RECORD PIC X(26).

           FD EMPLOYEES.
           01 EMPLOYEE.
                 88 EOF-EMPLOYEE VALUE HIGH-VALUES.
                 02 EMPLOYEE-ID PIC 9(4).
                 02 EMPLOYEE-LAST-NAME PIC X(10).
                 02 EMPLOYEE-FIRST-NAME PIC X(20).
                 02 EMPLOYEE-GENDER PIC A(1).
                 02 EMPLOYEE-DATE-OF-BIRTH PIC X(10).
                 02 EMPLOYEE-DATE-OF-HIRING PIC X(10).
                 02 EMPLOYEE-DEPARTMENT PIC A(3).
                 02 EMPLOYEE-MONTHLY-SALARY PIC 9(6).
                 02 EMPLOYEE-DATE-OF-TERMINATION PIC X(10).

           FD LEAVE-CALENDAR.
           01 LEAVE-CALENDAR-RECORD.
                 88 EOF-LEAVE-CALENDAR VALUE HIGH-VALUES.
                 02 LEAVE-CALENDAR-ID PIC 9(4).
                 02 LEAVE-CALENDAR-DATE PIC X(10).
                 02 LEAVE-CALENDAR-TYPE PIC X(10).

           FD WORK-ROSTER.
           01 ROSTER-RECORD.
                 88 EOF-ROSTER VALUE HIGH-VALUES.
                 02 ROSTER-ID PIC 9(4).
                 02 ROSTER-EFFECTIVE PIC X(10).
                 02 ROSTER-START-HOUR PIC 9(2).
                 02 ROSTER-END-HOUR PIC 9(2).
                 02 ROSTER-DAYS PIC X(7).

      * ONE LINE PER FINDING - A PUNCH CAN EARN MORE THAN ONE - THEN
      * THE FINDING TOTALS AND THE HOUR-BY-HOUR TRAFFIC OF EACH READER
           FD SECURITY-REPORT.
           01 SECURITY-REPORT-LINE PIC X(72).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(86).

           WORKING-STORAGE SECTION.
           01 WS-READER-A-FILE-STATUS.
             05 WS-READER-A-STATUS-KEY-1 PIC X.
             05 WS-READER-A-STATUS-KEY-2 PIC X.
           01 WS-READER-B-FILE-STATUS.
             05 WS-READER-B-STATUS-KEY-1 PIC X.
             05 WS-READER-B-STATUS-KEY-2 PIC X.
           01 WS-EMPLOYEES-FILE-STATUS.
             05 WS-EMPLOYEES-STATUS-KEY-1 PIC X.
             05 WS-EMPLOYEES-STATUS-KEY-2 PIC X.
           01 WS-LEAVE-CALENDAR-FILE-STATUS.
             05 WS-LEAVE-CALENDAR-STATUS-KEY-1 PIC X.
             05 WS-LEAVE-CALENDAR-STATUS-KEY-2 PIC X.
           01 WS-WORK-ROSTER-FILE-STATUS.
             05 WS-WORK-ROSTER-STATUS-KEY-1 PIC X.
             05 WS-WORK-ROSTER-STATUS-KEY-2 PIC X.
      * THE MASTER, DIRECT-INDEXED BY EMPLOYEE-ID THE WAY INGEST
      * KEEPS ITS ID TABLE - THE NAME FOR THE REPORT LINE AND THE
      * TERMINATION DATE A CARD STOPS BEING VALID AFTER
           01 WS-ID-SEEN-TABLE.
             02 WS-ID-SEEN OCCURS 9999 TIMES PIC 9 VALUE 0.
           01 WS-LAST-NAME-TABLE.
             02 WS-LAST-NAME OCCURS 9999 TIMES PIC X(10).
           01 WS-TERMINATION-TABLE.
             02 WS-TERMINATION-DATE OCCURS 9999 TIMES PIC X(10).
           01 WS-LEAVE-CALENDAR-TABLE.
             02 WS-LEAVE-CALENDAR-ENTRY OCCURS 2000 TIMES.
               03 WS-LEAVE-CALENDAR-ENTRY-ID PIC 9(4).
               03 WS-LEAVE-CALENDAR-ENTRY-DATE PIC X(10).
               03 WS-LEAVE-CALENDAR-ENTRY-TYPE PIC X(10).
           01 WS-LEAVE-CALENDAR-COUNT PIC 9(4) VALUE 0.
           01 WS-LEAVE-CALENDAR-INDEX PIC 9(4).
           01 WS-LEAVE-CALENDAR-FOUND PIC 9.
           01 WS-LEAVE-CALENDAR-TYPE-FOUND PIC X(10).
      * A HOLIDAY LINE IS NOT LEAVE - WORKING ONE IS PAID A PREMIUM,
      * NOT INVESTIGATED
           01 WS-HOLIDAY-TYPE PIC X(10) VALUE "HOLIDAY".
           01 WS-ROSTER-TABLE.
             02 WS-ROSTER-ENTRY OCCURS 300 TIMES.
               03 WS-ROSTER-ID PIC 9(4).
               03 WS-ROSTER-EFFECTIVE PIC X(10).
               03 WS-ROSTER-START-HOUR PIC 9(2).
               03 WS-ROSTER-END-HOUR PIC 9(2).
           01 WS-ROSTER-COUNT PIC 9(3) VALUE 0.
           01 WS-ROSTER-INDEX PIC 9(3).
           01 WS-ROSTER-FOUND PIC 9.
           01 WS-ROSTER-HIT PIC 9(3).
           01 WS-ROSTER-BEST-DATE PIC X(10).
      * WORK COPY OF THE RAW LINE JUST READ - SAME CARVING AS INGEST
           01 WS-RAW-LINE PIC X(26).
           01 WS-RAW-LINE-PARTS REDEFINES WS-RAW-LINE.
             02 WS-RAW-ID PIC X(4).
             02 WS-RAW-STATUS PIC X(6).
             02 WS-RAW-DATETIME.
               03 WS-RAW-DATE.
                 04 WS-RAW-YEAR PIC X(4).
                 04 WS-RAW-DASH1 PIC X(1).
                 04 WS-RAW-MONTH PIC X(2).
                 04 WS-RAW-DASH2 PIC X(1).
                 04 WS-RAW-DAY PIC X(2).
               03 WS-RAW-DASH3 PIC X(1).
               03 WS-RAW-CLOCK.
                 04 WS-RAW-HOUR PIC X(2).
                 04 WS-RAW-COLON PIC X(1).
                 04 WS-RAW-MINUTE PIC X(2).
           01 WS-DEVICE-NAME PIC X(8).
      * 1 FOR READER-A, 2 FOR READER-B - PICKS THE TRAFFIC COLUMN
           01 WS-DEVICE-NUMBER PIC 9.
           01 WS-PUNCH-ID PIC 9(4).
           01 WS-PUNCH-HOUR PIC 9(2).
           01 WS-PUNCH-MINUTE PIC 9(2).
           01 WS-PUNCH-MINUTES PIC 9(4).
           01 WS-PUNCH-OK PIC 9.
      * EVERY READER-A PUNCH ON A KNOWN CARD, KEPT SO EACH READER-B
      * PUNCH CAN BE CHECKED AGAINST THE OTHER DOOR
           01 WS-READER-A-TABLE.
             02 WS-READER-A-ENTRY OCCURS 2000 TIMES.
               03 WS-READER-A-ID PIC 9(4).
               03 WS-READER-A-DATE PIC X(10).
               03 WS-READER-A-MINUTES PIC 9(4).
               03 WS-READER-A-CLOCK PIC X(5).
           01 WS-READER-A-COUNT PIC 9(4) VALUE 0.
           01 WS-READER-A-INDEX PIC 9(4).
           01 WS-OTHER-READER-FOUND PIC 9.
           01 WS-OTHER-READER-CLOCK PIC X(5).
           01 WS-MINUTE-DELTA PIC S9(4).
      * ONE CARD SEEN AT BOTH DOORS THIS MANY MINUTES APART OR CLOSER
      * CANNOT BE ONE PERSON WALKING BETWEEN THEM
           01 WS-CROSS-READER-WINDOW PIC 9(2) VALUE 5.
      * HOW FAR BEFORE THE ROSTERED START OR AFTER THE ROSTERED END A
      * PUNCH HAS TO FALL TO BE WORTH A LOOK - AN EARLY ARRIVAL OR AN
      * HOUR'S OVERTIME IS NOT
           01 WS-OFF-HOURS-MARGIN PIC 9(3) VALUE 120.
      * THE ROSTERED SHIFT IN MINUTES FROM THE MIDNIGHT STARTING ITS
      * FIRST DAY, WIDENED BY THE MARGIN - THE END RUNS PAST 1440 FOR
      * A SHIFT THAT CROSSES MIDNIGHT. THE PUNCH IS TRIED ON THE DAY
      * BEFORE, THE SAME DAY AND THE DAY AFTER THE SHIFT'S START, SO
      * THE MORNING HALF OF A NIGHT SHIFT STILL FALLS INSIDE IT
           01 WS-SHIFT-START PIC S9(5).
           01 WS-SHIFT-END PIC S9(5).
           01 WS-SHIFT-OFFSET PIC 9.
           01 WS-SHIFTED-PUNCH PIC S9(5).
           01 WS-INSIDE-HOURS PIC 9.
      * PUNCHES PER READER PER HOUR OF THE DAY - HOUR 00 IS SLOT 1
           01 WS-TRAFFIC-TABLE.
             02 WS-TRAFFIC-READER OCCURS 2 TIMES.
               03 WS-TRAFFIC-COUNT OCCURS 24 TIMES PIC 9(5) VALUE 0.
           01 WS-READER-TOTAL-TABLE.
             02 WS-READER-TOTAL OCCURS 2 TIMES PIC 9(5) VALUE 0.
           01 WS-HOUR-INDEX PIC 9(2).
           01 WS-FIRST-DATE PIC X(10) VALUE SPACES.
           01 WS-LAST-DATE PIC X(10) VALUE SPACES.
           01 WS-UNREADABLE-VALUE PIC 9(5) VALUE 0.
           01 WS-TERMINATED-VALUE PIC 9(5) VALUE 0.
           01 WS-ON-LEAVE-VALUE PIC 9(5) VALUE 0.
           01 WS-BOTH-READERS-VALUE PIC 9(5) VALUE 0.
           01 WS-OFF-HOURS-VALUE PIC 9(5) VALUE 0.
           01 WS-FINDINGS-VALUE PIC 9(5) VALUE 0.
           01 WS-TITLE-LINE.
             02 F PIC X(72) VALUE "Badge Security Report".
           01 WS-COLUMNS.
             02 F PIC X(36) VALUE "Reader   ID   Name       Punch".
             02 F PIC X(36) VALUE "             Finding".
           01 WS-DASHES PIC X(72) VALUE ALL "-".
           01 WS-DETAIL-LINE.
             02 WS-DETAIL-DEVICE PIC X(8).
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-ID PIC 9(4).
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-NAME PIC X(10).
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-STATUS PIC X(6).
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-DATETIME PIC X(16).
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-FINDING PIC X(23).
      * THE FINDING TEXTS, EACH BUILT IN ITS OWN SHAPE AND MOVED INTO
      * WS-DETAIL-FINDING WHOLE
           01 WS-FINDING-TERMINATED.
             02 F PIC X(11) VALUE "TERMINATED ".
             02 WS-FINDING-TERM-DATE PIC X(10).
           01 WS-FINDING-ON-LEAVE.
             02 F PIC X(9) VALUE "ON LEAVE ".
             02 WS-FINDING-LEAVE-TYPE PIC X(10).
           01 WS-FINDING-BOTH-READERS.
             02 F PIC X(17) VALUE "ALSO READER-A AT ".
             02 WS-FINDING-OTHER-CLOCK PIC X(5).
           01 WS-FINDING-OFF-HOURS.
             02 F PIC X(15) VALUE "OUTSIDE ROSTER ".
             02 WS-FINDING-ROSTER-START PIC 9(2).
             02 F PIC X(1) VALUE "-".
             02 WS-FINDING-ROSTER-END PIC 9(2).
           01 WS-NO-FINDINGS-LINE PIC X(72) VALUE
             "No badge findings in these dumps".
           01 WS-COUNT-LINE.
             02 WS-COUNT-LABEL PIC X(40).
             02 WS-COUNT-VALUE PIC ZZZZ9.
           01 WS-DATES-LINE.
             02 F PIC X(16) VALUE "Dumps cover    ".
             02 WS-DATES-FIRST PIC X(10).
             02 F PIC X(4) VALUE " TO ".
             02 WS-DATES-LAST PIC X(10).
           01 WS-TRAFFIC-TITLE PIC X(72) VALUE
             "Reader traffic by hour".
           01 WS-TRAFFIC-COLUMNS.
             02 F PIC X(36) VALUE "Hour   READER-A  READER-B".
           01 WS-TRAFFIC-LINE.
             02 WS-TRAFFIC-HOUR PIC 99.
             02 F PIC X(3) VALUE ":00".
             02 F PIC X(3) VALUE SPACES.
             02 WS-TRAFFIC-A PIC ZZZZ9.
             02 F PIC X(5) VALUE SPACES.
             02 WS-TRAFFIC-B PIC ZZZZ9.
             02 F PIC X(2) VALUE SPACES.
             02 WS-TRAFFIC-FLAG PIC X(25).
           01 WS-TRAFFIC-TOTAL-LINE.
             02 F PIC X(8) VALUE "Total".
             02 WS-TRAFFIC-TOTAL-A PIC ZZZZ9.
             02 F PIC X(5) VALUE SPACES.
             02 WS-TRAFFIC-TOTAL-B PIC ZZZZ9.
             02 F PIC X(2) VALUE SPACES.
             02 WS-TRAFFIC-TOTAL-FLAG PIC X(25).

           01 WS-RUN-JOURNAL-FILE-STATUS.
             05 WS-RUN-JOURNAL-STATUS-KEY-1 PIC X.
             05 WS-RUN-JOURNAL-STATUS-KEY-2 PIC X.
      * THIS RUN'S JOURNAL LINE - THE BUSINESS DATES IT COVERED, WHEN
      * IT RAN, RECORDS READ AND WRITTEN, AND HOW IT ENDED: NORMAL,
      * GUARD (STOPPED BY A CHECK BEFORE DOING ITS WORK) OR RESTART
      * (PICKED UP FROM A CHECKPOINT)
           01 WS-RUN-JOURNAL-LINE.
             02 WS-RUN-JOURNAL-PROGRAM PIC X(10) VALUE "BADGESEC".
             02 F PIC X(1) VALUE SPACE.
             02 WS-RUN-JOURNAL-FROM-DATE PIC X(10) VALUE SPACES.
             02 F PIC X(1) VALUE SPACE.
             02 WS-RUN-JOURNAL-TO-DATE PIC X(10) VALUE SPACES.
             02 F PIC X(1) VALUE SPACE.
             02 WS-RUN-JOURNAL-RUN-DATE PIC X(10) VALUE SPACES.
             02 F PIC X(1) VALUE SPACE.
             02 WS-RUN-JOURNAL-START PIC X(8) VALUE SPACES.
             02 F PIC X(1) VALUE SPACE.
             02 WS-RUN-JOURNAL-END PIC X(8) VALUE SPACES.
             02 F PIC X(1) VALUE SPACE.
             02 WS-RUN-JOURNAL-READ PIC 9(7) VALUE 0.
             02 F PIC X(1) VALUE SPACE.
             02 WS-RUN-JOURNAL-WRITTEN PIC 9(7) VALUE 0.
             02 F PIC X(1) VALUE SPACE.
             02 WS-RUN-JOURNAL-ENDING PIC X(8) VALUE "NORMAL".
           01 WS-RUN-JOURNAL-CLOCK PIC 9(8).
           01 WS-RUN-JOURNAL-CLOCK-PARTS REDEFINES WS-RUN-JOURNAL-CLOCK.
             02 WS-RUN-JOURNAL-CLOCK-HOUR PIC 9(2).
             02 WS-RUN-JOURNAL-CLOCK-MINUTE PIC 9(2).
             02 WS-RUN-JOURNAL-CLOCK-SECOND PIC 9(2).
             02 WS-RUN-JOURNAL-CLOCK-HUNDREDTH PIC 9(2).
           01 WS-RUN-JOURNAL-TIME.
             02 WS-RUN-JOURNAL-TIME-HOUR PIC 9(2).
             02 F PIC X VALUE ":".
             02 WS-RUN-JOURNAL-TIME-MINUTE PIC 9(2).
             02 F PIC X VALUE ":".
             02 WS-RUN-JOURNAL-TIME-SECOND PIC 9(2).
           01 WS-RUN-JOURNAL-TODAY PIC 9(8).
           01 WS-RUN-JOURNAL-TODAY-PARTS REDEFINES WS-RUN-JOURNAL-TODAY.
             02 WS-RUN-JOURNAL-TODAY-YEAR PIC 9(4).
             02 WS-RUN-JOURNAL-TODAY-MONTH PIC 9(2).
             02 WS-RUN-JOURNAL-TODAY-DAY PIC 9(2).
           01 WS-RUN-JOURNAL-DATE.
             02 WS-RUN-JOURNAL-DATE-YEAR PIC 9(4).
             02 F PIC X VALUE "-".
             02 WS-RUN-JOURNAL-DATE-MONTH PIC 9(2).
             02 F PIC X VALUE "-".
             02 WS-RUN-JOURNAL-DATE-DAY PIC 9(2).

           PROCEDURE DIVISION.
           BEGIN.
             PERFORM START-RUN-JOURNAL
             PERFORM LOAD-EMPLOYEES
             PERFORM LOAD-LEAVE-CALENDAR
             PERFORM LOAD-WORK-ROSTER
             OPEN OUTPUT SECURITY-REPORT
             WRITE SECURITY-REPORT-LINE FROM WS-TITLE-LINE
             WRITE SECURITY-REPORT-LINE FROM WS-COLUMNS
             WRITE SECURITY-REPORT-LINE FROM WS-DASHES
             MOVE "READER-A" TO WS-DEVICE-NAME
             MOVE 1 TO WS-DEVICE-NUMBER
             PERFORM PROCESS-READER-A
             MOVE "READER-B" TO WS-DEVICE-NAME
             MOVE 2 TO WS-DEVICE-NUMBER
             PERFORM PROCESS-READER-B
             PERFORM WRITE-FINDING-TOTALS
             PERFORM WRITE-TRAFFIC-SECTION
             GO TO FINISH.

           FINISH.
              DISPLAY "Badge findings: " WS-FINDINGS-VALUE
              DISPLAY "Unreadable dump lines: " WS-UNREADABLE-VALUE
              CLOSE SECURITY-REPORT
              IF WS-FIRST-DATE NOT = SPACES
                MOVE WS-FIRST-DATE TO WS-RUN-JOURNAL-FROM-DATE
                MOVE WS-LAST-DATE TO WS-RUN-JOURNAL-TO-DATE
              END-IF
              COMPUTE WS-RUN-JOURNAL-READ = WS-READER-TOTAL (1) +
                WS-READER-TOTAL (2) + WS-UNREADABLE-VALUE
              MOVE WS-FINDINGS-VALUE TO WS-RUN-JOURNAL-WRITTEN
              PERFORM WRITE-RUN-JOURNAL.
           STOP RUN.

      * HELPER FUNCTIONS

      * A MISSING DUMP IS NOT AN ERROR HERE ANY MORE THAN IN INGEST -
      * IT SHOWS UP BELOW AS A READER WITH NO TRAFFIC AT ALL
           PROCESS-READER-A.
             OPEN INPUT READER-A-DUMP
             IF WS-READER-A-STATUS-KEY-1 = "0"
               READ READER-A-DUMP
               PERFORM PROCESS-READER-A-RECORD
                 UNTIL WS-READER-A-STATUS-KEY-1 = "1"
               CLOSE READER-A-DUMP
             END-IF.

           PROCESS-READER-A-RECORD.
             MOVE READER-A-RECORD TO WS-RAW-LINE
             PERFORM PROCESS-RAW-PUNCH
             READ READER-A-DUMP.

           PROCESS-READER-B.
             OPEN INPUT READER-B-DUMP
             IF WS-READER-B-STATUS-KEY-1 = "0"
               READ READER-B-DUMP
               PERFORM PROCESS-READER-B-RECORD
                 UNTIL WS-READER-B-STATUS-KEY-1 = "1"
               CLOSE READER-B-DUMP
             END-IF.

           PROCESS-READER-B-RECORD.
             MOVE READER-B-RECORD TO WS-RAW-LINE
             PERFORM PROCESS-RAW-PUNCH
             READ READER-B-DUMP.

      * EVERY READABLE PUNCH COUNTS TOWARDS ITS READER'S TRAFFIC,
      * KNOWN CARD OR NOT - THE TRAFFIC SAYS WHETHER THE DEVICE WAS
      * WORKING. ONLY CARDS ON THE MASTER ARE CHECKED FURTHER; AN
      * UNKNOWN CARD IS ALREADY ON INGEST'S REJECT FILE
           PROCESS-RAW-PUNCH.
             INSPECT WS-RAW-ID REPLACING LEADING " " BY "0"
             PERFORM CHECK-RAW-DATETIME
             IF WS-PUNCH-OK = 0
               ADD 1 TO WS-UNREADABLE-VALUE
             ELSE
               ADD 1 TO WS-TRAFFIC-COUNT
                 (WS-DEVICE-NUMBER, WS-PUNCH-HOUR + 1)
               ADD 1 TO WS-READER-TOTAL (WS-DEVICE-NUMBER)
               IF WS-FIRST-DATE = SPACES OR
                  WS-RAW-DATE < WS-FIRST-DATE
                 MOVE WS-RAW-DATE TO WS-FIRST-DATE
               END-IF
               IF WS-RAW-DATE > WS-LAST-DATE
                 MOVE WS-RAW-DATE TO WS-LAST-DATE
               END-IF
               IF WS-RAW-ID IS NUMERIC AND WS-RAW-ID NOT = "0000"
                 MOVE WS-RAW-ID TO WS-PUNCH-ID
                 IF WS-ID-SEEN (WS-PUNCH-ID) = 1
                   PERFORM CHECK-KNOWN-CARD
                 END-IF
               END-IF
             END-IF.

      * SAME PLAUSIBILITY TEST INGEST APPLIES TO THE DATE AND CLOCK
           CHECK-RAW-DATETIME.
             MOVE 1 TO WS-PUNCH-OK
             IF WS-RAW-YEAR NOT NUMERIC OR
                WS-RAW-MONTH NOT NUMERIC OR
                WS-RAW-DAY NOT NUMERIC OR
                WS-RAW-HOUR NOT NUMERIC OR
                WS-RAW-MINUTE NOT NUMERIC OR
                WS-RAW-DASH1 NOT = "-" OR
                WS-RAW-DASH2 NOT = "-" OR
                WS-RAW-DASH3 NOT = "-" OR
                WS-RAW-COLON NOT = ":"
               MOVE 0 TO WS-PUNCH-OK
             END-IF
             IF WS-PUNCH-OK = 1
               MOVE WS-RAW-HOUR TO WS-PUNCH-HOUR
               MOVE WS-RAW-MINUTE TO WS-PUNCH-MINUTE
               IF WS-RAW-MONTH < "01" OR WS-RAW-MONTH > "12" OR
                  WS-RAW-DAY < "01" OR WS-RAW-DAY > "31" OR
                  WS-PUNCH-HOUR > 23 OR WS-PUNCH-MINUTE > 59
                 MOVE 0 TO WS-PUNCH-OK
               END-IF
             END-IF
             IF WS-PUNCH-OK = 1
               COMPUTE WS-PUNCH-MINUTES =
                 WS-PUNCH-HOUR * 60 + WS-PUNCH-MINUTE
             END-IF.

      * THE FOUR CHECKS ARE INDEPENDENT - EACH ONE THAT FIRES WRITES
      * ITS OWN LINE, SO A LEAVER'S CARD USED AT 03:00 SHOWS BOTH
           CHECK-KNOWN-CARD.
             IF WS-TERMINATION-DATE (WS-PUNCH-ID) NOT = SPACES AND
                WS-TERMINATION-DATE (WS-PUNCH-ID) < WS-RAW-DATE
               MOVE WS-TERMINATION-DATE (WS-PUNCH-ID) TO
                 WS-FINDING-TERM-DATE
               MOVE WS-FINDING-TERMINATED TO WS-DETAIL-FINDING
               PERFORM WRITE-FINDING-LINE
               ADD 1 TO WS-TERMINATED-VALUE
             END-IF
             PERFORM FIND-LEAVE-CALENDAR-ENTRY
             IF WS-LEAVE-CALENDAR-FOUND = 1 AND
                WS-LEAVE-CALENDAR-TYPE-FOUND NOT = WS-HOLIDAY-TYPE
               MOVE WS-LEAVE-CALENDAR-TYPE-FOUND TO
                 WS-FINDING-LEAVE-TYPE
               MOVE WS-FINDING-ON-LEAVE TO WS-DETAIL-FINDING
               PERFORM WRITE-FINDING-LINE
               ADD 1 TO WS-ON-LEAVE-VALUE
             END-IF
             IF WS-DEVICE-NUMBER = 1
               PERFORM REMEMBER-READER-A-PUNCH
             ELSE
               PERFORM FIND-OTHER-READER-PUNCH
               IF WS-OTHER-READER-FOUND = 1
                 MOVE WS-OTHER-READER-CLOCK TO WS-FINDING-OTHER-CLOCK
                 MOVE WS-FINDING-BOTH-READERS TO WS-DETAIL-FINDING
                 PERFORM WRITE-FINDING-LINE
                 ADD 1 TO WS-BOTH-READERS-VALUE
               END-IF
             END-IF
             PERFORM FIND-ROSTER-ENTRY
             IF WS-ROSTER-FOUND = 1
               PERFORM CHECK-ROSTER-HOURS
               IF WS-INSIDE-HOURS = 0
                 MOVE WS-ROSTER-START-HOUR (WS-ROSTER-HIT) TO
                   WS-FINDING-ROSTER-START
                 MOVE WS-ROSTER-END-HOUR (WS-ROSTER-HIT) TO
                   WS-FINDING-ROSTER-END
                 MOVE WS-FINDING-OFF-HOURS TO WS-DETAIL-FINDING
                 PERFORM WRITE-FINDING-LINE
                 ADD 1 TO WS-OFF-HOURS-VALUE
               END-IF
             END-IF.

           WRITE-FINDING-LINE.
             MOVE WS-DEVICE-NAME TO WS-DETAIL-DEVICE
             MOVE WS-PUNCH-ID TO WS-DETAIL-ID
             MOVE WS-LAST-NAME (WS-PUNCH-ID) TO WS-DETAIL-NAME
             MOVE WS-RAW-STATUS TO WS-DETAIL-STATUS
             MOVE WS-RAW-DATETIME TO WS-DETAIL-DATETIME
             WRITE SECURITY-REPORT-LINE FROM WS-DETAIL-LINE
             ADD 1 TO WS-FINDINGS-VALUE.

      * READER-A IS READ FIRST AND KEPT WHOLE, SO EVERY READER-B
      * PUNCH CAN LOOK BACK AT THE OTHER DOOR - EITHER ORDER OF THE
      * TWO SWIPES IS CAUGHT THAT WAY
           REMEMBER-READER-A-PUNCH.
             IF WS-READER-A-COUNT < 2000
               ADD 1 TO WS-READER-A-COUNT
               MOVE WS-PUNCH-ID TO WS-READER-A-ID (WS-READER-A-COUNT)
               MOVE WS-RAW-DATE TO
                 WS-READER-A-DATE (WS-READER-A-COUNT)
               MOVE WS-PUNCH-MINUTES TO
                 WS-READER-A-MINUTES (WS-READER-A-COUNT)
               MOVE WS-RAW-CLOCK TO
                 WS-READER-A-CLOCK (WS-READER-A-COUNT)
             END-IF.

           FIND-OTHER-READER-PUNCH.
             MOVE 0 TO WS-OTHER-READER-FOUND
             PERFORM CHECK-OTHER-READER-PUNCH
               VARYING WS-READER-A-INDEX FROM 1 BY 1
               UNTIL WS-READER-A-INDEX > WS-READER-A-COUNT
                 OR WS-OTHER-READER-FOUND = 1.

           CHECK-OTHER-READER-PUNCH.
             IF WS-PUNCH-ID = WS-READER-A-ID (WS-READER-A-INDEX) AND
                WS-RAW-DATE = WS-READER-A-DATE (WS-READER-A-INDEX)
               COMPUTE WS-MINUTE-DELTA = WS-PUNCH-MINUTES -
                 WS-READER-A-MINUTES (WS-READER-A-INDEX)
               IF WS-MINUTE-DELTA < 0
                 COMPUTE WS-MINUTE-DELTA = 0 - WS-MINUTE-DELTA
               END-IF
               IF WS-MINUTE-DELTA NOT > WS-CROSS-READER-WINDOW
                 MOVE WS-READER-A-CLOCK (WS-READER-A-INDEX) TO
                   WS-OTHER-READER-CLOCK
                 MOVE 1 TO WS-OTHER-READER-FOUND
               END-IF
             END-IF.

      * AN END HOUR BELOW THE START HOUR IS A SHIFT ACROSS MIDNIGHT,
      * THE SAME CONVENTION THE DAILY RUN READS THE ROSTER BY
           CHECK-ROSTER-HOURS.
             COMPUTE WS-SHIFT-START =
               WS-ROSTER-START-HOUR (WS-ROSTER-HIT) * 60 -
               WS-OFF-HOURS-MARGIN
             COMPUTE WS-SHIFT-END =
               WS-ROSTER-END-HOUR (WS-ROSTER-HIT) * 60 +
               WS-OFF-HOURS-MARGIN
             IF WS-ROSTER-END-HOUR (WS-ROSTER-HIT) <
                WS-ROSTER-START-HOUR (WS-ROSTER-HIT)
               ADD 1440 TO WS-SHIFT-END
             END-IF
             MOVE 0 TO WS-INSIDE-HOURS
             PERFORM CHECK-SHIFTED-PUNCH
               VARYING WS-SHIFT-OFFSET FROM 0 BY 1
               UNTIL WS-SHIFT-OFFSET > 2
                 OR WS-INSIDE-HOURS = 1.

           CHECK-SHIFTED-PUNCH.
             COMPUTE WS-SHIFTED-PUNCH =
               WS-PUNCH-MINUTES + (WS-SHIFT-OFFSET - 1) * 1440
             IF WS-SHIFTED-PUNCH NOT < WS-SHIFT-START AND
                WS-SHIFTED-PUNCH NOT > WS-SHIFT-END
               MOVE 1 TO WS-INSIDE-HOURS
             END-IF.

           WRITE-FINDING-TOTALS.
             IF WS-FINDINGS-VALUE = 0
               WRITE SECURITY-REPORT-LINE FROM WS-NO-FINDINGS-LINE
             END-IF
             WRITE SECURITY-REPORT-LINE FROM WS-DASHES
             IF WS-FIRST-DATE NOT = SPACES
               MOVE WS-FIRST-DATE TO WS-DATES-FIRST
               MOVE WS-LAST-DATE TO WS-DATES-LAST
               WRITE SECURITY-REPORT-LINE FROM WS-DATES-LINE
             END-IF
             MOVE "Cards used after termination:" TO WS-COUNT-LABEL
             MOVE WS-TERMINATED-VALUE TO WS-COUNT-VALUE
             WRITE SECURITY-REPORT-LINE FROM WS-COUNT-LINE
             MOVE "Cards used on a leave day:" TO WS-COUNT-LABEL
             MOVE WS-ON-LEAVE-VALUE TO WS-COUNT-VALUE
             WRITE SECURITY-REPORT-LINE FROM WS-COUNT-LINE
             MOVE "Cards at both readers at once:" TO WS-COUNT-LABEL
             MOVE WS-BOTH-READERS-VALUE TO WS-COUNT-VALUE
             WRITE SECURITY-REPORT-LINE FROM WS-COUNT-LINE
             MOVE "Punches far outside rostered hours:" TO
               WS-COUNT-LABEL
             MOVE WS-OFF-HOURS-VALUE TO WS-COUNT-VALUE
             WRITE SECURITY-REPORT-LINE FROM WS-COUNT-LINE
             MOVE "Unreadable dump lines:" TO WS-COUNT-LABEL
             MOVE WS-UNREADABLE-VALUE TO WS-COUNT-VALUE
             WRITE SECURITY-REPORT-LINE FROM WS-COUNT-LINE
             MOVE SPACES TO SECURITY-REPORT-LINE
             WRITE SECURITY-REPORT-LINE.

      * AN HOUR WHERE ONE DOOR SAW PEOPLE AND THE OTHER SAW NOBODY IS
      * FLAGGED AGAINST THE SILENT READER - A DEVICE THAT DIED AT
      * MIDNIGHT STANDS OUT AS A RUN OF FLAGS BEFORE THE DAILY RUN
      * MARKS ITS SIDE OF THE BUILDING ABSENT
           WRITE-TRAFFIC-SECTION.
             WRITE SECURITY-REPORT-LINE FROM WS-TRAFFIC-TITLE
             WRITE SECURITY-REPORT-LINE FROM WS-TRAFFIC-COLUMNS
             WRITE SECURITY-REPORT-LINE FROM WS-DASHES
             PERFORM WRITE-TRAFFIC-LINE
               VARYING WS-HOUR-INDEX FROM 1 BY 1
               UNTIL WS-HOUR-INDEX > 24
             WRITE SECURITY-REPORT-LINE FROM WS-DASHES
             MOVE WS-READER-TOTAL (1) TO WS-TRAFFIC-TOTAL-A
             MOVE WS-READER-TOTAL (2) TO WS-TRAFFIC-TOTAL-B
             MOVE SPACES TO WS-TRAFFIC-TOTAL-FLAG
             IF WS-READER-TOTAL (1) = 0
               MOVE "READER-A SENT NOTHING" TO WS-TRAFFIC-TOTAL-FLAG
             END-IF
             IF WS-READER-TOTAL (2) = 0
               MOVE "READER-B SENT NOTHING" TO WS-TRAFFIC-TOTAL-FLAG
             END-IF
             IF WS-READER-TOTAL (1) = 0 AND WS-READER-TOTAL (2) = 0
               MOVE "NO TRAFFIC ON EITHER" TO WS-TRAFFIC-TOTAL-FLAG
             END-IF
             WRITE SECURITY-REPORT-LINE FROM WS-TRAFFIC-TOTAL-LINE.

           WRITE-TRAFFIC-LINE.
             COMPUTE WS-TRAFFIC-HOUR = WS-HOUR-INDEX - 1
             MOVE WS-TRAFFIC-COUNT (1, WS-HOUR-INDEX) TO WS-TRAFFIC-A
             MOVE WS-TRAFFIC-COUNT (2, WS-HOUR-INDEX) TO WS-TRAFFIC-B
             MOVE SPACES TO WS-TRAFFIC-FLAG
             IF WS-TRAFFIC-COUNT (1, WS-HOUR-INDEX) = 0 AND
                WS-TRAFFIC-COUNT (2, WS-HOUR-INDEX) > 0
               MOVE "<- READER-A SILENT" TO WS-TRAFFIC-FLAG
             END-IF
             IF WS-TRAFFIC-COUNT (2, WS-HOUR-INDEX) = 0 AND
                WS-TRAFFIC-COUNT (1, WS-HOUR-INDEX) > 0
               MOVE "<- READER-B SILENT" TO WS-TRAFFIC-FLAG
             END-IF
             WRITE SECURITY-REPORT-LINE FROM WS-TRAFFIC-LINE.

           LOAD-EMPLOYEES.
             OPEN INPUT EMPLOYEES
             IF WS-EMPLOYEES-STATUS-KEY-1 = "0"
               READ EMPLOYEES
               PERFORM LOAD-EMPLOYEES-ENTRY
                 UNTIL WS-EMPLOYEES-STATUS-KEY-1 = "1"
               CLOSE EMPLOYEES
             END-IF.

           LOAD-EMPLOYEES-ENTRY.
             IF EMPLOYEE-ID > 0
               MOVE 1 TO WS-ID-SEEN (EMPLOYEE-ID)
               MOVE EMPLOYEE-LAST-NAME TO WS-LAST-NAME (EMPLOYEE-ID)
               MOVE EMPLOYEE-DATE-OF-TERMINATION TO
                 WS-TERMINATION-DATE (EMPLOYEE-ID)
             END-IF
             READ EMPLOYEES.

      * SAME GUARDED LOAD AS THE DAILY RUN - NO CALENDAR MEANS NOBODY
      * IS ON LEAVE
           LOAD-LEAVE-CALENDAR.
             OPEN INPUT LEAVE-CALENDAR
             IF WS-LEAVE-CALENDAR-STATUS-KEY-1 = "0"
               READ LEAVE-CALENDAR
               PERFORM LOAD-LEAVE-CALENDAR-ENTRY
                 UNTIL WS-LEAVE-CALENDAR-STATUS-KEY-1 = "1"
               CLOSE LEAVE-CALENDAR
             END-IF.

           LOAD-LEAVE-CALENDAR-ENTRY.
             IF WS-LEAVE-CALENDAR-COUNT < 2000
               ADD 1 TO WS-LEAVE-CALENDAR-COUNT
               MOVE LEAVE-CALENDAR-ID TO
                 WS-LEAVE-CALENDAR-ENTRY-ID (WS-LEAVE-CALENDAR-COUNT)
               MOVE LEAVE-CALENDAR-DATE TO
                 WS-LEAVE-CALENDAR-ENTRY-DATE (WS-LEAVE-CALENDAR-COUNT)
               MOVE LEAVE-CALENDAR-TYPE TO
                 WS-LEAVE-CALENDAR-ENTRY-TYPE (WS-LEAVE-CALENDAR-COUNT)
             END-IF
             READ LEAVE-CALENDAR.

           FIND-LEAVE-CALENDAR-ENTRY.
             MOVE 0 TO WS-LEAVE-CALENDAR-FOUND
             PERFORM CHECK-LEAVE-CALENDAR-ENTRY
               VARYING WS-LEAVE-CALENDAR-INDEX FROM 1 BY 1
               UNTIL WS-LEAVE-CALENDAR-INDEX > WS-LEAVE-CALENDAR-COUNT
                 OR WS-LEAVE-CALENDAR-FOUND = 1.

           CHECK-LEAVE-CALENDAR-ENTRY.
             IF WS-PUNCH-ID =
                  WS-LEAVE-CALENDAR-ENTRY-ID (WS-LEAVE-CALENDAR-INDEX)
                AND WS-RAW-DATE =
                  WS-LEAVE-CALENDAR-ENTRY-DATE (WS-LEAVE-CALENDAR-INDEX)
               MOVE
                 WS-LEAVE-CALENDAR-ENTRY-TYPE (WS-LEAVE-CALENDAR-INDEX)
                 TO WS-LEAVE-CALENDAR-TYPE-FOUND
               MOVE 1 TO WS-LEAVE-CALENDAR-FOUND
             END-IF.

      * SAME GUARDED LOAD AS THE DAILY RUN - NO ROSTER MEANS NO HOURS
      * TO JUDGE A PUNCH AGAINST, SO THAT CHECK JUST NEVER FIRES
           LOAD-WORK-ROSTER.
             OPEN INPUT WORK-ROSTER
             IF WS-WORK-ROSTER-STATUS-KEY-1 = "0"
               READ WORK-ROSTER
               PERFORM LOAD-WORK-ROSTER-ENTRY
                 UNTIL WS-WORK-ROSTER-STATUS-KEY-1 = "1"
               CLOSE WORK-ROSTER
             END-IF.

           LOAD-WORK-ROSTER-ENTRY.
             IF WS-ROSTER-COUNT < 300
               ADD 1 TO WS-ROSTER-COUNT
               MOVE ROSTER-ID TO WS-ROSTER-ID (WS-ROSTER-COUNT)
               MOVE ROSTER-EFFECTIVE TO
                 WS-ROSTER-EFFECTIVE (WS-ROSTER-COUNT)
               MOVE ROSTER-START-HOUR TO
                 WS-ROSTER-START-HOUR (WS-ROSTER-COUNT)
               MOVE ROSTER-END-HOUR TO
                 WS-ROSTER-END-HOUR (WS-ROSTER-COUNT)
             END-IF
             READ WORK-ROSTER.

      * THE LINE IN FORCE ON THE PUNCH DATE - NEWEST EFFECTIVE DATE
      * NOT PAST IT, EXACTLY AS THE DAILY RUN PICKS IT
           FIND-ROSTER-ENTRY.
             MOVE 0 TO WS-ROSTER-FOUND
             MOVE SPACES TO WS-ROSTER-BEST-DATE
             PERFORM CHECK-ROSTER-ENTRY
               VARYING WS-ROSTER-INDEX FROM 1 BY 1
               UNTIL WS-ROSTER-INDEX > WS-ROSTER-COUNT.

           CHECK-ROSTER-ENTRY.
             IF WS-PUNCH-ID = WS-ROSTER-ID (WS-ROSTER-INDEX) AND
                WS-ROSTER-EFFECTIVE (WS-ROSTER-INDEX) NOT >
                  WS-RAW-DATE AND
                WS-ROSTER-EFFECTIVE (WS-ROSTER-INDEX) NOT <
                  WS-ROSTER-BEST-DATE
               MOVE WS-ROSTER-INDEX TO WS-ROSTER-HIT
               MOVE WS-ROSTER-EFFECTIVE (WS-ROSTER-INDEX) TO
                 WS-ROSTER-BEST-DATE
               MOVE 1 TO WS-ROSTER-FOUND
             END-IF.

      * STAMPS THE RUN DATE AND START TIME AND CLEARS THE COUNTS. THE
      * BUSINESS DATE DEFAULTS TO THE RUN DATE UNTIL THE RUN KNOWS
      * WHICH DAY OR PERIOD IT IS WORKING ON
           START-RUN-JOURNAL.
             ACCEPT WS-RUN-JOURNAL-TODAY FROM DATE YYYYMMDD
             MOVE WS-RUN-JOURNAL-TODAY-YEAR TO WS-RUN-JOURNAL-DATE-YEAR
             MOVE WS-RUN-JOURNAL-TODAY-MONTH TO
               WS-RUN-JOURNAL-DATE-MONTH
             MOVE WS-RUN-JOURNAL-TODAY-DAY TO WS-RUN-JOURNAL-DATE-DAY
             MOVE WS-RUN-JOURNAL-DATE TO WS-RUN-JOURNAL-RUN-DATE
             MOVE WS-RUN-JOURNAL-DATE TO WS-RUN-JOURNAL-FROM-DATE
             MOVE WS-RUN-JOURNAL-DATE TO WS-RUN-JOURNAL-TO-DATE
             MOVE 0 TO WS-RUN-JOURNAL-READ
             MOVE 0 TO WS-RUN-JOURNAL-WRITTEN
             MOVE "NORMAL" TO WS-RUN-JOURNAL-ENDING
             ACCEPT WS-RUN-JOURNAL-CLOCK FROM TIME
             PERFORM FORMAT-RUN-JOURNAL-TIME
             MOVE WS-RUN-JOURNAL-TIME TO WS-RUN-JOURNAL-START.

      * SAME EXTEND-OR-CREATE FALLBACK THE AUDIT FILES USE - THE
      * JOURNAL IS ONLY EVER APPENDED TO
           WRITE-RUN-JOURNAL.
             ACCEPT WS-RUN-JOURNAL-CLOCK FROM TIME
             PERFORM FORMAT-RUN-JOURNAL-TIME
             MOVE WS-RUN-JOURNAL-TIME TO WS-RUN-JOURNAL-END
             OPEN EXTEND RUN-JOURNAL
             IF WS-RUN-JOURNAL-STATUS-KEY-1 = "3"
               OPEN OUTPUT RUN-JOURNAL
             END-IF
             WRITE RUN-JOURNAL-RECORD FROM WS-RUN-JOURNAL-LINE
             CLOSE RUN-JOURNAL.

           FORMAT-RUN-JOURNAL-TIME.
             MOVE WS-RUN-JOURNAL-CLOCK-HOUR TO WS-RUN-JOURNAL-TIME-HOUR
             MOVE WS-RUN-JOURNAL-CLOCK-MINUTE TO
               WS-RUN-JOURNAL-TIME-MINUTE
             MOVE WS-RUN-JOURNAL-CLOCK-SECOND TO
               WS-RUN-JOURNAL-TIME-SECOND.
