           IDENTIFICATION DIVISION.
           PROGRAM-ID. SALAPPLY.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * SALARY CHANGES KEYED IN EMPMAINT WITH AN EFFECTIVE DATE, ONE
      * AT A TIME OR A WHOLE DEPARTMENT'S RAISE IN ONE GO. THIS RUN
      * SITS IN FRONT OF EMPEXTR IN THE DAILY CHAIN, PUTS EVERY CHANGE
      * WHOSE DATE HAS ARRIVED ONTO THE MASTER AND WRITES THE REST
      * BACK FOR ANOTHER DAY
                SELECT SALARY-CHANGES ASSIGN TO
                       'salary-changes.txt'
                       FILE STATUS IS WS-CHANGES-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

                SELECT EMPLOYEE-MASTER ASSIGN TO
                       'employees.dat'
                       FILE STATUS IS WS-MASTER-FILE-STATUS
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS MASTER-ID.

      * THE SAME TRAIL EMPMAINT APPENDS TO - A SALARY GOING LIVE IS A
      * MASTER CHANGE LIKE ANY OTHER AND GETS ITS BEFORE/AFTER LINE
                SELECT EMPLOYEE-AUDIT ASSIGN TO
                       'employee-audit.txt'
                       FILE STATUS IS WS-AUDIT-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE PAY LINES SAY WHICH MONTHS WERE ALREADY PAID AT THE OLD
      * SALARY AND ON WHAT ABSENCE AND OVERTIME FIGURES, THE PRM LINES
      * ON WHAT PREMIUM MINUTES - EXACTLY WHAT A BACK-DATED CHANGE OWES
      * ARREARS ON. A MONTH IN A YEAR YEAREND HAS CLOSED OUT HAS ITS
      * LINES IN THAT YEAR'S PAYROLL-HISTORY-YYYY.TXT, SO THE NAME IS
      * SET BEFORE EACH OPEN
                SELECT PAYROLL-HISTORY ASSIGN USING
                       WS-PAYROLL-HISTORY-NAME
                       FILE STATUS IS WS-PAYROLL-HISTORY-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * ARREARS GO ON THE END OF THE FILE RETROPAY ALSO FEEDS, TAGGED
      * "SAL" SO A LATER ATTENDANCE RE-RUN LEAVES THEM ALONE - THE
      * NEXT PAYROLL PAYS THEM LIKE ANY OTHER ADJUSTMENT
                SELECT PAYROLL-ADJUSTMENTS ASSIGN TO
                       'payroll-adjustments.txt'
                       FILE STATUS IS WS-ADJUSTMENTS-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE SHARED BATCH RUN JOURNAL - ONE LINE PER RUN FROM EVERY
      * BATCH PROGRAM, READ BACK BY OPSRPT FOR THE OPERATIONS REPORT
      * THE PREMIUM RATES PAYROLL PAYS THE REST-DAY, HOLIDAY AND
      * NIGHT MINUTES AT - ALL THREE HANG OFF THE HOURLY RATE, SO A
      * SALARY CHANGE MOVES THEM TOO
                SELECT PREMIUM-CONTROL ASSIGN TO
                       'premium-control.txt'
                       FILE STATUS IS WS-PREMIUM-CONTROL-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

                SELECT RUN-JOURNAL ASSIGN TO
                       'run-journal.txt'
                       FILE STATUS IS WS-RUN-JOURNAL-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD SALARY-CHANGES.
           01 SALARY-CHANGE-RECORD.
                 88 EOF-SALARY-CHANGE VALUE HIGH-VALUES.
                 02 SALARY-CHANGE-ID PIC 9(4).
                 02 SALARY-CHANGE-PADDING1 PIC X(1).
                 02 SALARY-CHANGE-EFFECTIVE PIC X(10).
                 02 SALARY-CHANGE-PADDING2 PIC X(1).
                 02 SALARY-CHANGE-NEW-SALARY PIC 9(6).
                 02 SALARY-CHANGE-PADDING3 PIC X(1).
                 02 SALARY-CHANGE-ENTERED PIC X(10).
                 02 SALARY-CHANGE-PADDING4 PIC X(1).
                 02 SALARY-CHANGE-SOURCE PIC X(3).

           FD EMPLOYEE-MASTER.
           01 MASTER-EMPLOYEE.
                 02 MASTER-ID PIC 9(4).
                 02 MASTER-LAST-NAME PIC X(10).
                 02 MASTER-FIRST-NAME PIC X(20).
                 02 MASTER-GENDER PIC A(1).
                 02 MASTER-DATE-OF-BIRTH PIC X(10).
                 02 MASTER-DATE-OF-HIRING PIC X(10).
                 02 MASTER-DEPARTMENT PIC A(3).
                 02 MASTER-MONTHLY-SALARY PIC 9(6).
                 02 MASTER-DATE-OF-TERMINATION PIC X(10).

           FD EMPLOYEE-AUDIT.
           01 EMPLOYEE-AUDIT-RECORD.
                 02 AUDIT-DATE PIC X(10).
                 02 AUDIT-PADDING1 PIC X(1).
                 02 AUDIT-ACTION PIC X(9).
                 02 AUDIT-PADDING2 PIC X(1).
                 02 AUDIT-BEFORE-IMAGE PIC X(74).
                 02 AUDIT-PADDING3 PIC X(1).
                 02 AUDIT-AFTER-IMAGE PIC X(74).
      * THE DATE A SALARY CHANGE TOOK EFFECT, WHICH FOR A BACK-DATED
      * ONE IS EARLIER THAN THE AUDIT DATE IT WAS PUT LIVE ON - BLANK
      * ON EVERY OTHER KIND OF LINE
                 02 AUDIT-PADDING4 PIC X(1).
                 02 AUDIT-EFFECTIVE PIC X(10).

           FD PAYROLL-HISTORY.
           01 PAYROLL-HISTORY-LINE PIC X(80).

           FD PAYROLL-ADJUSTMENTS.
           01 ADJUSTMENT-RECORD.
                 88 EOF-ADJUSTMENT VALUE HIGH-VALUES.
                 02 ADJUSTMENT-PERIOD PIC X(7).
                 02 ADJUSTMENT-PADDING1 PIC X(1).
                 02 ADJUSTMENT-ID PIC 9(4).
                 02 ADJUSTMENT-PADDING2 PIC X(1).
                 02 ADJUSTMENT-AMOUNT PIC S9(6)V99
                    SIGN LEADING SEPARATE.
                 02 ADJUSTMENT-PADDING3 PIC X(1).
                 02 ADJUSTMENT-REASON PIC X(3).

           FD PREMIUM-CONTROL.
           01 PREMIUM-CONTROL-RECORD.
                 88 EOF-PREMIUM-CONTROL VALUE HIGH-VALUES.
                 02 PREMIUM-NIGHT-START-HOUR PIC 9(2).
                 02 PREMIUM-NIGHT-END-HOUR PIC 9(2).
                 02 PREMIUM-PADDING1 PIC X(1).
                 02 PREMIUM-REST-PCT PIC 9(3).
                 02 PREMIUM-PADDING2 PIC X(1).
                 02 PREMIUM-HOLIDAY-PCT PIC 9(3).
                 02 PREMIUM-PADDING3 PIC X(1).
                 02 PREMIUM-NIGHT-PCT PIC 9(3).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(86).

           WORKING-STORAGE SECTION.
           01 WS-CHANGES-FILE-STATUS.
             05 WS-CHANGES-STATUS-KEY-1 PIC X.
             05 WS-CHANGES-STATUS-KEY-2 PIC X.
           01 WS-MASTER-FILE-STATUS.
             05 WS-MASTER-STATUS-KEY-1 PIC X.
             05 WS-MASTER-STATUS-KEY-2 PIC X.
           01 WS-AUDIT-FILE-STATUS.
             05 WS-AUDIT-STATUS-KEY-1 PIC X.
             05 WS-AUDIT-STATUS-KEY-2 PIC X.
           01 WS-PAYROLL-HISTORY-FILE-STATUS.
             05 WS-PAYROLL-HISTORY-STATUS-KEY-1 PIC X.
             05 WS-PAYROLL-HISTORY-STATUS-KEY-2 PIC X.
           01 WS-ADJUSTMENTS-FILE-STATUS.
             05 WS-ADJUSTMENTS-STATUS-KEY-1 PIC X.
             05 WS-ADJUSTMENTS-STATUS-KEY-2 PIC X.
           01 WS-PREMIUM-CONTROL-FILE-STATUS.
             05 WS-PREMIUM-CONTROL-STATUS-KEY-1 PIC X.
             05 WS-PREMIUM-CONTROL-STATUS-KEY-2 PIC X.
      * SAME HOUSE DEFAULTS PAYROLL RUNS ON WITHOUT THE CONTROL FILE
           01 WS-PREMIUM-REST-PCT PIC 9(3) VALUE 150.
           01 WS-PREMIUM-HOLIDAY-PCT PIC 9(3) VALUE 200.
           01 WS-PREMIUM-NIGHT-PCT PIC 9(3) VALUE 25.
           01 WS-PAYROLL-HISTORY-NAME PIC X(40).
           01 WS-PAYHIST-ARCHIVE-NAME.
             02 F PIC X(16) VALUE "payroll-history-".
             02 WS-PAYHIST-ARCHIVE-YEAR PIC 9(4).
             02 F PIC X(4) VALUE ".txt".
      * EARLIEST EFFECTIVE YEAR AMONG THE CHANGES APPLIED THIS RUN -
      * EVERY ARCHIVED YEAR FROM IT UP TO LAST YEAR IS READ BEFORE THE
      * LIVE FILE
           01 WS-EARLIEST-YEAR PIC 9(4).
           01 WS-SCAN-YEAR PIC 9(4).
           01 WS-ACCEPT-DATE PIC 9(8).
           01 WS-ACCEPT-DATE-PARTS REDEFINES WS-ACCEPT-DATE.
             02 WS-ACCEPT-YEAR PIC 9(4).
             02 WS-ACCEPT-MONTH PIC 9(2).
             02 WS-ACCEPT-DAY PIC 9(2).
           01 WS-TODAY-TEXT.
             02 WS-TODAY-YEAR PIC 9(4).
             02 F PIC X VALUE "-".
             02 WS-TODAY-MONTH PIC 9(2).
             02 F PIC X VALUE "-".
             02 WS-TODAY-DAY PIC 9(2).
      * THE WHOLE PENDING FILE, LOADED ONCE THE SAME WAY PAYROLL
      * LOADS ITS ADJUSTMENTS. THE STATE BYTE SAYS WHAT BECAME OF
      * EACH LINE THIS RUN: 0 STILL PENDING, 1 APPLIED, 2 DROPPED
      * (NO SUCH EMPLOYEE), 3 REWRITE FAILED - KEPT FOR TOMORROW
           01 WS-CHANGES-TABLE.
             02 WS-CHANGES-ENTRY OCCURS 500 TIMES.
               03 WS-CHANGE-ID PIC 9(4).
               03 WS-CHANGE-EFFECTIVE.
                 04 WS-CHANGE-EFFECTIVE-MONTH.
                   05 WS-CHANGE-EFFECTIVE-YEAR PIC 9(4).
                   05 F PIC X(3).
                 04 F PIC X(3).
               03 WS-CHANGE-NEW-SALARY PIC 9(6).
               03 WS-CHANGE-ENTERED PIC X(10).
               03 WS-CHANGE-SOURCE PIC X(3).
               03 WS-CHANGE-STATE PIC 9.
               03 WS-CHANGE-OLD-SALARY PIC 9(6).
               03 WS-CHANGE-ARREARS PIC S9(7)V9(4).
           01 WS-CHANGES-COUNT PIC 9(3) VALUE 0.
           01 WS-CHANGES-INDEX PIC 9(3).
           01 WS-CHANGES-HIT PIC 9(3).
      * LINES PAST THE TABLE'S 500 - THE REWRITE WOULD LOSE THEM, SO
      * ANY AT ALL STOPS THE RUN BEFORE A SINGLE CHANGE IS APPLIED
           01 WS-CHANGES-SKIPPED PIC 9(5) VALUE 0.
           01 WS-DUE-FOUND PIC 9.
           01 WS-MASTER-FOUND PIC 9.
           01 WS-BEFORE-IMAGE PIC X(74).
           01 WS-APPLIED-COUNT PIC 9(3) VALUE 0.
           01 WS-DROPPED-COUNT PIC 9(3) VALUE 0.
           01 WS-PENDING-COUNT PIC 9(3) VALUE 0.
           01 WS-ARREARS-COUNT PIC 9(3) VALUE 0.
      * WORK COPY OF THE HISTORY LINE JUST READ, CARVED UP THE SAME
      * WAY RETROPAY CARVES IT
           01 WS-HISTORY-LINE PIC X(80).
           01 WS-HIST-PREFIX-PARTS REDEFINES WS-HISTORY-LINE.
             02 WS-HIST-PERIOD PIC X(7).
             02 F PIC X(1).
             02 WS-HIST-ID PIC X(4).
             02 F PIC X(1).
             02 WS-HIST-TYPE PIC X(3).
             02 F PIC X(64).
           01 WS-HIST-PAY-PARTS REDEFINES WS-HISTORY-LINE.
             02 F PIC X(17).
             02 WS-HIST-PAY-GROSS PIC 9(6).
             02 F PIC X(1).
             02 WS-HIST-PAY-ABSENT PIC 9(3).
             02 F PIC X(1).
             02 WS-HIST-PAY-OVERTIME-HRS PIC 9(3).
             02 F PIC X(49).
           01 WS-HIST-PRM-PARTS REDEFINES WS-HISTORY-LINE.
             02 F PIC X(17).
             02 WS-HIST-PRM-REST-MIN PIC 9(5).
             02 F PIC X(1).
             02 WS-HIST-PRM-HOLIDAY-MIN PIC 9(5).
             02 F PIC X(1).
             02 WS-HIST-PRM-NIGHT-MIN PIC 9(5).
             02 F PIC X(46).
           01 WS-HIST-ID-NUM PIC 9(4).
           01 WS-SALARY-DELTA PIC S9(6).
           01 WS-PAID-FRACTION PIC 9V9(6).
           01 WS-ARREARS-AMOUNT PIC S9(6)V99.
           01 WS-ARREARS-DISPLAY PIC -ZZZZZ9.99.

           01 WS-RUN-JOURNAL-FILE-STATUS.
             05 WS-RUN-JOURNAL-STATUS-KEY-1 PIC X.
             05 WS-RUN-JOURNAL-STATUS-KEY-2 PIC X.
      * THIS RUN'S JOURNAL LINE - THE BUSINESS DATES IT COVERED, WHEN
      * IT RAN, RECORDS READ AND WRITTEN, AND HOW IT ENDED: NORMAL,
      * GUARD (STOPPED BY A CHECK BEFORE DOING ITS WORK) OR RESTART
      * (PICKED UP FROM A CHECKPOINT)
           01 WS-RUN-JOURNAL-LINE.
             02 WS-RUN-JOURNAL-PROGRAM PIC X(10) VALUE "SALAPPLY".
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
             ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
             MOVE WS-ACCEPT-YEAR TO WS-TODAY-YEAR
             MOVE WS-ACCEPT-MONTH TO WS-TODAY-MONTH
             MOVE WS-ACCEPT-DAY TO WS-TODAY-DAY
             PERFORM LOAD-SALARY-CHANGES
             IF WS-CHANGES-COUNT = 0
               DISPLAY "No salary changes pending"
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             IF WS-CHANGES-SKIPPED > 0
               DISPLAY "More than 500 salary changes pending - "
                 WS-CHANGES-SKIPPED " not loaded"
               DISPLAY "Nothing applied and salary-changes.txt left "
                 "unchanged"
               COMPUTE WS-RUN-JOURNAL-READ =
                 WS-CHANGES-COUNT + WS-CHANGES-SKIPPED
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             OPEN I-O EMPLOYEE-MASTER
             IF WS-MASTER-STATUS-KEY-1 NOT = "0"
               DISPLAY "employees.dat could not be opened - run"
               DISPLAY "EMPLOAD first to build the indexed master"
               MOVE WS-CHANGES-COUNT TO WS-RUN-JOURNAL-READ
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             OPEN EXTEND EMPLOYEE-AUDIT
             IF WS-AUDIT-STATUS-KEY-1 = "3"
               OPEN OUTPUT EMPLOYEE-AUDIT
             END-IF
      * EARLIEST EFFECTIVE DATE FIRST, SO TWO CHANGES FOR ONE PERSON
      * THAT BOTH FALL DUE TODAY LAND IN THE ORDER THEY WERE MEANT TO
             MOVE 1 TO WS-DUE-FOUND
             PERFORM APPLY-NEXT-CHANGE UNTIL WS-DUE-FOUND = 0
             CLOSE EMPLOYEE-MASTER, EMPLOYEE-AUDIT
             IF WS-APPLIED-COUNT > 0
               PERFORM LOAD-PREMIUM-CONTROL
               PERFORM SCAN-PAYROLL-HISTORY
               PERFORM WRITE-ARREARS
             END-IF
             PERFORM REWRITE-SALARY-CHANGES.

           FINISH.
              DISPLAY "Salary changes applied: " WS-APPLIED-COUNT
              DISPLAY "Salary changes still pending: " WS-PENDING-COUNT
              IF WS-DROPPED-COUNT > 0
                DISPLAY "Salary changes dropped, employee not on file: "
                  WS-DROPPED-COUNT
              END-IF
              IF WS-ARREARS-COUNT > 0
                DISPLAY "Arrears lines written for next payroll: "
                  WS-ARREARS-COUNT
              END-IF
              MOVE WS-CHANGES-COUNT TO WS-RUN-JOURNAL-READ
              MOVE WS-APPLIED-COUNT TO WS-RUN-JOURNAL-WRITTEN
              PERFORM WRITE-RUN-JOURNAL.
           STOP RUN.

      * HELPER FUNCTIONS

           APPLY-NEXT-CHANGE.
             MOVE 0 TO WS-DUE-FOUND
             PERFORM CHECK-EARLIEST-DUE
               VARYING WS-CHANGES-INDEX FROM 1 BY 1
               UNTIL WS-CHANGES-INDEX > WS-CHANGES-COUNT
             IF WS-DUE-FOUND = 1
               PERFORM APPLY-SALARY-CHANGE
             END-IF.

      * DUE MEANS AN EFFECTIVE DATE OF TODAY OR EARLIER - ON A TIE
      * THE LINE KEYED FIRST GOES FIRST
           CHECK-EARLIEST-DUE.
             IF WS-CHANGE-STATE (WS-CHANGES-INDEX) = 0 AND
                WS-CHANGE-EFFECTIVE (WS-CHANGES-INDEX) NOT >
                  WS-TODAY-TEXT
               IF WS-DUE-FOUND = 0
                 MOVE WS-CHANGES-INDEX TO WS-CHANGES-HIT
                 MOVE 1 TO WS-DUE-FOUND
               ELSE
                 IF WS-CHANGE-EFFECTIVE (WS-CHANGES-INDEX) <
                    WS-CHANGE-EFFECTIVE (WS-CHANGES-HIT)
                   MOVE WS-CHANGES-INDEX TO WS-CHANGES-HIT
                 END-IF
               END-IF
             END-IF.

      * THE SALARY ON THE MASTER RIGHT NOW IS THE ONE EVERY MONTH
      * SINCE THE EFFECTIVE DATE WAS PAID AT - KEPT AGAINST THE LINE
      * SO THE ARREARS PASS KNOWS WHAT TO TOP UP FROM
           APPLY-SALARY-CHANGE.
             MOVE WS-CHANGE-ID (WS-CHANGES-HIT) TO MASTER-ID
             READ EMPLOYEE-MASTER
               INVALID KEY MOVE 0 TO WS-MASTER-FOUND
               NOT INVALID KEY MOVE 1 TO WS-MASTER-FOUND
             END-READ
             IF WS-MASTER-FOUND = 0
               DISPLAY "Employee " WS-CHANGE-ID (WS-CHANGES-HIT)
                 " not on file - salary change dropped"
               MOVE 2 TO WS-CHANGE-STATE (WS-CHANGES-HIT)
               ADD 1 TO WS-DROPPED-COUNT
             ELSE
               MOVE MASTER-EMPLOYEE TO WS-BEFORE-IMAGE
               MOVE MASTER-MONTHLY-SALARY TO
                 WS-CHANGE-OLD-SALARY (WS-CHANGES-HIT)
               MOVE WS-CHANGE-NEW-SALARY (WS-CHANGES-HIT) TO
                 MASTER-MONTHLY-SALARY
               REWRITE MASTER-EMPLOYEE
                 INVALID KEY
                   DISPLAY "Rewrite failed for employee " MASTER-ID
                     " - salary change kept pending"
                   MOVE 3 TO WS-CHANGE-STATE (WS-CHANGES-HIT)
                 NOT INVALID KEY
                   MOVE 1 TO WS-CHANGE-STATE (WS-CHANGES-HIT)
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-AUDIT
               END-REWRITE
             END-IF.

           WRITE-AUDIT.
             MOVE WS-TODAY-TEXT TO AUDIT-DATE
             MOVE SPACE TO AUDIT-PADDING1
             MOVE SPACE TO AUDIT-PADDING2
             MOVE SPACE TO AUDIT-PADDING3
             MOVE "SALARY" TO AUDIT-ACTION
             MOVE WS-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
             MOVE MASTER-EMPLOYEE TO AUDIT-AFTER-IMAGE
             MOVE SPACE TO AUDIT-PADDING4
             MOVE WS-CHANGE-EFFECTIVE (WS-CHANGES-HIT) TO
               AUDIT-EFFECTIVE
             WRITE EMPLOYEE-AUDIT-RECORD.

      * ONE PASS OVER THE ARCHIVE - EVERY PAY AND PRM LINE FOR A
      * MONTH ON OR AFTER AN APPLIED CHANGE'S EFFECTIVE MONTH WAS PAID
      * AT THE OLD SALARY AND OWES THE DIFFERENCE. A BACK-DATED CHANGE
      * CAN REACH INTO A YEAR YEAREND HAS ALREADY CLOSED OUT, SO EACH
      * YEAR'S ARCHIVE FROM THE EARLIEST EFFECTIVE YEAR ON IS READ
      * FIRST - NO SUCH FILE MEANS THE YEAR IS STILL ON THE LIVE FILE
           SCAN-PAYROLL-HISTORY.
             MOVE WS-TODAY-YEAR TO WS-EARLIEST-YEAR
             PERFORM FIND-EARLIEST-YEAR
               VARYING WS-CHANGES-INDEX FROM 1 BY 1
               UNTIL WS-CHANGES-INDEX > WS-CHANGES-COUNT
             PERFORM SCAN-ARCHIVED-YEAR
               VARYING WS-SCAN-YEAR FROM WS-EARLIEST-YEAR BY 1
               UNTIL WS-SCAN-YEAR NOT < WS-TODAY-YEAR
             MOVE "payroll-history.txt" TO WS-PAYROLL-HISTORY-NAME
             PERFORM SCAN-PAYROLL-HISTORY-FILE.

           FIND-EARLIEST-YEAR.
             IF WS-CHANGE-STATE (WS-CHANGES-INDEX) = 1 AND
                WS-CHANGE-EFFECTIVE-YEAR (WS-CHANGES-INDEX) <
                  WS-EARLIEST-YEAR
               MOVE WS-CHANGE-EFFECTIVE-YEAR (WS-CHANGES-INDEX) TO
                 WS-EARLIEST-YEAR
             END-IF.

           SCAN-ARCHIVED-YEAR.
             MOVE WS-SCAN-YEAR TO WS-PAYHIST-ARCHIVE-YEAR
             MOVE WS-PAYHIST-ARCHIVE-NAME TO WS-PAYROLL-HISTORY-NAME
             PERFORM SCAN-PAYROLL-HISTORY-FILE.

           SCAN-PAYROLL-HISTORY-FILE.
             OPEN INPUT PAYROLL-HISTORY
             IF WS-PAYROLL-HISTORY-STATUS-KEY-1 = "0"
               READ PAYROLL-HISTORY
               PERFORM SCAN-HISTORY-RECORD
                 UNTIL WS-PAYROLL-HISTORY-STATUS-KEY-1 = "1"
               CLOSE PAYROLL-HISTORY
             END-IF.

           SCAN-HISTORY-RECORD.
             MOVE PAYROLL-HISTORY-LINE TO WS-HISTORY-LINE
             IF WS-HIST-ID IS NUMERIC
               MOVE WS-HIST-ID TO WS-HIST-ID-NUM
               IF WS-HIST-TYPE = "PAY"
                 PERFORM ADD-PERIOD-ARREARS
                   VARYING WS-CHANGES-INDEX FROM 1 BY 1
                   UNTIL WS-CHANGES-INDEX > WS-CHANGES-COUNT
               END-IF
               IF WS-HIST-TYPE = "PRM"
                 PERFORM ADD-PREMIUM-ARREARS
                   VARYING WS-CHANGES-INDEX FROM 1 BY 1
                   UNTIL WS-CHANGES-INDEX > WS-CHANGES-COUNT
               END-IF
             END-IF
             READ PAYROLL-HISTORY.

      * SAME RATES PAYROLL USES: THE SALARY LINE SCALED BY THE SHARE
      * OF THE MONTH ACTUALLY PAID (A JOINER'S OR LEAVER'S PRO-RATED
      * MONTH OWES PRO-RATED ARREARS), LESS THE DIFFERENCE ON THE
      * ABSENCE DEDUCTION AT / 30, PLUS THE DIFFERENCE ON OVERTIME AT
      * / 240 TIMES 1.5. A CUT COMES OUT NEGATIVE AND IS RECOVERED
           ADD-PERIOD-ARREARS.
             IF WS-CHANGE-STATE (WS-CHANGES-INDEX) = 1 AND
                WS-CHANGE-ID (WS-CHANGES-INDEX) = WS-HIST-ID-NUM AND
                WS-HIST-PERIOD NOT <
                  WS-CHANGE-EFFECTIVE-MONTH (WS-CHANGES-INDEX)
               COMPUTE WS-SALARY-DELTA =
                 WS-CHANGE-NEW-SALARY (WS-CHANGES-INDEX) -
                 WS-CHANGE-OLD-SALARY (WS-CHANGES-INDEX)
               MOVE 1 TO WS-PAID-FRACTION
               IF WS-CHANGE-OLD-SALARY (WS-CHANGES-INDEX) > 0 AND
                  WS-HIST-PAY-GROSS <
                    WS-CHANGE-OLD-SALARY (WS-CHANGES-INDEX)
                 COMPUTE WS-PAID-FRACTION = WS-HIST-PAY-GROSS /
                   WS-CHANGE-OLD-SALARY (WS-CHANGES-INDEX)
               END-IF
               COMPUTE WS-CHANGE-ARREARS (WS-CHANGES-INDEX) =
                 WS-CHANGE-ARREARS (WS-CHANGES-INDEX) +
                 WS-SALARY-DELTA * WS-PAID-FRACTION -
                 WS-SALARY-DELTA / 30 * WS-HIST-PAY-ABSENT +
                 WS-SALARY-DELTA / 240 * 1.5 * WS-HIST-PAY-OVERTIME-HRS
             END-IF.

      * THE REST-DAY, HOLIDAY AND NIGHT PREMIUMS PAYROLL PAID OFF THE
      * OLD HOURLY RATE (SALARY / 240), CLASS BY CLASS AT ITS
      * PERCENTAGE, THE SAME WAY PAYROLL'S COMPUTE-PREMIUM-PAY WORKS IT
           ADD-PREMIUM-ARREARS.
             IF WS-CHANGE-STATE (WS-CHANGES-INDEX) = 1 AND
                WS-CHANGE-ID (WS-CHANGES-INDEX) = WS-HIST-ID-NUM AND
                WS-HIST-PERIOD NOT <
                  WS-CHANGE-EFFECTIVE-MONTH (WS-CHANGES-INDEX)
               COMPUTE WS-SALARY-DELTA =
                 WS-CHANGE-NEW-SALARY (WS-CHANGES-INDEX) -
                 WS-CHANGE-OLD-SALARY (WS-CHANGES-INDEX)
               COMPUTE WS-CHANGE-ARREARS (WS-CHANGES-INDEX) =
                 WS-CHANGE-ARREARS (WS-CHANGES-INDEX) +
                 WS-SALARY-DELTA / 240 * WS-PREMIUM-REST-PCT *
                   WS-HIST-PRM-REST-MIN / 6000 +
                 WS-SALARY-DELTA / 240 * WS-PREMIUM-HOLIDAY-PCT *
                   WS-HIST-PRM-HOLIDAY-MIN / 6000 +
                 WS-SALARY-DELTA / 240 * WS-PREMIUM-NIGHT-PCT *
                   WS-HIST-PRM-NIGHT-MIN / 6000
             END-IF.

      * SAME SINGLE-RECORD LOAD AS PAYROLL'S - ONLY THE RATES MATTER
      * HERE. NO FILE MEANS THE HOUSE DEFAULTS ABOVE STAND
           LOAD-PREMIUM-CONTROL.
             OPEN INPUT PREMIUM-CONTROL
             IF WS-PREMIUM-CONTROL-STATUS-KEY-1 = "0"
               READ PREMIUM-CONTROL
               IF WS-PREMIUM-CONTROL-STATUS-KEY-1 = "0"
                 MOVE PREMIUM-REST-PCT TO WS-PREMIUM-REST-PCT
                 MOVE PREMIUM-HOLIDAY-PCT TO WS-PREMIUM-HOLIDAY-PCT
                 MOVE PREMIUM-NIGHT-PCT TO WS-PREMIUM-NIGHT-PCT
               END-IF
               CLOSE PREMIUM-CONTROL
             END-IF.

      * ONE LINE PER APPLIED CHANGE, NAMING THE EFFECTIVE MONTH AS THE
      * PERIOD IT CORRECTS. EXTEND-OR-CREATE, THE SAME FALLBACK THE
      * AUDIT TRAIL USES, SO RETROPAY'S PENDING LINES ARE LEFT ALONE
           WRITE-ARREARS.
             OPEN EXTEND PAYROLL-ADJUSTMENTS
             IF WS-ADJUSTMENTS-STATUS-KEY-1 = "3"
               OPEN OUTPUT PAYROLL-ADJUSTMENTS
             END-IF
             PERFORM WRITE-ARREARS-ENTRY
               VARYING WS-CHANGES-INDEX FROM 1 BY 1
               UNTIL WS-CHANGES-INDEX > WS-CHANGES-COUNT
             CLOSE PAYROLL-ADJUSTMENTS.

           WRITE-ARREARS-ENTRY.
             IF WS-CHANGE-STATE (WS-CHANGES-INDEX) = 1
               COMPUTE WS-ARREARS-AMOUNT ROUNDED =
                 WS-CHANGE-ARREARS (WS-CHANGES-INDEX)
               IF WS-ARREARS-AMOUNT NOT = 0
                 MOVE SPACE TO ADJUSTMENT-PADDING1
                 MOVE SPACE TO ADJUSTMENT-PADDING2
                 MOVE SPACE TO ADJUSTMENT-PADDING3
                 MOVE WS-CHANGE-EFFECTIVE-MONTH (WS-CHANGES-INDEX) TO
                   ADJUSTMENT-PERIOD
                 MOVE WS-CHANGE-ID (WS-CHANGES-INDEX) TO ADJUSTMENT-ID
                 MOVE WS-ARREARS-AMOUNT TO ADJUSTMENT-AMOUNT
                 MOVE "SAL" TO ADJUSTMENT-REASON
                 WRITE ADJUSTMENT-RECORD
                 ADD 1 TO WS-ARREARS-COUNT
                 MOVE WS-ARREARS-AMOUNT TO WS-ARREARS-DISPLAY
                 DISPLAY "Arrears for " WS-CHANGE-ID (WS-CHANGES-INDEX)
                   " from " WS-CHANGE-EFFECTIVE-MONTH (WS-CHANGES-INDEX)
                   ": " WS-ARREARS-DISPLAY
               END-IF
             END-IF.

      * SAME GUARDED LOAD AS EVERY CONTROL FILE - NO PENDING FILE
      * JUST MEANS NOTHING HAS BEEN KEYED YET
           LOAD-SALARY-CHANGES.
             OPEN INPUT SALARY-CHANGES
             IF WS-CHANGES-STATUS-KEY-1 = "0"
               READ SALARY-CHANGES
               PERFORM LOAD-SALARY-CHANGES-ENTRY
                 UNTIL WS-CHANGES-STATUS-KEY-1 = "1"
               CLOSE SALARY-CHANGES
             END-IF.

           LOAD-SALARY-CHANGES-ENTRY.
             IF WS-CHANGES-COUNT < 500
               ADD 1 TO WS-CHANGES-COUNT
               MOVE SALARY-CHANGE-ID TO
                 WS-CHANGE-ID (WS-CHANGES-COUNT)
               MOVE SALARY-CHANGE-EFFECTIVE TO
                 WS-CHANGE-EFFECTIVE (WS-CHANGES-COUNT)
               MOVE SALARY-CHANGE-NEW-SALARY TO
                 WS-CHANGE-NEW-SALARY (WS-CHANGES-COUNT)
               MOVE SALARY-CHANGE-ENTERED TO
                 WS-CHANGE-ENTERED (WS-CHANGES-COUNT)
               MOVE SALARY-CHANGE-SOURCE TO
                 WS-CHANGE-SOURCE (WS-CHANGES-COUNT)
               MOVE 0 TO WS-CHANGE-STATE (WS-CHANGES-COUNT)
               MOVE 0 TO WS-CHANGE-OLD-SALARY (WS-CHANGES-COUNT)
               MOVE 0 TO WS-CHANGE-ARREARS (WS-CHANGES-COUNT)
             ELSE
               ADD 1 TO WS-CHANGES-SKIPPED
             END-IF
             READ SALARY-CHANGES.

      * APPLIED AND DROPPED LINES COME OFF THE FILE, THE SAME WAY
      * PAYROLL DROPS THE ADJUSTMENTS IT HAS PAID
           REWRITE-SALARY-CHANGES.
             OPEN OUTPUT SALARY-CHANGES
             PERFORM REWRITE-SALARY-CHANGE-ENTRY
               VARYING WS-CHANGES-INDEX FROM 1 BY 1
               UNTIL WS-CHANGES-INDEX > WS-CHANGES-COUNT
             CLOSE SALARY-CHANGES.

           REWRITE-SALARY-CHANGE-ENTRY.
             IF WS-CHANGE-STATE (WS-CHANGES-INDEX) = 0 OR
                WS-CHANGE-STATE (WS-CHANGES-INDEX) = 3
               MOVE SPACE TO SALARY-CHANGE-PADDING1
               MOVE SPACE TO SALARY-CHANGE-PADDING2
               MOVE SPACE TO SALARY-CHANGE-PADDING3
               MOVE SPACE TO SALARY-CHANGE-PADDING4
               MOVE WS-CHANGE-ID (WS-CHANGES-INDEX) TO
                 SALARY-CHANGE-ID
               MOVE WS-CHANGE-EFFECTIVE (WS-CHANGES-INDEX) TO
                 SALARY-CHANGE-EFFECTIVE
               MOVE WS-CHANGE-NEW-SALARY (WS-CHANGES-INDEX) TO
                 SALARY-CHANGE-NEW-SALARY
               MOVE WS-CHANGE-ENTERED (WS-CHANGES-INDEX) TO
                 SALARY-CHANGE-ENTERED
               MOVE WS-CHANGE-SOURCE (WS-CHANGES-INDEX) TO
                 SALARY-CHANGE-SOURCE
               WRITE SALARY-CHANGE-RECORD
               ADD 1 TO WS-PENDING-COUNT
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
