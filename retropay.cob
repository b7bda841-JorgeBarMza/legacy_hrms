      * COMPUTED FROM, WHICH IS EXACTLY WHAT THIS RUN COMPARES THE
      * CORRECTED FIGURES AGAINST. ITS ADJ LINES SAY WHAT HAS
      * ALREADY BEEN SETTLED, SO A SECOND RE-RUN ONLY EMITS THE
      * DIFFERENCE STILL OUTSTANDING. SALARY ARREARS ("SAL") SETTLE
      * A DIFFERENT DEBT AND ARE LEFT OUT OF THAT SUM. A PERIOD IN A
      * YEAR YEAREND HAS CLOSED OUT HAS ITS LINES IN THAT YEAR'S
      * PAYROLL-HISTORY-YYYY.TXT, SO THE NAME IS SET BEFORE EACH OPEN
                SELECT PAYROLL-HISTORY ASSIGN USING
                       WS-PAYROLL-HISTORY-NAME
                       FILE STATUS IS WS-PAYROLL-HISTORY-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE MASTER CHANGE TRAIL - ITS SALARY LINES SAY WHAT SALARY WAS
      * IN FORCE FOR THE CORRECTED PERIOD WHEN IT IS NOT THE ONE ON THE
      * MASTER TODAY. A PERIOD IN A CLOSED-OUT YEAR READS THAT YEAR'S
      * EMPLOYEE-AUDIT-YYYY.TXT FIRST, THE SAME AS THE PAY ARCHIVE
                SELECT EMPLOYEE-AUDIT ASSIGN USING
                       WS-EMPLOYEE-AUDIT-NAME
                       FILE STATUS IS WS-AUDIT-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE PREMIUM RATES PAYROLL PAYS THE REST-DAY, HOLIDAY AND
      * NIGHT MINUTES AT - A CORRECTED PUNCH CAN MOVE THOSE MINUTES
      * AS EASILY AS IT MOVES THE OVERTIME
                SELECT PREMIUM-CONTROL ASSIGN TO
                       'premium-control.txt'
                       FILE STATUS IS WS-PREMIUM-CONTROL-FILE-STATUS
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
           FD EMPLOYEES.
                 02 MONTHLY-ATTENDANT-OUT-LATE PIC 9(3).
                 02 MONTHLY-ATTENDANT-OUT-OVERTIME PIC 9(3).
                 02 MONTHLY-ATTENDANT-OUT-WORK-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-REST-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-HOLIDAY-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-NIGHT-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-FLEX-MIN PIC S9(5)
                    SIGN LEADING SEPARATE.

           FD PAYROLL-HISTORY.
           01 PAYROLL-HISTORY-LINE PIC X(80).
                 02 ADJUSTMENT-PADDING2 PIC X(1).
                 02 ADJUSTMENT-AMOUNT PIC S9(6)V99
                    SIGN LEADING SEPARATE.
      * "SAL" FOR SALARY ARREARS FROM SALAPPLY, BLANK FOR RETROPAY'S
      * ATTENDANCE CORRECTIONS
                 02 ADJUSTMENT-PADDING3 PIC X(1).
                 02 ADJUSTMENT-REASON PIC X(3).

           FD EMPLOYEE-AUDIT.
           01 EMPLOYEE-AUDIT-RECORD.
                 02 AUDIT-DATE.
                   03 AUDIT-DATE-MONTH PIC X(7).
                   03 F PIC X(3).
                 02 AUDIT-PADDING1 PIC X(1).
                 02 AUDIT-ACTION PIC X(9).
                 02 AUDIT-PADDING2 PIC X(1).
                 02 AUDIT-BEFORE-IMAGE PIC X(74).
                 02 AUDIT-PADDING3 PIC X(1).
                 02 AUDIT-AFTER-IMAGE PIC X(74).
      * EFFECTIVE DATE OF A SALARY CHANGE SALAPPLY PUT LIVE - BLANK ON
      * EVERY OTHER LINE, WHICH TOOK EFFECT ON ITS AUDIT DATE
                 02 AUDIT-PADDING4 PIC X(1).
                 02 AUDIT-EFFECTIVE.
                   03 AUDIT-EFFECTIVE-MONTH PIC X(7).
                   03 F PIC X(3).

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
           01 WS-EMPLOYEES-FILE-STATUS.
           01 WS-ADJUSTMENTS-FILE-STATUS.
             05 WS-ADJUSTMENTS-STATUS-KEY-1 PIC X.
             05 WS-ADJUSTMENTS-STATUS-KEY-2 PIC X.
           01 WS-AUDIT-FILE-STATUS.
             05 WS-AUDIT-STATUS-KEY-1 PIC X.
             05 WS-AUDIT-STATUS-KEY-2 PIC X.
           01 WS-MONTHLY-ATTENDANT-SEEN PIC 9 VALUE 0.
      * YYYY-MM HEADER OFF THE RE-RUN MONTHLY FILE - THE PERIOD THIS
      * WHOLE RUN IS CORRECTING
           01 WS-CORRECTED-PERIOD PIC X(7).
           01 WS-CORRECTED-PERIOD-PARTS REDEFINES WS-CORRECTED-PERIOD.
             02 WS-CORRECTED-YEAR PIC X(4).
             02 F PIC X(3).
           01 WS-PAYROLL-HISTORY-NAME PIC X(40).
           01 WS-PAYHIST-ARCHIVE-NAME.
             02 F PIC X(16) VALUE "payroll-history-".
             02 WS-PAYHIST-ARCHIVE-YEAR PIC X(4).
             02 F PIC X(4) VALUE ".txt".
           01 WS-EMPLOYEE-AUDIT-NAME PIC X(40).
           01 WS-AUDIT-ARCHIVE-NAME.
             02 F PIC X(15) VALUE "employee-audit-".
             02 WS-AUDIT-ARCHIVE-YEAR PIC X(4).
             02 F PIC X(4) VALUE ".txt".
      * BEFORE AND AFTER MASTER IMAGES OFF AN AUDIT LINE, CARVED UP
      * THE WAY TURNOVER CARVES THEM - ONLY THE ID AND SALARY MATTER
           01 WS-BEFORE-IMAGE.
             02 WS-BEFORE-ID PIC X(4).
             02 F PIC X(54).
             02 WS-BEFORE-SALARY PIC X(6).
             02 F PIC X(10).
           01 WS-AFTER-IMAGE.
             02 WS-AFTER-ID PIC X(4).
             02 F PIC X(54).
             02 WS-AFTER-SALARY PIC X(6).
             02 F PIC X(10).
           01 WS-AUDIT-EFFECTIVE-MONTH PIC X(7).
      * WORK COPY OF THE HISTORY LINE JUST READ, CARVED UP BY THE
      * REDEFINES BELOW, THE SAME TRICK EARNSTMT USES
           01 WS-HISTORY-LINE PIC X(80).
             02 WS-HIST-ADJ-FOR-PERIOD PIC X(7).
             02 F PIC X(1).
             02 WS-HIST-ADJ-AMOUNT PIC S9(6)V99 SIGN LEADING SEPARATE.
             02 F PIC X(1).
             02 WS-HIST-ADJ-REASON PIC X(3).
             02 F PIC X(42).
           01 WS-HIST-PRM-PARTS REDEFINES WS-HISTORY-LINE.
             02 F PIC X(17).
             02 WS-HIST-PRM-REST-MIN PIC 9(5).
             02 F PIC X(1).
             02 WS-HIST-PRM-HOLIDAY-MIN PIC 9(5).
             02 F PIC X(1).
             02 WS-HIST-PRM-NIGHT-MIN PIC 9(5).
             02 F PIC X(1).
             02 WS-HIST-PRM-AMOUNT PIC 9(6)V99.
             02 F PIC X(37).
      * THE FIGURES THE ORIGINAL RUN ACTUALLY PAID THE CORRECTED
      * PERIOD ON, DIRECT-INDEXED BY EMPLOYEE-ID THE WAY TRENDS KEEPS
      * ITS TABLES, PLUS WHAT LATER ADJ LINES ALREADY SETTLED
           01 WS-PAID-SEEN-TABLE.
             02 WS-PAID-SEEN OCCURS 9999 TIMES PIC 9 VALUE 0.
           01 WS-PAID-ABSENT-TABLE.
             02 WS-PAID-ABSENT OCCURS 9999 TIMES PIC 9(3) VALUE 0.
           01 WS-PAID-OVERTIME-HRS-TABLE.
             02 WS-PAID-OVERTIME-HRS OCCURS 9999 TIMES PIC 9(3)
                VALUE 0.
           01 WS-PAID-REST-MIN-TABLE.
             02 WS-PAID-REST-MIN OCCURS 9999 TIMES PIC 9(5) VALUE 0.
           01 WS-PAID-HOLIDAY-MIN-TABLE.
             02 WS-PAID-HOLIDAY-MIN OCCURS 9999 TIMES PIC 9(5)
                VALUE 0.
           01 WS-PAID-NIGHT-MIN-TABLE.
             02 WS-PAID-NIGHT-MIN OCCURS 9999 TIMES PIC 9(5) VALUE 0.
      * THE SALARY IN FORCE FOR THE CORRECTED PERIOD, WHERE A SALARY
      * CHANGE EFFECTIVE AFTER IT HAS SINCE GONE ON THE MASTER - THE
      * BEFORE IMAGE OF THE FIRST SUCH CHANGE. NO ENTRY MEANS THE
      * MASTER SALARY IS STILL THE ONE IN FORCE
           01 WS-PERIOD-SALARY-SET-TABLE.
             02 WS-PERIOD-SALARY-SET OCCURS 9999 TIMES PIC 9 VALUE 0.
           01 WS-PERIOD-SALARY-TABLE.
             02 WS-PERIOD-SALARY OCCURS 9999 TIMES PIC 9(6) VALUE 0.
           01 WS-ADJ-SETTLED-TABLE.
             02 WS-ADJ-SETTLED OCCURS 9999 TIMES PIC S9(6)V99
                VALUE 0.
               03 WS-ADJ-OUT-PERIOD PIC X(7).
               03 WS-ADJ-OUT-ID PIC 9(4).
               03 WS-ADJ-OUT-AMOUNT PIC S9(6)V99.
               03 WS-ADJ-OUT-REASON PIC X(3).
           01 WS-ADJ-OUT-COUNT PIC 9(3) VALUE 0.
           01 WS-ADJ-OUT-INDEX PIC 9(3).
      * NUMERIC COPY OF THE HISTORY LINE'S ID - THE REDEFINED FIELD
      * IS ALPHANUMERIC AND CANNOT SUBSCRIPT THE TABLES ABOVE
           01 WS-HIST-ID-NUM PIC 9(4).
           01 WS-AUDIT-ID-NUM PIC 9(4).
           01 WS-SALARY-IN-FORCE PIC 9(6).
           01 WS-ABSENT-DAYS PIC 9(3).
           01 WS-OVERTIME-HOURS PIC 9(3).
           01 WS-DAILY-RATE PIC 9(6)V99.
           01 WS-OVERTIME-RATE PIC 9(6)V99.
           01 WS-NEW-ABSENCE-DED PIC 9(6)V99.
           01 WS-NEW-OVERTIME-PAY PIC 9(6)V99.
           01 WS-OLD-ABSENCE-DED PIC 9(6)V99.
           01 WS-OLD-OVERTIME-PAY PIC 9(6)V99.
           01 WS-OLD-PREMIUM PIC 9(6)V99.
           01 WS-REST-MINUTES PIC 9(5).
           01 WS-HOLIDAY-MINUTES PIC 9(5).
           01 WS-NIGHT-MINUTES PIC 9(5).
           01 WS-REST-PREMIUM PIC 9(6)V99.
           01 WS-HOLIDAY-PREMIUM PIC 9(6)V99.
           01 WS-NIGHT-PREMIUM PIC 9(6)V99.
           01 WS-PREMIUM-TOTAL PIC 9(6)V99.
           01 WS-NEW-PREMIUM PIC 9(6)V99.
           01 WS-PAY-DELTA PIC S9(6)V99.
           01 WS-PREMIUM-CONTROL-FILE-STATUS.
             05 WS-PREMIUM-CONTROL-STATUS-KEY-1 PIC X.
             05 WS-PREMIUM-CONTROL-STATUS-KEY-2 PIC X.
      * SAME HOUSE DEFAULTS PAYROLL RUNS ON WITHOUT THE CONTROL FILE
           01 WS-PREMIUM-REST-PCT PIC 9(3) VALUE 150.
           01 WS-PREMIUM-HOLIDAY-PCT PIC 9(3) VALUE 200.
           01 WS-PREMIUM-NIGHT-PCT PIC 9(3) VALUE 25.
           01 WS-ADJUSTED-VALUE PIC 9(4) VALUE 0.
           01 WS-DELTA-DISPLAY PIC -ZZZZZ9.99.

           01 WS-RUN-JOURNAL-FILE-STATUS.
             05 WS-RUN-JOURNAL-STATUS-KEY-1 PIC X.
             05 WS-RUN-JOURNAL-STATUS-KEY-2 PIC X.
      * THIS RUN'S JOURNAL LINE - THE BUSINESS DATES IT COVERED, WHEN
      * IT RAN, RECORDS READ AND WRITTEN, AND HOW IT ENDED: NORMAL,
      * GUARD (STOPPED BY A CHECK BEFORE DOING ITS WORK) OR RESTART
      * (PICKED UP FROM A CHECKPOINT)
           01 WS-RUN-JOURNAL-LINE.
             02 WS-RUN-JOURNAL-PROGRAM PIC X(10) VALUE "RETROPAY".
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

      * FIRST AND LAST DAYS OF THE PERIOD THIS RUN COVERED, FOR THE
      * RUN JOURNAL - FEBRUARY IS PATCHED TO 29 IN A LEAP YEAR
           01 WS-RUN-JOURNAL-PERIOD PIC X(7) VALUE SPACES.
           01 WS-RUN-JOURNAL-PERIOD-PARTS
               REDEFINES WS-RUN-JOURNAL-PERIOD.
             02 WS-RUN-JOURNAL-PERIOD-YEAR PIC 9(4).
             02 F PIC X(1).
             02 WS-RUN-JOURNAL-PERIOD-MONTH PIC 9(2).
           01 WS-RUN-JOURNAL-MONTHS-LIST PIC X(24)
                VALUE "312831303130313130313031".
           01 WS-RUN-JOURNAL-MONTHS
               REDEFINES WS-RUN-JOURNAL-MONTHS-LIST.
             02 WS-RUN-JOURNAL-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).
           01 WS-RUN-JOURNAL-QUOTIENT PIC 9(4).
           01 WS-RUN-JOURNAL-REMAINDER PIC 9(4).

           PROCEDURE DIVISION.
           BEGIN.
             PERFORM START-RUN-JOURNAL
             OPEN INPUT MONTHLY-ATTENDANTS-OUT
      * FIRST RECORD IS THE YEAR-MONTH HEADER THE DAILY RUN WRITES -
      * IT NAMES THE PERIOD BEING CORRECTED, THE SAME WAY PAYROLL
             IF WS-MONTHLY-ATTENDANTS-STATUS-KEY-1 = "1"
               DISPLAY "monthly-attendancecob.txt is empty"
               CLOSE MONTHLY-ATTENDANTS-OUT
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             MOVE MONTHLY-ATTENDANT-OUT TO WS-CORRECTED-PERIOD
             MOVE WS-CORRECTED-PERIOD TO WS-RUN-JOURNAL-PERIOD
             PERFORM SET-RUN-JOURNAL-PERIOD
             READ MONTHLY-ATTENDANTS-OUT
             IF WS-MONTHLY-ATTENDANTS-STATUS-KEY-1 NOT = "1"
               MOVE 1 TO WS-MONTHLY-ATTENDANT-SEEN
             END-IF
             PERFORM SCAN-PAYROLL-HISTORY
             PERFORM SCAN-EMPLOYEE-AUDIT
             PERFORM LOAD-PRIOR-ADJUSTMENTS
             PERFORM LOAD-PREMIUM-CONTROL
             OPEN INPUT EMPLOYEES.

           PROCESS-EMPLOYEES.
              IF WS-EMPLOYEES-STATUS-KEY-1 = "1"
                GO TO WRITE-ADJUSTMENTS-FILE
              END-IF
              ADD 1 TO WS-RUN-JOURNAL-READ
              PERFORM PROCESS-EMPLOYEE-DELTA
              GO TO PROCESS-EMPLOYEES.

                MOVE MONTHLY-ATTENDANT-OUT-ABSENT TO WS-ABSENT-DAYS
                MOVE MONTHLY-ATTENDANT-OUT-OVERTIME TO
                  WS-OVERTIME-HOURS
                MOVE MONTHLY-ATTENDANT-OUT-REST-MIN TO WS-REST-MINUTES
                MOVE MONTHLY-ATTENDANT-OUT-HOLIDAY-MIN TO
                  WS-HOLIDAY-MINUTES
                MOVE MONTHLY-ATTENDANT-OUT-NIGHT-MIN TO WS-NIGHT-MINUTES
      * SAME ALLOWANCE AS PAYROLL FOR A MONTHLY FILE WRITTEN BEFORE
      * THE PREMIUM MINUTES WERE CARRIED
                IF WS-REST-MINUTES NOT NUMERIC
                  MOVE 0 TO WS-REST-MINUTES
                END-IF
                IF WS-HOLIDAY-MINUTES NOT NUMERIC
                  MOVE 0 TO WS-HOLIDAY-MINUTES
                END-IF
                IF WS-NIGHT-MINUTES NOT NUMERIC
                  MOVE 0 TO WS-NIGHT-MINUTES
                END-IF
                READ MONTHLY-ATTENDANTS-OUT
                IF WS-MONTHLY-ATTENDANTS-STATUS-KEY-1 = "1"
                  MOVE 0 TO WS-MONTHLY-ATTENDANT-SEEN
              ELSE
                MOVE 0 TO WS-ABSENT-DAYS
                MOVE 0 TO WS-OVERTIME-HOURS
                MOVE 0 TO WS-REST-MINUTES
                MOVE 0 TO WS-HOLIDAY-MINUTES
                MOVE 0 TO WS-NIGHT-MINUTES
              END-IF
      * NOTHING WAS PAID FOR THE PERIOD MEANS NOTHING TO CORRECT -
      * THE ARCHIVE, NOT THE MASTER, SAYS WHO WAS IN THE ORIGINAL RUN
                PERFORM COMPUTE-PAY-DELTA
              END-IF.

      * SAME RATES AND ROUNDING AS PAYROLL'S COMPUTE-NET-PAY. THE
      * STATUTORY DEDUCTIONS HANG OFF THE SALARY ALONE, SO A PUNCH
      * CORRECTION NEVER MOVES THEM AND THE DELTA IS JUST THE
      * ATTENDANCE-DRIVEN TERMS - ABSENCE, OVERTIME AND THE PREMIUMS,
      * WHICH STAY UNTAXED. BOTH THE FIGURES PAID ON AND THE CORRECTED
      * ONES ARE PRICED AT THE SALARY IN FORCE FOR THE PERIOD, SO ONLY
      * THE CHANGE IN DAYS, HOURS AND MINUTES COMES THROUGH - A SALARY
      * CHANGE SINCE IS SALAPPLY'S ARREARS TO PAY, NOT THIS RUN'S.
      * WHATEVER AN EARLIER RE-RUN ALREADY SETTLED (THE ADJ LINES ON
      * THE ARCHIVE) COMES OFF, SO RUNNING THIS TWICE NEVER PAYS TWICE
           COMPUTE-PAY-DELTA.
              MOVE EMPLOYEE-MONTHLY-SALARY TO WS-SALARY-IN-FORCE
              IF WS-PERIOD-SALARY-SET (EMPLOYEE-ID) = 1
                MOVE WS-PERIOD-SALARY (EMPLOYEE-ID) TO
                  WS-SALARY-IN-FORCE
              END-IF
              COMPUTE WS-DAILY-RATE = WS-SALARY-IN-FORCE / 30
              COMPUTE WS-HOURLY-RATE = WS-SALARY-IN-FORCE / 240
              COMPUTE WS-OVERTIME-RATE = WS-HOURLY-RATE * 1.5
              COMPUTE WS-NEW-ABSENCE-DED =
                WS-DAILY-RATE * WS-ABSENT-DAYS
              COMPUTE WS-NEW-OVERTIME-PAY =
                WS-OVERTIME-RATE * WS-OVERTIME-HOURS
              PERFORM COMPUTE-PREMIUM-PAY
              MOVE WS-PREMIUM-TOTAL TO WS-NEW-PREMIUM
              COMPUTE WS-OLD-ABSENCE-DED =
                WS-DAILY-RATE * WS-PAID-ABSENT (EMPLOYEE-ID)
              COMPUTE WS-OLD-OVERTIME-PAY =
                WS-OVERTIME-RATE * WS-PAID-OVERTIME-HRS (EMPLOYEE-ID)
              MOVE WS-PAID-REST-MIN (EMPLOYEE-ID) TO WS-REST-MINUTES
              MOVE WS-PAID-HOLIDAY-MIN (EMPLOYEE-ID) TO
                WS-HOLIDAY-MINUTES
              MOVE WS-PAID-NIGHT-MIN (EMPLOYEE-ID) TO WS-NIGHT-MINUTES
              PERFORM COMPUTE-PREMIUM-PAY
              MOVE WS-PREMIUM-TOTAL TO WS-OLD-PREMIUM
              COMPUTE WS-PAY-DELTA =
                (WS-OLD-ABSENCE-DED - WS-NEW-ABSENCE-DED) +
                (WS-NEW-OVERTIME-PAY - WS-OLD-OVERTIME-PAY) -
                WS-ADJ-SETTLED (EMPLOYEE-ID)
              COMPUTE WS-PAY-DELTA = WS-PAY-DELTA +
                (WS-NEW-PREMIUM - WS-OLD-PREMIUM)
              IF WS-PAY-DELTA NOT = 0 AND WS-ADJ-OUT-COUNT < 500
                ADD 1 TO WS-ADJ-OUT-COUNT
                MOVE WS-CORRECTED-PERIOD TO
                MOVE EMPLOYEE-ID TO WS-ADJ-OUT-ID (WS-ADJ-OUT-COUNT)
                MOVE WS-PAY-DELTA TO
                  WS-ADJ-OUT-AMOUNT (WS-ADJ-OUT-COUNT)
                MOVE SPACES TO WS-ADJ-OUT-REASON (WS-ADJ-OUT-COUNT)
                ADD 1 TO WS-ADJUSTED-VALUE
                MOVE WS-PAY-DELTA TO WS-DELTA-DISPLAY
                DISPLAY "Adjustment for " EMPLOYEE-ID " period "
                  WS-CORRECTED-PERIOD ": " WS-DELTA-DISPLAY
              END-IF.

      * CLASS BY CLASS, EXACTLY AS PAYROLL'S COMPUTE-PREMIUM-PAY
      * WORKS IT, SO AN UNCHANGED MONTH COMES OUT TO THE PENNY
           COMPUTE-PREMIUM-PAY.
              COMPUTE WS-REST-PREMIUM =
                WS-HOURLY-RATE * WS-PREMIUM-REST-PCT *
                WS-REST-MINUTES / 6000
              COMPUTE WS-HOLIDAY-PREMIUM =
                WS-HOURLY-RATE * WS-PREMIUM-HOLIDAY-PCT *
                WS-HOLIDAY-MINUTES / 6000
              COMPUTE WS-NIGHT-PREMIUM =
                WS-HOURLY-RATE * WS-PREMIUM-NIGHT-PCT *
                WS-NIGHT-MINUTES / 6000
              COMPUTE WS-PREMIUM-TOTAL =
                WS-REST-PREMIUM + WS-HOLIDAY-PREMIUM + WS-NIGHT-PREMIUM.

           SYNC-MONTHLY-ATTENDANT.
             PERFORM SKIP-STALE-MONTHLY-ATTENDANT
               UNTIL WS-MONTHLY-ATTENDANT-SEEN = 0
           WRITE-ADJUSTMENT-ENTRY.
             MOVE SPACE TO ADJUSTMENT-PADDING1
             MOVE SPACE TO ADJUSTMENT-PADDING2
             MOVE SPACE TO ADJUSTMENT-PADDING3
             MOVE WS-ADJ-OUT-PERIOD (WS-ADJ-OUT-INDEX) TO
               ADJUSTMENT-PERIOD
             MOVE WS-ADJ-OUT-ID (WS-ADJ-OUT-INDEX) TO ADJUSTMENT-ID
             MOVE WS-ADJ-OUT-AMOUNT (WS-ADJ-OUT-INDEX) TO
               ADJUSTMENT-AMOUNT
             MOVE WS-ADJ-OUT-REASON (WS-ADJ-OUT-INDEX) TO
               ADJUSTMENT-REASON
             WRITE ADJUSTMENT-RECORD.

           FINISH.
              DISPLAY "Employees adjusted: " WS-ADJUSTED-VALUE
              CLOSE EMPLOYEES, MONTHLY-ATTENDANTS-OUT
              MOVE WS-ADJUSTED-VALUE TO WS-RUN-JOURNAL-WRITTEN
              PERFORM WRITE-RUN-JOURNAL.
           STOP RUN.

      * HELPER FUNCTIONS

      * ONE PASS OVER THE ARCHIVE - THE PAY LINES FOR THE CORRECTED
      * PERIOD GIVE THE ABSENT DAYS AND OVERTIME HOURS ACTUALLY PAID
      * ON, THE ADJ LINES FOR IT WHAT A PRIOR RE-RUN ALREADY SETTLED,
      * THE PRM LINES THE PREMIUM MINUTES (NO PRM LINE MEANS NONE). A
      * PERIOD IN AN ARCHIVED YEAR TAKES ITS PAY LINES FROM THE YEAR'S
      * FILE, BUT THE LIVE FILE IS STILL READ AFTER IT - AN ADJ LINE
      * SETTLING THE PERIOD MAY HAVE BEEN PAID IN A LATER, STILL LIVE,
      * YEAR
           SCAN-PAYROLL-HISTORY.
             MOVE WS-CORRECTED-YEAR TO WS-PAYHIST-ARCHIVE-YEAR
             MOVE WS-PAYHIST-ARCHIVE-NAME TO WS-PAYROLL-HISTORY-NAME
             PERFORM SCAN-PAYROLL-HISTORY-FILE
             MOVE "payroll-history.txt" TO WS-PAYROLL-HISTORY-NAME
             PERFORM SCAN-PAYROLL-HISTORY-FILE.

           SCAN-PAYROLL-HISTORY-FILE.
             OPEN INPUT PAYROLL-HISTORY
             IF WS-PAYROLL-HISTORY-STATUS-KEY-1 = "0"
               READ PAYROLL-HISTORY
               IF WS-HIST-TYPE = "PAY" AND
                  WS-HIST-PERIOD = WS-CORRECTED-PERIOD
                 MOVE 1 TO WS-PAID-SEEN (WS-HIST-ID-NUM)
                 MOVE WS-HIST-PAY-ABSENT TO
                   WS-PAID-ABSENT (WS-HIST-ID-NUM)
                 MOVE WS-HIST-PAY-OVERTIME-HRS TO
                   WS-PAID-OVERTIME-HRS (WS-HIST-ID-NUM)
               END-IF
               IF WS-HIST-TYPE = "PRM" AND
                  WS-HIST-PERIOD = WS-CORRECTED-PERIOD
                 MOVE WS-HIST-PRM-REST-MIN TO
                   WS-PAID-REST-MIN (WS-HIST-ID-NUM)
                 MOVE WS-HIST-PRM-HOLIDAY-MIN TO
                   WS-PAID-HOLIDAY-MIN (WS-HIST-ID-NUM)
                 MOVE WS-HIST-PRM-NIGHT-MIN TO
                   WS-PAID-NIGHT-MIN (WS-HIST-ID-NUM)
               END-IF
               IF WS-HIST-TYPE = "ADJ" AND
                  WS-HIST-ADJ-FOR-PERIOD = WS-CORRECTED-PERIOD AND
                  WS-HIST-ADJ-REASON NOT = "SAL"
                 ADD WS-HIST-ADJ-AMOUNT TO
                   WS-ADJ-SETTLED (WS-HIST-ID-NUM)
               END-IF
             END-IF
             READ PAYROLL-HISTORY.

      * THE TRAIL IS IN THE ORDER THE CHANGES WENT ON THE MASTER, SO
      * THE FIRST SALARY LINE PER EMPLOYEE THAT TOOK EFFECT AFTER THE
      * CORRECTED PERIOD CARRIES, IN ITS BEFORE IMAGE, THE SALARY THE
      * PERIOD WAS PAID AT ONCE ANY BACK-DATED ARREARS ARE COUNTED IN.
      * A CHANGE BACK-DATED INTO THE PERIOD TOOK EFFECT ON OR BEFORE
      * IT, SO IT IS PASSED OVER AND ITS NEW SALARY STANDS
           SCAN-EMPLOYEE-AUDIT.
             MOVE WS-CORRECTED-YEAR TO WS-AUDIT-ARCHIVE-YEAR
             MOVE WS-AUDIT-ARCHIVE-NAME TO WS-EMPLOYEE-AUDIT-NAME
             PERFORM SCAN-EMPLOYEE-AUDIT-FILE
             MOVE "employee-audit.txt" TO WS-EMPLOYEE-AUDIT-NAME
             PERFORM SCAN-EMPLOYEE-AUDIT-FILE.

           SCAN-EMPLOYEE-AUDIT-FILE.
             OPEN INPUT EMPLOYEE-AUDIT
             IF WS-AUDIT-STATUS-KEY-1 = "0"
               READ EMPLOYEE-AUDIT
               PERFORM SCAN-AUDIT-RECORD
                 UNTIL WS-AUDIT-STATUS-KEY-1 = "1"
               CLOSE EMPLOYEE-AUDIT
             END-IF.

           SCAN-AUDIT-RECORD.
             MOVE AUDIT-BEFORE-IMAGE TO WS-BEFORE-IMAGE
             MOVE AUDIT-AFTER-IMAGE TO WS-AFTER-IMAGE
             MOVE AUDIT-DATE-MONTH TO WS-AUDIT-EFFECTIVE-MONTH
             IF AUDIT-EFFECTIVE NOT = SPACES
               MOVE AUDIT-EFFECTIVE-MONTH TO WS-AUDIT-EFFECTIVE-MONTH
             END-IF
             IF WS-AFTER-ID IS NUMERIC AND WS-AFTER-ID NOT = "0000"
                AND WS-BEFORE-SALARY IS NUMERIC
                AND WS-AFTER-SALARY IS NUMERIC
                AND WS-BEFORE-SALARY NOT = WS-AFTER-SALARY
                AND WS-AUDIT-EFFECTIVE-MONTH > WS-CORRECTED-PERIOD
               MOVE WS-AFTER-ID TO WS-AUDIT-ID-NUM
               IF WS-PERIOD-SALARY-SET (WS-AUDIT-ID-NUM) = 0
                 MOVE 1 TO WS-PERIOD-SALARY-SET (WS-AUDIT-ID-NUM)
                 MOVE WS-BEFORE-SALARY TO
                   WS-PERIOD-SALARY (WS-AUDIT-ID-NUM)
               END-IF
             END-IF
             READ EMPLOYEE-AUDIT.

      * SAME SINGLE-RECORD LOAD AS PAYROLL'S - ONLY THE RATES MATTER
      * HERE, THE NIGHT WINDOW WAS ALREADY APPLIED BY FILES
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

      * LINES FOR OTHER PERIODS, AND SALARY ARREARS FOR ANY PERIOD,
      * RIDE THROUGH UNTOUCHED - ONLY THE ATTENDANCE CORRECTION FOR
      * THE PERIOD BEING RE-RUN IS RECOMPUTED FROM SCRATCH. SAME GUARDED
      * LOAD AS EVERY CONTROL FILE, A MISSING FILE IS JUST EMPTY
           LOAD-PRIOR-ADJUSTMENTS.
             OPEN INPUT PAYROLL-ADJUSTMENTS
             END-IF.

           LOAD-PRIOR-ADJUSTMENT-ENTRY.
             IF (ADJUSTMENT-PERIOD NOT = WS-CORRECTED-PERIOD OR
                 ADJUSTMENT-REASON = "SAL") AND
                WS-ADJ-OUT-COUNT < 500
               ADD 1 TO WS-ADJ-OUT-COUNT
               MOVE ADJUSTMENT-PERIOD TO
               MOVE ADJUSTMENT-ID TO WS-ADJ-OUT-ID (WS-ADJ-OUT-COUNT)
               MOVE ADJUSTMENT-AMOUNT TO
                 WS-ADJ-OUT-AMOUNT (WS-ADJ-OUT-COUNT)
               MOVE ADJUSTMENT-REASON TO
                 WS-ADJ-OUT-REASON (WS-ADJ-OUT-COUNT)
             END-IF
             READ PAYROLL-ADJUSTMENTS.

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

      * A MONTH-END RUN COVERS ITS WHOLE PERIOD, FIRST DAY TO LAST -
      * CENTURIES ARE ONLY LEAP YEARS WHEN DIVISIBLE BY 400, THE SAME
      * TEST THE DAILY RUN MAKES. A PERIOD THAT IS NOT A YYYY-MM LEAVES
      * THE RUN DATE STANDING
           SET-RUN-JOURNAL-PERIOD.
             IF WS-RUN-JOURNAL-PERIOD-YEAR IS NUMERIC AND
                WS-RUN-JOURNAL-PERIOD-MONTH IS NUMERIC
               IF WS-RUN-JOURNAL-PERIOD-MONTH > 0 AND
                  WS-RUN-JOURNAL-PERIOD-MONTH < 13
                 MOVE WS-RUN-JOURNAL-PERIOD-YEAR TO
                   WS-RUN-JOURNAL-DATE-YEAR
                 MOVE WS-RUN-JOURNAL-PERIOD-MONTH TO
                   WS-RUN-JOURNAL-DATE-MONTH
                 MOVE 1 TO WS-RUN-JOURNAL-DATE-DAY
                 MOVE WS-RUN-JOURNAL-DATE TO WS-RUN-JOURNAL-FROM-DATE
                 MOVE WS-RUN-JOURNAL-MONTH-LENGTH
                   (WS-RUN-JOURNAL-PERIOD-MONTH) TO
                   WS-RUN-JOURNAL-DATE-DAY
                 IF WS-RUN-JOURNAL-PERIOD-MONTH = 2
                   PERFORM CHECK-RUN-JOURNAL-LEAP-YEAR
                 END-IF
                 MOVE WS-RUN-JOURNAL-DATE TO WS-RUN-JOURNAL-TO-DATE
               END-IF
             END-IF.

           CHECK-RUN-JOURNAL-LEAP-YEAR.
             DIVIDE WS-RUN-JOURNAL-PERIOD-YEAR BY 4
               GIVING WS-RUN-JOURNAL-QUOTIENT
               REMAINDER WS-RUN-JOURNAL-REMAINDER
             IF WS-RUN-JOURNAL-REMAINDER = 0
               MOVE 29 TO WS-RUN-JOURNAL-DATE-DAY
               DIVIDE WS-RUN-JOURNAL-PERIOD-YEAR BY 100
                 GIVING WS-RUN-JOURNAL-QUOTIENT
                 REMAINDER WS-RUN-JOURNAL-REMAINDER
               IF WS-RUN-JOURNAL-REMAINDER = 0
                 DIVIDE WS-RUN-JOURNAL-PERIOD-YEAR BY 400
                   GIVING WS-RUN-JOURNAL-QUOTIENT
                   REMAINDER WS-RUN-JOURNAL-REMAINDER
                 IF WS-RUN-JOURNAL-REMAINDER NOT = 0
                   MOVE 28 TO WS-RUN-JOURNAL-DATE-DAY
                 END-IF
               END-IF
             END-IF.
