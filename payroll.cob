                       ACCESS MODE IS SEQUENTIAL.

      * RETRO-PAY DELTAS THE RETROPAY RUN WORKED OUT FROM CORRECTED
      * ATTENDANCE AND SALARY ARREARS SALAPPLY WORKED OUT FOR A
      * BACK-DATED SALARY CHANGE, EACH CARRYING THE PERIOD IT
      * CORRECTS - EVERY LINE MATCHED TO AN EMPLOYEE PAID THIS RUN
      * BECOMES AN EXTRA PAYSLIP LINE AND FOLDS INTO NET PAY, THE
      * EXTRACT AND THE LEDGER POSTING. CONSUMED LINES COME OFF THE
      * FILE AT FINISH, LINES FOR EMPLOYEES NOT PAID THIS RUN STAY ON
      * IT WITH A CONSOLE WARNING SO NOTHING SETTLES SILENTLY OR TWICE
                SELECT PAYROLL-ADJUSTMENTS ASSIGN TO
                       'payroll-adjustments.txt'
                       FILE STATUS IS WS-ADJUSTMENTS-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE RUNNING LEAVE BALANCES THE DAILY RUN DEBITS - READ HERE
      * ONLY TO SETTLE WHAT A LEAVER HAS NOT TAKEN, NEVER WRITTEN BACK
                SELECT LEAVE-BALANCES ASSIGN TO
                       'leave-balancescob.txt'
                       FILE STATUS IS WS-LEAVE-BALANCES-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

                SELECT SEPARATION-STATEMENTS ASSIGN TO
                       'separation-statements.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * PAYROLL'S TOLERANCES FOR THE VARIANCE CHECK - ONE RECORD, THE
      * SAME SINGLE-RECORD CONTROL FILE TRENDS READS ITS THRESHOLDS
      * FROM. A MISSING FILE RUNS ON THE HOUSE DEFAULTS
                SELECT VARIANCE-CONTROL ASSIGN TO
                       'variance-control.txt'
                       FILE STATUS IS WS-VARIANCE-CONTROL-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * PREMIUM RATES FOR REST-DAY, HOLIDAY AND NIGHT MINUTES - ONE
      * RECORD, SHARED WITH FILES (WHICH READS THE NIGHT WINDOW OFF
      * THE FRONT OF IT) AND RETROPAY. A MISSING FILE RUNS ON THE
      * HOUSE DEFAULTS
                SELECT PREMIUM-CONTROL ASSIGN TO
                       'premium-control.txt'
                       FILE STATUS IS WS-PREMIUM-CONTROL-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * EVERY FIGURE THAT LOOKS WRONG AGAINST THE EMPLOYEE'S LAST PAID
      * PERIOD, PRINTED FOR PAYROLL TO CHECK BEFORE ANY MONEY MOVES
                SELECT PAYROLL-VARIANCE ASSIGN TO
                       'payroll-variance.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE SAME FLAGS ONE PER LINE WITH AN OPEN/SIGNED STATUS -
      * PAYRELSE WALKS PAYROLL THROUGH SIGNING THEM OFF AND RELEASES
      * BANK-PAYMENTS.TXT ONCE NONE IS LEFT OPEN
                SELECT VARIANCE-FLAGS ASSIGN TO
                       'payroll-variance-flags.txt'
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
                 02 EMPLOYEE-DEPARTMENT PIC A(3).
                 02 EMPLOYEE-MONTHLY-SALARY PIC 9(6).
      * SPACES WHILE THE EMPLOYEE IS ACTIVE - A REAL DATE HERE MEANS
      * THE EMPLOYEE HAS LEFT. THE PERIOD HOLDING THE DATE PAYS UP TO
      * IT AND SETTLES THE LEAVER IN FULL, LATER PERIODS GENERATE NO
      * PAY, WHILE THE LINE ITSELF STAYS SO THE MONTHLY ATTENDANCE
      * RECORD KEEPS ITS COUNTERPART INSTEAD OF BEING ORPHANED
                 02 EMPLOYEE-DATE-OF-TERMINATION PIC X(10).

           FD MONTHLY-ATTENDANTS-OUT.
                 02 MONTHLY-ATTENDANT-OUT-LATE PIC 9(3).
                 02 MONTHLY-ATTENDANT-OUT-OVERTIME PIC 9(3).
                 02 MONTHLY-ATTENDANT-OUT-WORK-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-REST-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-HOLIDAY-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-NIGHT-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-FLEX-MIN PIC S9(5)
                    SIGN LEADING SEPARATE.

           FD PAYROLL-EXTRACT.
           01 PAYROLL-RECORD.
                 02 PAYROLL-STATUTORY PIC ZZZZZ9.99.
                 02 PAYROLL-PADDING11 PIC X(1) VALUE SPACE.
                 02 PAYROLL-NET-PAY PIC -ZZZZZ9.99.
      * REST-DAY, HOLIDAY AND NIGHT PREMIUMS TOGETHER - ALREADY INSIDE
      * THE NET PAY ABOVE, BROKEN OUT ON THE PAYSLIP AND THE GL
                 02 PAYROLL-PADDING12 PIC X(1) VALUE SPACE.
                 02 PAYROLL-PREMIUM-PAY PIC ZZZZZ9.99.

      * ONE STATUTORY-DEDUCTION BRACKET PER LINE. A DEDUCTION (INCOME
      * TAX, SOCIAL SECURITY, PENSION, ...) IS NAMED BY ITS CODE AND MAY
           01 PAYSLIP-RECORD PIC X(58).

      * MAPS A DEPARTMENT OR DEDUCTION TO ITS LEDGER ACCOUNT. TYPES:
      * SAL/OVT/ABS/LVP AND THE RDP/HOL/NGT PREMIUMS (REST DAY,
      * HOLIDAY, NIGHT) CARRY A DEPARTMENT CODE IN THE KEY, DED
      * CARRIES A DEDUCTION CODE FROM TAX-BRACKETS.TXT, NET LEAVES THE
      * KEY BLANK.
      * FINANCE EDITS THIS FILE WHEN THE CHART OF ACCOUNTS MOVES -
      * SAME CONTROL-FILE PATTERN AS TAX-BRACKETS.TXT
           FD GL-ACCOUNTS.
                 02 GL-ACCOUNT-KEY PIC X(10).
                 02 GL-ACCOUNT-NUMBER PIC X(8).

      * ONE DEBIT LINE PER DEPARTMENT FOR SALARY, OVERTIME, EACH
      * PREMIUM AND LEAVE PAYOUT EXPENSE, MATCHING CREDITS FOR ABSENCE
      * RECOVERIES, EACH STATUTORY DEDUCTION AND NET PAY PAYABLE, AND
      * A TRAILER PROVING DEBITS EQUAL CREDITS SO THE LEDGER IMPORT
      * CAN REJECT AN UNBALANCED FILE INSTEAD OF POSTING ONE. THE
      * TRAILER ALSO CARRIES THE PAY PERIOD, SINCE EACH RUN REWRITES
      * THE FILE AND REMIT HAS TO KNOW WHICH MONTH IT IS LOOKING AT
           FD GL-POSTING.
           01 GL-POSTING-LINE PIC X(72).

           FD BANK-DETAILS.
           01 BANK-DETAIL.
                 02 ADJUSTMENT-PADDING2 PIC X(1).
                 02 ADJUSTMENT-AMOUNT PIC S9(6)V99
                    SIGN LEADING SEPARATE.
      * "SAL" FOR SALARY ARREARS FROM SALAPPLY, BLANK FOR RETROPAY'S
      * ATTENDANCE CORRECTIONS
                 02 ADJUSTMENT-PADDING3 PIC X(1).
                 02 ADJUSTMENT-REASON PIC X(3).

           FD LEAVE-BALANCES.
           01 LEAVE-BALANCE.
                 88 EOF-LEAVE-BALANCE VALUE HIGH-VALUES.
                 02 LEAVE-BALANCE-ID PIC 9(4).
                 02 LEAVE-BALANCE-TYPE PIC X(10).
                 02 LEAVE-BALANCE-ENTITLEMENT PIC 9(3).
                 02 LEAVE-BALANCE-USED PIC 9(3).

      * ONE STATEMENT PER EMPLOYEE WHOSE TERMINATION DATE FALLS IN THE
      * PAY PERIOD - THE FINAL SETTLEMENT BROKEN DOWN FOR THE LEAVER'S
      * FILE, ON TOP OF THE ORDINARY PAYSLIP CARRYING THE SAME MONEY
           FD SEPARATION-STATEMENTS.
           01 SEPARATION-RECORD PIC X(58).

           FD VARIANCE-CONTROL.
           01 VARIANCE-CONTROL-RECORD.
                 88 EOF-VARIANCE-CONTROL VALUE HIGH-VALUES.
                 02 VARIANCE-NET-PCT PIC 9(3).
                 02 VARIANCE-PADDING1 PIC X(1).
                 02 VARIANCE-OVERTIME-CEILING PIC 9(6)V99.

      * EACH RATE IS A PERCENTAGE OF THE HOURLY RATE PAID ON TOP FOR
      * EVERY HOUR IN THAT CLASS - "150" ADDS ONE AND A HALF TIMES THE
      * HOURLY RATE TO THE ORDINARY PAY ALREADY IN THE SALARY
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

           FD PAYROLL-VARIANCE.
           01 PAYROLL-VARIANCE-LINE PIC X(80).

           FD VARIANCE-FLAGS.
           01 VARIANCE-FLAG-RECORD.
                 02 VARIANCE-FLAG-PERIOD PIC X(7).
                 02 VARIANCE-FLAG-PADDING1 PIC X(1).
                 02 VARIANCE-FLAG-ID PIC 9(4).
                 02 VARIANCE-FLAG-PADDING2 PIC X(1).
                 02 VARIANCE-FLAG-CODE PIC X(8).
                 02 VARIANCE-FLAG-PADDING3 PIC X(1).
                 02 VARIANCE-FLAG-STATUS PIC X(6).
                 02 VARIANCE-FLAG-PADDING4 PIC X(1).
                 02 VARIANCE-FLAG-SIGNED-BY PIC X(3).
                 02 VARIANCE-FLAG-PADDING5 PIC X(1).
                 02 VARIANCE-FLAG-SIGNED-DATE PIC X(10).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(86).

           WORKING-STORAGE SECTION.
           01 WS-EMPLOYEES-FILE-STATUS.
           01 WS-DEDUCTION-AMOUNT PIC 9(6)V99.
           01 WS-OVERTIME-AMOUNT PIC 9(6)V99.
           01 WS-NET-PAY PIC S9(6)V99.
      * THE PREMIUM MINUTES OFF THE MONTHLY RECORD AND WHAT EACH CLASS
      * PAYS - ZERO FOR AN EMPLOYEE WITH NO MONTHLY RECORD
           01 WS-REST-MINUTES PIC 9(5).
           01 WS-HOLIDAY-MINUTES PIC 9(5).
           01 WS-NIGHT-MINUTES PIC 9(5).
           01 WS-REST-PREMIUM PIC 9(6)V99.
           01 WS-HOLIDAY-PREMIUM PIC 9(6)V99.
           01 WS-NIGHT-PREMIUM PIC 9(6)V99.
           01 WS-PREMIUM-TOTAL PIC 9(6)V99.
           01 WS-TAX-BRACKETS-FILE-STATUS.
             05 WS-TAX-BRACKETS-STATUS-KEY-1 PIC X.
             05 WS-TAX-BRACKETS-STATUS-KEY-2 PIC X.
      * MONTHLY-ATTENDANCECOB.TXT - CAPTURED OFF THE SKIPPED READ IN
      * BEGIN SO THE PAYSLIPS CAN NAME THE PAY PERIOD
           01 WS-PAY-PERIOD PIC X(7).
      * FIRST AND LAST CALENDAR DAYS OF THE PAY PERIOD, BUILT FROM THE
      * HEADER ONCE IN BEGIN - HIRING AND TERMINATION DATES ARE
      * YYYY-MM-DD TEXT, SO PLAIN COMPARISONS AGAINST THESE PLACE AN
      * EMPLOYEE BEFORE, INSIDE OR AFTER THE PERIOD
           01 WS-PERIOD-START-DATE PIC X(10).
           01 WS-PERIOD-END-DATE PIC X(10).
           01 WS-PERIOD-DATE-WORK.
             02 WS-PERIOD-WORK-YEAR PIC 9(4).
             02 F PIC X(1).
             02 WS-PERIOD-WORK-MONTH PIC 9(2).
             02 F PIC X(1).
             02 WS-PERIOD-WORK-DAY PIC 9(2).
      * DAYS IN EACH MONTH, JANUARY FIRST - FEBRUARY IS PATCHED TO 29
      * IN A LEAP YEAR, THE SAME TABLE THE DAILY RUN KEEPS
           01 WS-MONTH-LENGTHS-LIST PIC X(24)
                VALUE "312831303130313130313031".
           01 WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTHS-LIST.
             02 WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).
           01 WS-LEAP-QUOTIENT PIC 9(4).
           01 WS-LEAP-REMAINDER PIC 9(4).
           01 WS-LEAP-YEAR PIC 9.
           01 WS-PERIOD-DAYS PIC 9(2).
      * THE SLICE OF THE PERIOD THE CURRENT EMPLOYEE WAS ON THE BOOKS -
      * THE WHOLE MONTH FOR EVERYONE BUT A JOINER OR LEAVER
           01 WS-EMPLOYED-IN-PERIOD PIC 9.
           01 WS-LEAVER-IN-PERIOD PIC 9.
           01 WS-FIRST-PAID-DAY PIC 9(2).
           01 WS-LAST-PAID-DAY PIC 9(2).
           01 WS-DAYS-PAID PIC 9(2).
      * THE MONTHLY SALARY CUT DOWN TO THE DAYS ACTUALLY EMPLOYED,
      * ROUNDED TO WHOLE UNITS SO THE EXTRACT AND THE ARCHIVE KEEP
      * THEIR INTEGER GROSS COLUMNS - EQUAL TO THE SALARY FOR A FULL
      * MONTH. EVERY GROSS FIGURE DOWNSTREAM IS TAKEN FROM HERE
           01 WS-GROSS-PAY PIC 9(6).
      * GROSS PLUS ANY LEAVE PAYOUT - THE BASIS THE STATUTORY BRACKETS
      * ARE MATCHED AND CHARGED ON
           01 WS-TAXABLE-PAY PIC 9(7)V99.
           01 WS-GL-ACCOUNTS-FILE-STATUS.
             05 WS-GL-ACCOUNTS-STATUS-KEY-1 PIC X.
             05 WS-GL-ACCOUNTS-STATUS-KEY-2 PIC X.
           01 WS-GL-ACCOUNTS-TABLE.
             02 WS-GL-ACCOUNTS-ENTRY OCCURS 100 TIMES.
               03 WS-GL-ACCOUNTS-TYPE PIC X(3).
               03 WS-GL-ACCOUNTS-KEY PIC X(10).
               03 WS-GL-ACCOUNTS-NUMBER PIC X(8).
               03 WS-GL-DEPT-GROSS PIC 9(9)V99.
               03 WS-GL-DEPT-OVERTIME PIC 9(9)V99.
               03 WS-GL-DEPT-ABSENCE PIC 9(9)V99.
               03 WS-GL-DEPT-LEAVE-PAYOUT PIC 9(9)V99.
               03 WS-GL-DEPT-REST-PREMIUM PIC 9(9)V99.
               03 WS-GL-DEPT-HOLIDAY-PREMIUM PIC 9(9)V99.
               03 WS-GL-DEPT-NIGHT-PREMIUM PIC 9(9)V99.
           01 WS-GL-DEPT-COUNT PIC 9(3) VALUE 0.
           01 WS-GL-DEPT-INDEX PIC 9(3).
           01 WS-GL-DEPT-HIT PIC 9(3).
             02 WS-GL-TRAILER-CREDITS PIC ZZZZZZZZZ9.99.
             02 F PIC X(1) VALUE SPACE.
             02 WS-GL-TRAILER-FLAG PIC X(14).
             02 F PIC X(1) VALUE SPACE.
             02 WS-GL-TRAILER-PERIOD PIC X(7).
           01 WS-BANK-DETAILS-FILE-STATUS.
             05 WS-BANK-DETAILS-STATUS-KEY-1 PIC X.
             05 WS-BANK-DETAILS-STATUS-KEY-2 PIC X.
             02 WS-BANK-HOLDBACK-FIRST-NAME PIC X(20).
             02 F PIC X(1) VALUE SPACE.
             02 WS-BANK-HOLDBACK-AMOUNT PIC -ZZZZZ9.99.
      * THE INSTRUCTION LINES ARE HELD HERE UNTIL THE END OF THE RUN -
      * THE HEADER THAT SAYS WHETHER THE FILE IS RELEASED CAN ONLY BE
      * WRITTEN ONCE THE LAST EMPLOYEE HAS BEEN CHECKED FOR VARIANCES
           01 WS-BANK-LINES-TABLE.
             02 WS-BANK-LINE OCCURS 500 TIMES PIC X(40).
           01 WS-BANK-LINES-INDEX PIC 9(4).
           01 WS-BANK-HEADER-LINE.
             02 F PIC X(2) VALUE "H ".
             02 WS-BANK-HEADER-PERIOD PIC X(7).
             02 F PIC X(1) VALUE SPACE.
             02 WS-BANK-HEADER-STATUS PIC X(10).
             02 F PIC X(7) VALUE " FLAGS ".
             02 WS-BANK-HEADER-FLAGS PIC ZZZ9.
           01 WS-VARIANCE-CONTROL-FILE-STATUS.
             05 WS-VARIANCE-CONTROL-STATUS-KEY-1 PIC X.
             05 WS-VARIANCE-CONTROL-STATUS-KEY-2 PIC X.
      * TOLERANCES IN FORCE THIS RUN - PRESET TO THE HOUSE DEFAULTS,
      * OVERWRITTEN WHOLESALE WHEN VARIANCE-CONTROL.TXT IS THERE
           01 WS-VARIANCE-NET-PCT PIC 9(3) VALUE 20.
           01 WS-VARIANCE-OVERTIME-CEILING PIC 9(6)V99 VALUE 5000.
           01 WS-PREMIUM-CONTROL-FILE-STATUS.
             05 WS-PREMIUM-CONTROL-STATUS-KEY-1 PIC X.
             05 WS-PREMIUM-CONTROL-STATUS-KEY-2 PIC X.
      * PREMIUM RATES IN FORCE THIS RUN, AS PERCENTAGES OF THE HOURLY
      * RATE - PRESET TO THE HOUSE DEFAULTS, OVERWRITTEN WHOLESALE
      * WHEN PREMIUM-CONTROL.TXT IS THERE
           01 WS-PREMIUM-REST-PCT PIC 9(3) VALUE 150.
           01 WS-PREMIUM-HOLIDAY-PCT PIC 9(3) VALUE 200.
           01 WS-PREMIUM-NIGHT-PCT PIC 9(3) VALUE 25.
      * THE LATEST PERIOD BEFORE THIS ONE WITH PAY LINES ON THE
      * ARCHIVE, AND WHAT EACH EMPLOYEE NETTED IN IT - DIRECT-INDEXED
      * BY EMPLOYEE-ID THE WAY RETROPAY KEEPS ITS PAID FIGURES
           01 WS-PRIOR-PERIOD PIC X(7) VALUE SPACES.
           01 WS-PRIOR-PAID-TABLE.
             02 WS-PRIOR-PAID OCCURS 9999 TIMES PIC 9 VALUE 0.
           01 WS-PRIOR-NET-TABLE.
             02 WS-PRIOR-NET OCCURS 9999 TIMES PIC S9(6)V99 VALUE 0.
           01 WS-PAID-NOW-TABLE.
             02 WS-PAID-NOW OCCURS 9999 TIMES PIC 9 VALUE 0.
           01 WS-SWEEP-ID PIC 9(5).
           01 WS-HIST-CHECK-ID-NUM PIC 9(4).
           01 WS-NET-MOVEMENT PIC S9(7)V99.
           01 WS-VARIANCE-COUNT PIC 9(4) VALUE 0.
           01 WS-VARIANCE-TITLE-LINE.
             02 F PIC X(30) VALUE "Payroll Variance Report".
             02 F PIC X(7) VALUE "Period ".
             02 WS-VARIANCE-TITLE-PERIOD PIC X(7).
             02 F PIC X(14) VALUE " against last ".
             02 WS-VARIANCE-TITLE-PRIOR PIC X(7).
           01 WS-VARIANCE-COLUMNS.
             02 F PIC X(36) VALUE "ID   Name                  Flag".
             02 F PIC X(44) VALUE
                "   Net pay   Last net  Detail".
           01 WS-VARIANCE-DASHES PIC X(80) VALUE ALL "-".
           01 WS-VARIANCE-DETAIL.
             02 WS-VARIANCE-ID PIC 9(4).
             02 F PIC X(1) VALUE SPACE.
             02 WS-VARIANCE-LAST-NAME PIC X(10).
             02 F PIC X(1) VALUE SPACE.
             02 WS-VARIANCE-FIRST-NAME PIC X(10).
             02 F PIC X(1) VALUE SPACE.
             02 WS-VARIANCE-CODE PIC X(8).
             02 F PIC X(1) VALUE SPACE.
             02 WS-VARIANCE-NET PIC -ZZZZZ9.99.
             02 F PIC X(1) VALUE SPACE.
             02 WS-VARIANCE-PRIOR-NET PIC -ZZZZZ9.99.
             02 F PIC X(2) VALUE SPACES.
             02 WS-VARIANCE-TEXT PIC X(21).
           01 WS-VARIANCE-FOOTER.
             02 F PIC X(15) VALUE "Open flags: ".
             02 WS-VARIANCE-FOOTER-COUNT PIC ZZZ9.
             02 F PIC X(3) VALUE " - ".
             02 WS-VARIANCE-FOOTER-TEXT PIC X(58).
           01 WS-PAYROLL-HISTORY-FILE-STATUS.
             05 WS-PAYROLL-HISTORY-STATUS-KEY-1 PIC X.
             05 WS-PAYROLL-HISTORY-STATUS-KEY-2 PIC X.
             02 F PIC X(1).
             02 WS-HIST-CHECK-TYPE PIC X(3).
             02 F PIC X(64).
           01 WS-HIST-CHECK-PAY-PARTS REDEFINES WS-HISTORY-CHECK-LINE.
             02 F PIC X(60).
             02 WS-HIST-CHECK-NET PIC S9(6)V99 SIGN LEADING SEPARATE.
             02 F PIC X(11).
      * IMPLIED-DECIMAL AMOUNTS GO TO THE HISTORY FILE AS BARE DIGIT
      * STRINGS AND READ STRAIGHT BACK INTO THE SAME PICTURES - NET IS
      * THE ONE SIGNED FIELD, CARRIED WITH A LEADING SEPARATE SIGN SO
             02 WS-PAYHIST-DED-CODE PIC X(10).
             02 F PIC X(1) VALUE SPACE.
             02 WS-PAYHIST-DED-AMOUNT PIC 9(6)V99.
      * UNTAKEN LEAVE PAID OUT TO A LEAVER - LOGGED AS ITS OWN LINE
      * TYPE SO THE PAY LINE KEEPS THE SHAPE EARNSTMT AND RETROPAY
      * ALREADY READ, WITH THE PAYOUT INSIDE THE PAY LINE'S NET
           01 WS-PAYHIST-LVP-LINE.
             02 WS-PAYHIST-LVP-PERIOD PIC X(7).
             02 F PIC X(1) VALUE SPACE.
             02 WS-PAYHIST-LVP-ID PIC 9(4).
             02 F PIC X(1) VALUE SPACE.
             02 F PIC X(3) VALUE "LVP".
             02 F PIC X(1) VALUE SPACE.
             02 WS-PAYHIST-LVP-DAYS PIC 9(3).
             02 F PIC X(1) VALUE SPACE.
             02 WS-PAYHIST-LVP-AMOUNT PIC 9(6)V99.
      * PREMIUM MINUTES AND WHAT THEY PAID - ITS OWN LINE TYPE FOR THE
      * SAME REASON AS LVP, WITH THE AMOUNT INSIDE THE PAY LINE'S NET.
      * RETROPAY READS THE AMOUNT BACK TO SETTLE A CORRECTED MONTH
           01 WS-PAYHIST-PRM-LINE.
             02 WS-PAYHIST-PRM-PERIOD PIC X(7).
             02 F PIC X(1) VALUE SPACE.
             02 WS-PAYHIST-PRM-ID PIC 9(4).
             02 F PIC X(1) VALUE SPACE.
             02 F PIC X(3) VALUE "PRM".
             02 F PIC X(1) VALUE SPACE.
             02 WS-PAYHIST-PRM-REST-MIN PIC 9(5).
             02 F PIC X(1) VALUE SPACE.
             02 WS-PAYHIST-PRM-HOLIDAY-MIN PIC 9(5).
             02 F PIC X(1) VALUE SPACE.
             02 WS-PAYHIST-PRM-NIGHT-MIN PIC 9(5).
             02 F PIC X(1) VALUE SPACE.
             02 WS-PAYHIST-PRM-AMOUNT PIC 9(6)V99.
           01 WS-ADJUSTMENTS-FILE-STATUS.
             05 WS-ADJUSTMENTS-STATUS-KEY-1 PIC X.
             05 WS-ADJUSTMENTS-STATUS-KEY-2 PIC X.
               03 WS-ADJUSTMENT-TAB-PERIOD PIC X(7).
               03 WS-ADJUSTMENT-TAB-ID PIC 9(4).
               03 WS-ADJUSTMENT-TAB-AMOUNT PIC S9(6)V99.
               03 WS-ADJUSTMENT-TAB-REASON PIC X(3).
               03 WS-ADJUSTMENT-CONSUMED PIC 9.
           01 WS-ADJUSTMENTS-COUNT PIC 9(3) VALUE 0.
           01 WS-ADJUSTMENTS-INDEX PIC 9(3).
             02 WS-APPLIED-ADJ-ENTRY OCCURS 5 TIMES.
               03 WS-APPLIED-ADJ-PERIOD PIC X(7).
               03 WS-APPLIED-ADJ-AMOUNT PIC S9(6)V99.
               03 WS-APPLIED-ADJ-REASON PIC X(3).
           01 WS-APPLIED-ADJ-COUNT PIC 9(2) VALUE 0.
           01 WS-APPLIED-ADJ-INDEX PIC 9(2).
           01 WS-ADJ-UNCONSUMED PIC 9(3) VALUE 0.
           01 WS-GL-ADJ-TOTAL PIC S9(9)V99 VALUE 0.
           01 WS-EMPLOYEE-ADJ-TOTAL PIC S9(6)V99.
           01 WS-GL-ADJ-ABS PIC 9(9)V99.
           01 WS-PAYSLIP-ADJ-LINE.
             02 WS-PAYSLIP-ADJ-LABEL PIC X(14).
             02 WS-PAYSLIP-ADJ-PERIOD PIC X(7).
             02 F PIC X(27) VALUE SPACES.
             02 WS-PAYSLIP-ADJ-AMOUNT PIC -ZZZZZ9.99.
             02 F PIC X(1) VALUE SPACE.
             02 WS-PAYHIST-ADJ-AMOUNT PIC S9(6)V99
                SIGN LEADING SEPARATE.
             02 F PIC X(1) VALUE SPACE.
             02 WS-PAYHIST-ADJ-REASON PIC X(3).
           01 WS-PAYSLIP-RULE PIC X(58) VALUE ALL "-".
           01 WS-PAYSLIP-TITLE.
             02 F PIC X(42) VALUE "PAY STATEMENT".
           01 WS-PAYSLIP-NET-LINE.
             02 F PIC X(48) VALUE "NET PAY".
             02 WS-PAYSLIP-NET-AMOUNT PIC -ZZZZZ9.99.
           01 WS-PAYSLIP-PRORATA-LINE.
             02 F PIC X(21) VALUE "  PRO-RATED FOR DAYS ".
             02 WS-PAYSLIP-PRORATA-FIRST PIC Z9.
             02 F PIC X(4) VALUE " TO ".
             02 WS-PAYSLIP-PRORATA-LAST PIC Z9.
             02 F PIC X(4) VALUE " OF ".
             02 WS-PAYSLIP-PRORATA-DAYS PIC Z9.
           01 WS-PAYSLIP-LEAVE-PAY-LINE.
             02 F PIC X(19) VALUE "UNUSED LEAVE PAID (".
             02 WS-PAYSLIP-LEAVE-PAY-DAYS PIC ZZ9.
             02 F PIC X(27) VALUE " DAYS)".
             02 WS-PAYSLIP-LEAVE-PAY-AMOUNT PIC ZZZZZ9.99.
      * ONE LINE PER PREMIUM CLASS WORKED, HOURS TO TWO DECIMALS
           01 WS-PAYSLIP-PREMIUM-LINE.
             02 WS-PAYSLIP-PREMIUM-LABEL PIC X(18).
             02 WS-PAYSLIP-PREMIUM-HOURS PIC ZZZ9.99.
             02 F PIC X(24) VALUE " HRS)".
             02 WS-PAYSLIP-PREMIUM-AMOUNT PIC ZZZZZ9.99.
           01 WS-PAYSLIP-PREMIUM-MINUTES PIC 9(5).
      * THE LEAVE BALANCES AS THE DAILY RUN LAST LEFT THEM, LOADED
      * ONCE AT STARTUP THE SAME WAY THE TAX BRACKETS ARE
           01 WS-LEAVE-BALANCES-FILE-STATUS.
             05 WS-LEAVE-BALANCES-STATUS-KEY-1 PIC X.
             05 WS-LEAVE-BALANCES-STATUS-KEY-2 PIC X.
           01 WS-LEAVE-BALANCES-TABLE.
             02 WS-LEAVE-BALANCES-ENTRY OCCURS 500 TIMES.
               03 WS-LEAVE-BALANCES-ID PIC 9(4).
               03 WS-LEAVE-BALANCES-TYPE PIC X(10).
               03 WS-LEAVE-BALANCES-ENTITLEMENT PIC 9(3).
               03 WS-LEAVE-BALANCES-USED PIC 9(3).
           01 WS-LEAVE-BALANCES-COUNT PIC 9(3) VALUE 0.
           01 WS-LEAVE-BALANCES-INDEX PIC 9(3).
      * EVERY LEAVE TYPE WITH DAYS LEFT IS SETTLED AT THE SAME DAILY
      * RATE THE ABSENCE DEDUCTION USES - A TYPE ALREADY OVERDRAWN
      * ADDS NOTHING RATHER THAN CLAWING BACK AGAINST THE OTHERS
           01 WS-LEAVE-PAYOUT-DAYS PIC 9(3).
           01 WS-LEAVE-PAYOUT PIC 9(6)V99.
           01 WS-SEPARATION-COUNT PIC 9(4) VALUE 0.
           01 WS-SEPARATION-TITLE.
             02 F PIC X(42) VALUE "SEPARATION STATEMENT".
             02 F PIC X(7) VALUE "PERIOD ".
             02 WS-SEPARATION-PERIOD PIC X(7).
           01 WS-SEPARATION-DATE-LINE.
             02 WS-SEPARATION-DATE-LABEL PIC X(48).
             02 WS-SEPARATION-DATE PIC X(10).
           01 WS-SEPARATION-COUNT-LINE.
             02 WS-SEPARATION-COUNT-LABEL PIC X(55).
             02 WS-SEPARATION-COUNT-VALUE PIC ZZ9.
           01 WS-SEPARATION-AMOUNT-LINE.
             02 WS-SEPARATION-AMOUNT-LABEL PIC X(48).
             02 WS-SEPARATION-AMOUNT PIC -ZZZZZ9.99.
           01 WS-SEPARATION-LEAVE-LINE.
             02 F PIC X(9) VALUE "  UNUSED ".
             02 WS-SEPARATION-LEAVE-TYPE PIC X(10).
             02 F PIC X(36) VALUE SPACES.
             02 WS-SEPARATION-LEAVE-DAYS PIC ZZ9.

           01 WS-RUN-JOURNAL-FILE-STATUS.
             05 WS-RUN-JOURNAL-STATUS-KEY-1 PIC X.
             05 WS-RUN-JOURNAL-STATUS-KEY-2 PIC X.
      * THIS RUN'S JOURNAL LINE - THE BUSINESS DATES IT COVERED, WHEN
      * IT RAN, RECORDS READ AND WRITTEN, AND HOW IT ENDED: NORMAL,
      * GUARD (STOPPED BY A CHECK BEFORE DOING ITS WORK) OR RESTART
      * (PICKED UP FROM A CHECKPOINT)
           01 WS-RUN-JOURNAL-LINE.
             02 WS-RUN-JOURNAL-PROGRAM PIC X(10) VALUE "PAYROLL".
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
             OPEN INPUT EMPLOYEES
             OPEN INPUT MONTHLY-ATTENDANTS-OUT
      * FIRST RECORD OF MONTHLY-ATTENDANTS-OUT IS THE YEAR-MONTH HEADER
      * WRITTEN BY FILES, NOT AN EMPLOYEE TOTAL - SKIP IT, BUT KEEP THE
      * YEAR-MONTH IT CARRIES AS THE PAY PERIOD PRINTED ON EACH PAYSLIP.
      * BOTH CHECKS ON IT COME BEFORE ANY OUTPUT IS OPENED, SO A RUN
      * THAT STOPS HERE LEAVES LAST PERIOD'S BANK FILE (STILL HELD OR
      * RELEASED), LEDGER POSTING AND ADJUSTMENTS EXACTLY AS THEY WERE
             READ MONTHLY-ATTENDANTS-OUT
             IF WS-MONTHLY-ATTENDANTS-STATUS-KEY-1 = "1"
               DISPLAY "monthly-attendancecob.txt is empty"
               CLOSE EMPLOYEES, MONTHLY-ATTENDANTS-OUT
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             MOVE MONTHLY-ATTENDANT-OUT TO WS-PAY-PERIOD
             PERFORM SET-PAY-PERIOD-BOUNDS
             IF WS-PERIOD-DAYS = 0
               DISPLAY "Pay period header " WS-PAY-PERIOD
                 " is not a valid YYYY-MM"
               CLOSE EMPLOYEES, MONTHLY-ATTENDANTS-OUT
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             OPEN OUTPUT PAYROLL-EXTRACT
             OPEN OUTPUT PAYSLIPS
             OPEN OUTPUT GL-POSTING
             OPEN OUTPUT BANK-PAYMENTS
             OPEN OUTPUT BANK-HOLDBACK
             OPEN OUTPUT SEPARATION-STATEMENTS
             OPEN OUTPUT PAYROLL-VARIANCE
             OPEN OUTPUT VARIANCE-FLAGS
             PERFORM LOAD-TAX-BRACKETS
             PERFORM LOAD-GL-ACCOUNTS
             PERFORM LOAD-BANK-DETAILS
             PERFORM LOAD-ADJUSTMENTS
             PERFORM LOAD-LEAVE-BALANCES
             PERFORM LOAD-VARIANCE-CONTROL
             PERFORM LOAD-PREMIUM-CONTROL
      * THE ARCHIVE IS APPEND-ONCE PER PERIOD - A RE-RUN REGENERATES
      * EVERY OVERWRITTEN OUTPUT AS EVER, BUT MUST NOT STACK A SECOND
      * SET OF PAY/DED LINES UNDER THE SAME PERIOD
               DISPLAY "Pay and deduction archive lines are not"
                 " appended again for this re-run"
             END-IF
      * THE LAST PERIOD PAID BEFORE THIS ONE IS WHAT EVERY FIGURE IN
      * THIS RUN IS CHECKED AGAINST BEFORE THE BANK FILE IS RELEASED
             PERFORM FIND-PRIOR-PERIOD
             IF WS-PRIOR-PERIOD NOT = SPACES
               PERFORM LOAD-PRIOR-PAY
             END-IF
             MOVE WS-PAY-PERIOD TO WS-VARIANCE-TITLE-PERIOD
             MOVE WS-PRIOR-PERIOD TO WS-VARIANCE-TITLE-PRIOR
             WRITE PAYROLL-VARIANCE-LINE FROM WS-VARIANCE-TITLE-LINE
             WRITE PAYROLL-VARIANCE-LINE FROM WS-VARIANCE-COLUMNS
             WRITE PAYROLL-VARIANCE-LINE FROM WS-VARIANCE-DASHES
      * PAYROLL-HISTORY.TXT WON'T EXIST THE FIRST TIME THROUGH - SAME
      * EXTEND-OR-CREATE FALLBACK THE DAILY RUN USES FOR ITS HISTORY.
      * STILL OPENED ON A RE-RUN - ADJ LINES ARE ARCHIVED EVEN THEN,
              IF WS-EMPLOYEES-STATUS-KEY-1 = "1"
                GO TO FINISH
              END-IF
              ADD 1 TO WS-RUN-JOURNAL-READ
              PERFORM PROCESS-EMPLOYEE-PAY
              GO TO PROCESS-EMPLOYEES.

                MOVE MONTHLY-ATTENDANT-OUT-ABSENT TO WS-ABSENT-DAYS
                MOVE MONTHLY-ATTENDANT-OUT-LATE TO WS-LATE-COUNT
                MOVE MONTHLY-ATTENDANT-OUT-OVERTIME TO WS-OVERTIME-HOURS
                MOVE MONTHLY-ATTENDANT-OUT-REST-MIN TO WS-REST-MINUTES
                MOVE MONTHLY-ATTENDANT-OUT-HOLIDAY-MIN TO
                  WS-HOLIDAY-MINUTES
                MOVE MONTHLY-ATTENDANT-OUT-NIGHT-MIN TO WS-NIGHT-MINUTES
      * A MONTHLY FILE FROM BEFORE FILES CARRIED THE PREMIUM MINUTES
      * IS SHORT BY THEM - NOTHING WORKED AT A PREMIUM, NOT AN ABEND
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
                MOVE 0 TO WS-ABSENT-DAYS
                MOVE 0 TO WS-LATE-COUNT
                MOVE 0 TO WS-OVERTIME-HOURS
                MOVE 0 TO WS-REST-MINUTES
                MOVE 0 TO WS-HOLIDAY-MINUTES
                MOVE 0 TO WS-NIGHT-MINUTES
              END-IF
      * EVERYONE CONSUMED THEIR MONTHLY RECORD ABOVE, KEEPING THE TWO
      * FILES IN STEP, BUT ONLY THOSE ON THE BOOKS FOR SOME PART OF THE
      * PERIOD GET AN EXTRACT LINE AND A PAYSLIP. A JOINER IS PAID
      * FROM THE HIRING DATE, A LEAVER UP TO THE TERMINATION DATE AND
      * SETTLED IN FULL ON THE SAME RUN - SOMEONE WHO LEFT BEFORE THE
      * PERIOD OPENED WAS SETTLED IN THEIR OWN LAST PERIOD AND THE
      * LINE STAYS ON THE MASTER SO NOTHING IS ORPHANED
              PERFORM SET-EMPLOYMENT-WINDOW
              IF WS-EMPLOYED-IN-PERIOD = 1
                PERFORM WRITE-EMPLOYEE-PAY
              END-IF.

           WRITE-EMPLOYEE-PAY.
              ADD 1 TO WS-RUN-JOURNAL-WRITTEN
              PERFORM COMPUTE-NET-PAY
      * THE RETRO DELTAS FOLD INTO WS-NET-PAY BEFORE THE GL TOTALS,
      * THE EXTRACT LINE AND THE BANK PAYMENT ARE TAKEN OFF IT, SO
              MOVE SPACE TO PAYROLL-PADDING9
              MOVE SPACE TO PAYROLL-PADDING10
              MOVE SPACE TO PAYROLL-PADDING11
              MOVE SPACE TO PAYROLL-PADDING12
              MOVE EMPLOYEE-ID TO PAYROLL-ID
              MOVE EMPLOYEE-LAST-NAME TO PAYROLL-LAST-NAME
              MOVE EMPLOYEE-FIRST-NAME TO PAYROLL-FIRST-NAME
              MOVE EMPLOYEE-DEPARTMENT TO PAYROLL-DEPARTMENT
              MOVE WS-GROSS-PAY TO PAYROLL-GROSS-SALARY
              MOVE WS-ABSENT-DAYS TO PAYROLL-ABSENT-DAYS
              MOVE WS-LATE-COUNT TO PAYROLL-LATE-COUNT
              MOVE WS-OVERTIME-HOURS TO PAYROLL-OVERTIME-HOURS
              MOVE WS-OVERTIME-AMOUNT TO PAYROLL-OVERTIME-PAY
              MOVE WS-STATUTORY-TOTAL TO PAYROLL-STATUTORY
              MOVE WS-NET-PAY TO PAYROLL-NET-PAY
              MOVE WS-PREMIUM-TOTAL TO PAYROLL-PREMIUM-PAY
              WRITE PAYROLL-RECORD
              PERFORM WRITE-PAYSLIP
              IF WS-LEAVER-IN-PERIOD = 1
                PERFORM WRITE-SEPARATION-STATEMENT
              END-IF
              PERFORM WRITE-BANK-PAYMENT
              IF EMPLOYEE-ID > 0
                PERFORM CHECK-PAY-VARIANCE
              END-IF
      * ON A RE-RUN OF AN ALREADY-ARCHIVED PERIOD THE PAY/DED LINES
      * ARE SKIPPED (THE MONTH MUST NOT COUNT TWICE ON THE ANNUAL
      * STATEMENT) BUT ADJ LINES STILL GO OUT - THEY ARE THE PAPER
           WRITE-PAYROLL-HISTORY.
              MOVE WS-PAY-PERIOD TO WS-PAYHIST-PAY-PERIOD
              MOVE EMPLOYEE-ID TO WS-PAYHIST-PAY-ID
              MOVE WS-GROSS-PAY TO WS-PAYHIST-PAY-GROSS
              MOVE WS-ABSENT-DAYS TO WS-PAYHIST-PAY-ABSENT
              MOVE WS-OVERTIME-HOURS TO WS-PAYHIST-PAY-OVERTIME-HRS
              MOVE WS-DEDUCTION-AMOUNT TO WS-PAYHIST-PAY-ABSENCE-DED
                VARYING WS-APPLIED-DEDUCTIONS-INDEX FROM 1 BY 1
                UNTIL WS-APPLIED-DEDUCTIONS-INDEX >
                    WS-APPLIED-DEDUCTIONS-COUNT
              IF WS-LEAVE-PAYOUT > 0
                MOVE WS-PAY-PERIOD TO WS-PAYHIST-LVP-PERIOD
                MOVE EMPLOYEE-ID TO WS-PAYHIST-LVP-ID
                MOVE WS-LEAVE-PAYOUT-DAYS TO WS-PAYHIST-LVP-DAYS
                MOVE WS-LEAVE-PAYOUT TO WS-PAYHIST-LVP-AMOUNT
                WRITE PAYROLL-HISTORY-LINE FROM WS-PAYHIST-LVP-LINE
              END-IF
              IF WS-PREMIUM-TOTAL > 0
                MOVE WS-PAY-PERIOD TO WS-PAYHIST-PRM-PERIOD
                MOVE EMPLOYEE-ID TO WS-PAYHIST-PRM-ID
                MOVE WS-REST-MINUTES TO WS-PAYHIST-PRM-REST-MIN
                MOVE WS-HOLIDAY-MINUTES TO WS-PAYHIST-PRM-HOLIDAY-MIN
                MOVE WS-NIGHT-MINUTES TO WS-PAYHIST-PRM-NIGHT-MIN
                MOVE WS-PREMIUM-TOTAL TO WS-PAYHIST-PRM-AMOUNT
                WRITE PAYROLL-HISTORY-LINE FROM WS-PAYHIST-PRM-LINE
              END-IF
      * EVERY RETRO DELTA PAID GOES TO THE ARCHIVE AS ITS OWN ADJ
      * LINE NAMING THE PERIOD IT CORRECTS - THE PAPER TRAIL AN
      * AUDIT ASKS FOR, AND WHAT STOPS A SECOND RETROPAY RE-RUN
                WS-PAYHIST-ADJ-FOR-PERIOD
              MOVE WS-APPLIED-ADJ-AMOUNT (WS-APPLIED-ADJ-INDEX) TO
                WS-PAYHIST-ADJ-AMOUNT
              MOVE WS-APPLIED-ADJ-REASON (WS-APPLIED-ADJ-INDEX) TO
                WS-PAYHIST-ADJ-REASON
              WRITE PAYROLL-HISTORY-LINE FROM WS-PAYHIST-ADJ-LINE.

           WRITE-PAYROLL-HISTORY-DED.
             END-IF.

      * A WORKING MONTH IS TAKEN AS 30 PAID DAYS OF 8 HOURS EACH,
      * WITH OVERTIME PAID AT ONE AND A HALF TIMES THE HOURLY RATE.
      * THE RATES STAY ON THE FULL MONTHLY SALARY - ONLY THE SALARY
      * LINE ITSELF IS PRO-RATED FOR A PART MONTH. THE PREMIUMS SIT
      * ON THE EARNINGS SIDE NEXT TO OVERTIME AND, LIKE OVERTIME, STAY
      * OUT OF THE TAXABLE BASIS
           COMPUTE-NET-PAY.
              COMPUTE WS-DAILY-RATE = EMPLOYEE-MONTHLY-SALARY / 30
              COMPUTE WS-HOURLY-RATE = EMPLOYEE-MONTHLY-SALARY / 240
                WS-DAILY-RATE * WS-ABSENT-DAYS
              COMPUTE WS-OVERTIME-AMOUNT =
                WS-OVERTIME-RATE * WS-OVERTIME-HOURS
              PERFORM COMPUTE-PREMIUM-PAY
              PERFORM COMPUTE-GROSS-PAY
              PERFORM COMPUTE-LEAVE-PAYOUT
              COMPUTE WS-TAXABLE-PAY = WS-GROSS-PAY + WS-LEAVE-PAYOUT
              PERFORM COMPUTE-STATUTORY-DEDUCTIONS
      * THE EARNINGS AND DEDUCTION SIDES ARE GROUPED EXPLICITLY - LEFT
      * AS ONE FLAT FOUR-OPERAND CHAIN, GNUCOBOL'S IBM-ARITHMETIC
      * OPERANDS WERE ZERO (A ZERO-ABSENCE, ZERO-OVERTIME EMPLOYEE CAME
      * OUT WITH NET PAY OF MINUS THE STATUTORY TOTAL)
              COMPUTE WS-NET-PAY =
                (WS-GROSS-PAY - WS-DEDUCTION-AMOUNT) +
                (WS-OVERTIME-AMOUNT - WS-STATUTORY-TOTAL)
              ADD WS-LEAVE-PAYOUT TO WS-NET-PAY
              ADD WS-PREMIUM-TOTAL TO WS-NET-PAY.

      * EACH CLASS PAYS ITS PERCENTAGE OF THE HOURLY RATE FOR EVERY
      * HOUR IN IT, WORKED OUT ON THE MINUTES SO A PART HOUR COUNTS.
      * A NIGHT HOUR ON A REST DAY OR HOLIDAY EARNS BOTH PREMIUMS
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

      * A FULL MONTH PAYS THE SALARY AS IT STANDS, SO NOBODY ON THE
      * BOOKS ALL PERIOD SEES A ROUNDING PENNY MOVE
           COMPUTE-GROSS-PAY.
              IF WS-DAYS-PAID = WS-PERIOD-DAYS
                MOVE EMPLOYEE-MONTHLY-SALARY TO WS-GROSS-PAY
              ELSE
                COMPUTE WS-GROSS-PAY ROUNDED =
                  EMPLOYEE-MONTHLY-SALARY * WS-DAYS-PAID /
                  WS-PERIOD-DAYS
              END-IF.

      * ONLY A LEAVER IS PAID OUT - EVERYONE ELSE CARRIES THE BALANCE
      * FORWARD AS EVER
           COMPUTE-LEAVE-PAYOUT.
              MOVE 0 TO WS-LEAVE-PAYOUT-DAYS
              MOVE 0 TO WS-LEAVE-PAYOUT
              IF WS-LEAVER-IN-PERIOD = 1
                PERFORM ADD-UNUSED-LEAVE-ENTRY
                  VARYING WS-LEAVE-BALANCES-INDEX FROM 1 BY 1
                  UNTIL WS-LEAVE-BALANCES-INDEX >
                      WS-LEAVE-BALANCES-COUNT
                COMPUTE WS-LEAVE-PAYOUT =
                  WS-DAILY-RATE * WS-LEAVE-PAYOUT-DAYS
              END-IF.

           ADD-UNUSED-LEAVE-ENTRY.
              IF EMPLOYEE-ID =
                   WS-LEAVE-BALANCES-ID (WS-LEAVE-BALANCES-INDEX) AND
                 WS-LEAVE-BALANCES-ENTITLEMENT
                     (WS-LEAVE-BALANCES-INDEX) >
                   WS-LEAVE-BALANCES-USED (WS-LEAVE-BALANCES-INDEX)
                COMPUTE WS-LEAVE-PAYOUT-DAYS = WS-LEAVE-PAYOUT-DAYS +
                  WS-LEAVE-BALANCES-ENTITLEMENT
                    (WS-LEAVE-BALANCES-INDEX) -
                  WS-LEAVE-BALANCES-USED (WS-LEAVE-BALANCES-INDEX)
              END-IF.

      * WALKS THE TAX-BRACKETS TABLE IN FILE ORDER AND APPLIES THE
      * FIRST LINE OF EACH DEDUCTION CODE WHOSE SALARY BAND COVERS THE
                UNTIL WS-TAX-BRACKETS-INDEX > WS-TAX-BRACKETS-COUNT.

           CHECK-TAX-BRACKET-ENTRY.
              IF WS-TAXABLE-PAY NOT <
                   WS-TAX-BRACKETS-LOWER (WS-TAX-BRACKETS-INDEX) AND
                 WS-TAXABLE-PAY NOT >
                   WS-TAX-BRACKETS-UPPER (WS-TAX-BRACKETS-INDEX)
                PERFORM FIND-APPLIED-DEDUCTION
                IF WS-APPLIED-DEDUCTION-FOUND = 0
                WS-APPLIED-DEDUCTION-RATE (WS-APPLIED-DEDUCTIONS-COUNT)
              COMPUTE WS-APPLIED-DEDUCTION-AMOUNT
                  (WS-APPLIED-DEDUCTIONS-COUNT) =
                WS-TAXABLE-PAY *
                WS-TAX-BRACKETS-RATE (WS-TAX-BRACKETS-INDEX) / 100
              ADD WS-APPLIED-DEDUCTION-AMOUNT
                  (WS-APPLIED-DEDUCTIONS-COUNT)
              MOVE EMPLOYEE-DEPARTMENT TO WS-PAYSLIP-DEPARTMENT
              WRITE PAYSLIP-RECORD FROM WS-PAYSLIP-NAME-LINE
              WRITE PAYSLIP-RECORD FROM WS-PAYSLIP-RULE
              MOVE WS-GROSS-PAY TO WS-PAYSLIP-GROSS-AMOUNT
              WRITE PAYSLIP-RECORD FROM WS-PAYSLIP-GROSS-LINE
              IF WS-DAYS-PAID NOT = WS-PERIOD-DAYS
                MOVE WS-FIRST-PAID-DAY TO WS-PAYSLIP-PRORATA-FIRST
                MOVE WS-LAST-PAID-DAY TO WS-PAYSLIP-PRORATA-LAST
                MOVE WS-PERIOD-DAYS TO WS-PAYSLIP-PRORATA-DAYS
                WRITE PAYSLIP-RECORD FROM WS-PAYSLIP-PRORATA-LINE
              END-IF
              MOVE WS-OVERTIME-HOURS TO WS-PAYSLIP-OVERTIME-HOURS
              MOVE WS-OVERTIME-AMOUNT TO WS-PAYSLIP-OVERTIME-AMOUNT
              WRITE PAYSLIP-RECORD FROM WS-PAYSLIP-OVERTIME-LINE
              IF WS-REST-PREMIUM > 0
                MOVE "REST DAY PREMIUM (" TO WS-PAYSLIP-PREMIUM-LABEL
                MOVE WS-REST-MINUTES TO WS-PAYSLIP-PREMIUM-MINUTES
                MOVE WS-REST-PREMIUM TO WS-PAYSLIP-PREMIUM-AMOUNT
                PERFORM WRITE-PAYSLIP-PREMIUM-LINE
              END-IF
              IF WS-HOLIDAY-PREMIUM > 0
                MOVE "HOLIDAY PREMIUM (" TO WS-PAYSLIP-PREMIUM-LABEL
                MOVE WS-HOLIDAY-MINUTES TO WS-PAYSLIP-PREMIUM-MINUTES
                MOVE WS-HOLIDAY-PREMIUM TO WS-PAYSLIP-PREMIUM-AMOUNT
                PERFORM WRITE-PAYSLIP-PREMIUM-LINE
              END-IF
              IF WS-NIGHT-PREMIUM > 0
                MOVE "NIGHT PREMIUM (" TO WS-PAYSLIP-PREMIUM-LABEL
                MOVE WS-NIGHT-MINUTES TO WS-PAYSLIP-PREMIUM-MINUTES
                MOVE WS-NIGHT-PREMIUM TO WS-PAYSLIP-PREMIUM-AMOUNT
                PERFORM WRITE-PAYSLIP-PREMIUM-LINE
              END-IF
              MOVE WS-ABSENT-DAYS TO WS-PAYSLIP-ABSENT-DAYS
              MOVE WS-DEDUCTION-AMOUNT TO WS-PAYSLIP-ABSENCE-AMOUNT
              WRITE PAYSLIP-RECORD FROM WS-PAYSLIP-ABSENCE-LINE
              IF WS-LEAVE-PAYOUT > 0
                MOVE WS-LEAVE-PAYOUT-DAYS TO WS-PAYSLIP-LEAVE-PAY-DAYS
                MOVE WS-LEAVE-PAYOUT TO WS-PAYSLIP-LEAVE-PAY-AMOUNT
                WRITE PAYSLIP-RECORD FROM WS-PAYSLIP-LEAVE-PAY-LINE
              END-IF
              PERFORM WRITE-PAYSLIP-DEDUCTION-LINE
                VARYING WS-APPLIED-DEDUCTIONS-INDEX FROM 1 BY 1
                UNTIL WS-APPLIED-DEDUCTIONS-INDEX >
              MOVE SPACES TO PAYSLIP-RECORD
              WRITE PAYSLIP-RECORD.

           WRITE-PAYSLIP-PREMIUM-LINE.
              COMPUTE WS-PAYSLIP-PREMIUM-HOURS =
                WS-PAYSLIP-PREMIUM-MINUTES / 60
              WRITE PAYSLIP-RECORD FROM WS-PAYSLIP-PREMIUM-LINE.

           WRITE-PAYSLIP-ADJ-LINE.
              IF WS-APPLIED-ADJ-REASON (WS-APPLIED-ADJ-INDEX) = "SAL"
                MOVE "ARREARS FROM " TO WS-PAYSLIP-ADJ-LABEL
              ELSE
                MOVE "RETRO ADJ FOR " TO WS-PAYSLIP-ADJ-LABEL
              END-IF
              MOVE WS-APPLIED-ADJ-PERIOD (WS-APPLIED-ADJ-INDEX) TO
                WS-PAYSLIP-ADJ-PERIOD
              MOVE WS-APPLIED-ADJ-AMOUNT (WS-APPLIED-ADJ-INDEX) TO

           FINISH.
              PERFORM WRITE-GL-POSTINGS
              IF WS-PAYHIST-OPEN = 1
                PERFORM CHECK-UNPAID-VARIANCE
                  VARYING WS-SWEEP-ID FROM 1 BY 1
                  UNTIL WS-SWEEP-ID > 9999
              END-IF
              PERFORM WRITE-VARIANCE-FOOTER
              PERFORM WRITE-BANK-FILE
              PERFORM REWRITE-ADJUSTMENTS
              DISPLAY "Finished writing payroll extract"
              IF WS-SEPARATION-COUNT > 0
                DISPLAY "Separation statements written: "
                  WS-SEPARATION-COUNT
              END-IF
              IF WS-PAYHIST-OPEN = 1
                CLOSE PAYROLL-HISTORY
              END-IF
              CLOSE EMPLOYEES, MONTHLY-ATTENDANTS-OUT, PAYROLL-EXTRACT,
                    PAYSLIPS, GL-POSTING, BANK-PAYMENTS, BANK-HOLDBACK,
                    SEPARATION-STATEMENTS, PAYROLL-VARIANCE,
                    VARIANCE-FLAGS
      * THE BUSINESS DATES ARE THE WHOLE PAY PERIOD, SO THE OPERATIONS
      * REPORT CAN HOLD THE RUN AGAINST THE MONTH'S LAST DAILY RUN
              MOVE WS-PERIOD-START-DATE TO WS-RUN-JOURNAL-FROM-DATE
              MOVE WS-PERIOD-END-DATE TO WS-RUN-JOURNAL-TO-DATE
              PERFORM WRITE-RUN-JOURNAL.
           STOP RUN.

      * ONE PASS OVER THE ARCHIVE LOOKING FOR ANY PAY LINE ALREADY
              END-IF
              READ PAYROLL-HISTORY.

      * HELPER FUNCTIONS FOR PART-MONTH PAY AND THE FINAL SETTLEMENT

      * FIRST AND LAST DAYS OF THE PAY PERIOD NAMED BY THE HEADER - A
      * HEADER THAT IS NOT A REAL YEAR-MONTH LEAVES WS-PERIOD-DAYS AT
      * ZERO AND BEGIN REFUSES THE RUN RATHER THAN PAY AGAINST IT
           SET-PAY-PERIOD-BOUNDS.
              MOVE 0 TO WS-PERIOD-DAYS
              MOVE SPACES TO WS-PERIOD-START-DATE
              STRING WS-PAY-PERIOD DELIMITED BY SIZE
                     "-01" DELIMITED BY SIZE
                INTO WS-PERIOD-START-DATE
              MOVE WS-PERIOD-START-DATE TO WS-PERIOD-DATE-WORK
              IF WS-PERIOD-WORK-YEAR IS NUMERIC AND
                 WS-PERIOD-WORK-MONTH IS NUMERIC
                IF WS-PERIOD-WORK-MONTH > 0 AND
                   WS-PERIOD-WORK-MONTH < 13
                  MOVE WS-MONTH-LENGTH (WS-PERIOD-WORK-MONTH) TO
                    WS-PERIOD-DAYS
                  IF WS-PERIOD-WORK-MONTH = 02
                    PERFORM CHECK-LEAP-YEAR
                    IF WS-LEAP-YEAR = 1
                      MOVE 29 TO WS-PERIOD-DAYS
                    END-IF
                  END-IF
                END-IF
              END-IF
              MOVE WS-PERIOD-DAYS TO WS-PERIOD-WORK-DAY
              MOVE WS-PERIOD-DATE-WORK TO WS-PERIOD-END-DATE.

      * DIVISIBLE BY 4, EXCEPT CENTURIES UNLESS DIVISIBLE BY 400 -
      * THE SAME TEST THE DAILY RUN MAKES
           CHECK-LEAP-YEAR.
              MOVE 0 TO WS-LEAP-YEAR
              DIVIDE WS-PERIOD-WORK-YEAR BY 4
                GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
              IF WS-LEAP-REMAINDER = 0
                MOVE 1 TO WS-LEAP-YEAR
                DIVIDE WS-PERIOD-WORK-YEAR BY 100
                  GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
                IF WS-LEAP-REMAINDER = 0
                  DIVIDE WS-PERIOD-WORK-YEAR BY 400
                    GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
                  IF WS-LEAP-REMAINDER NOT = 0
                    MOVE 0 TO WS-LEAP-YEAR
                  END-IF
                END-IF
              END-IF.

      * PLACES THE CURRENT EMPLOYEE AGAINST THE PERIOD - HIRED AFTER IT
      * CLOSES OR GONE BEFORE IT OPENS MEANS NO PAY AT ALL, OTHERWISE
      * THE PAID DAYS RUN FROM THE LATER OF HIRING DATE AND DAY ONE TO
      * THE EARLIER OF TERMINATION DATE AND THE LAST DAY. A TERMINATION
      * DATE INSIDE THE PERIOD MARKS THE FINAL SETTLEMENT
           SET-EMPLOYMENT-WINDOW.
              MOVE 1 TO WS-EMPLOYED-IN-PERIOD
              MOVE 0 TO WS-LEAVER-IN-PERIOD
              MOVE 1 TO WS-FIRST-PAID-DAY
              MOVE WS-PERIOD-DAYS TO WS-LAST-PAID-DAY
              IF EMPLOYEE-DATE-OF-HIRING > WS-PERIOD-END-DATE
                MOVE 0 TO WS-EMPLOYED-IN-PERIOD
              END-IF
              IF EMPLOYEE-DATE-OF-TERMINATION NOT = SPACES AND
                 EMPLOYEE-DATE-OF-TERMINATION < WS-PERIOD-START-DATE
                MOVE 0 TO WS-EMPLOYED-IN-PERIOD
              END-IF
              IF WS-EMPLOYED-IN-PERIOD = 1 AND
                 EMPLOYEE-DATE-OF-HIRING > WS-PERIOD-START-DATE
                MOVE EMPLOYEE-DATE-OF-HIRING TO WS-PERIOD-DATE-WORK
                MOVE WS-PERIOD-WORK-DAY TO WS-FIRST-PAID-DAY
              END-IF
              IF WS-EMPLOYED-IN-PERIOD = 1 AND
                 EMPLOYEE-DATE-OF-TERMINATION NOT = SPACES AND
                 EMPLOYEE-DATE-OF-TERMINATION NOT > WS-PERIOD-END-DATE
                MOVE 1 TO WS-LEAVER-IN-PERIOD
                MOVE EMPLOYEE-DATE-OF-TERMINATION TO WS-PERIOD-DATE-WORK
                MOVE WS-PERIOD-WORK-DAY TO WS-LAST-PAID-DAY
              END-IF
      * A TERMINATION DATE KEYED BEFORE THE HIRING DATE IS A MASTER
      * FILE ERROR, NOT A NEGATIVE MONTH - CALLED OUT, NOT PAID
              IF WS-EMPLOYED-IN-PERIOD = 1 AND
                 WS-LAST-PAID-DAY < WS-FIRST-PAID-DAY
                DISPLAY "Employee " EMPLOYEE-ID
                  " terminated before hiring date - not paid"
                MOVE 0 TO WS-EMPLOYED-IN-PERIOD
              END-IF
              IF WS-EMPLOYED-IN-PERIOD = 1
                COMPUTE WS-DAYS-PAID =
                  WS-LAST-PAID-DAY - WS-FIRST-PAID-DAY + 1
              END-IF.

      * SAME GUARDED LOAD AS LOAD-TAX-BRACKETS - NO BALANCES FILE
      * MEANS A LEAVER IS SETTLED WITH NO LEAVE PAYOUT, NOT A HUNG RUN
           LOAD-LEAVE-BALANCES.
              OPEN INPUT LEAVE-BALANCES
              IF WS-LEAVE-BALANCES-STATUS-KEY-1 = "0"
                READ LEAVE-BALANCES
                PERFORM LOAD-LEAVE-BALANCES-ENTRY
                  UNTIL WS-LEAVE-BALANCES-STATUS-KEY-1 = "1"
                CLOSE LEAVE-BALANCES
              END-IF.

           LOAD-LEAVE-BALANCES-ENTRY.
              IF WS-LEAVE-BALANCES-COUNT < 500
                ADD 1 TO WS-LEAVE-BALANCES-COUNT
                MOVE LEAVE-BALANCE-ID TO
                  WS-LEAVE-BALANCES-ID (WS-LEAVE-BALANCES-COUNT)
                MOVE LEAVE-BALANCE-TYPE TO
                  WS-LEAVE-BALANCES-TYPE (WS-LEAVE-BALANCES-COUNT)
                MOVE LEAVE-BALANCE-ENTITLEMENT TO
                  WS-LEAVE-BALANCES-ENTITLEMENT
                    (WS-LEAVE-BALANCES-COUNT)
                MOVE LEAVE-BALANCE-USED TO
                  WS-LEAVE-BALANCES-USED (WS-LEAVE-BALANCES-COUNT)
              END-IF
              READ LEAVE-BALANCES.

      * THE LEAVER'S WHOLE FINAL SETTLEMENT ON ONE PAGE - THE SAME
      * FIGURES AS THE PAYSLIP, PLUS THE DATES AND THE LEAVE BALANCES
      * THE PAYOUT WAS WORKED FROM, SO THE LEAVER'S FILE CAN SHOW HOW
      * EVERY AMOUNT WAS ARRIVED AT
           WRITE-SEPARATION-STATEMENT.
              ADD 1 TO WS-SEPARATION-COUNT
              WRITE SEPARATION-RECORD FROM WS-PAYSLIP-RULE
              MOVE WS-PAY-PERIOD TO WS-SEPARATION-PERIOD
              WRITE SEPARATION-RECORD FROM WS-SEPARATION-TITLE
              WRITE SEPARATION-RECORD FROM WS-PAYSLIP-NAME-LINE
              WRITE SEPARATION-RECORD FROM WS-PAYSLIP-RULE
              MOVE "DATE OF HIRING" TO WS-SEPARATION-DATE-LABEL
              MOVE EMPLOYEE-DATE-OF-HIRING TO WS-SEPARATION-DATE
              WRITE SEPARATION-RECORD FROM WS-SEPARATION-DATE-LINE
              MOVE "DATE OF TERMINATION" TO WS-SEPARATION-DATE-LABEL
              MOVE EMPLOYEE-DATE-OF-TERMINATION TO WS-SEPARATION-DATE
              WRITE SEPARATION-RECORD FROM WS-SEPARATION-DATE-LINE
              MOVE "DAYS IN FINAL PERIOD" TO WS-SEPARATION-COUNT-LABEL
              MOVE WS-PERIOD-DAYS TO WS-SEPARATION-COUNT-VALUE
              WRITE SEPARATION-RECORD FROM WS-SEPARATION-COUNT-LINE
              MOVE "DAYS PAID IN FINAL PERIOD" TO
                WS-SEPARATION-COUNT-LABEL
              MOVE WS-DAYS-PAID TO WS-SEPARATION-COUNT-VALUE
              WRITE SEPARATION-RECORD FROM WS-SEPARATION-COUNT-LINE
              MOVE "MONTHLY SALARY" TO WS-SEPARATION-AMOUNT-LABEL
              MOVE EMPLOYEE-MONTHLY-SALARY TO WS-SEPARATION-AMOUNT
              WRITE SEPARATION-RECORD FROM WS-SEPARATION-AMOUNT-LINE
              MOVE "SALARY FOR DAYS PAID" TO WS-SEPARATION-AMOUNT-LABEL
              MOVE WS-GROSS-PAY TO WS-SEPARATION-AMOUNT
              WRITE SEPARATION-RECORD FROM WS-SEPARATION-AMOUNT-LINE
              MOVE "OVERTIME PAY" TO WS-SEPARATION-AMOUNT-LABEL
              MOVE WS-OVERTIME-AMOUNT TO WS-SEPARATION-AMOUNT
              WRITE SEPARATION-RECORD FROM WS-SEPARATION-AMOUNT-LINE
              IF WS-PREMIUM-TOTAL > 0
                MOVE "PREMIUM PAY" TO WS-SEPARATION-AMOUNT-LABEL
                MOVE WS-PREMIUM-TOTAL TO WS-SEPARATION-AMOUNT
                WRITE SEPARATION-RECORD FROM WS-SEPARATION-AMOUNT-LINE
              END-IF
              MOVE "LESS ABSENCE DEDUCTION" TO
                WS-SEPARATION-AMOUNT-LABEL
              MOVE WS-DEDUCTION-AMOUNT TO WS-SEPARATION-AMOUNT
              WRITE SEPARATION-RECORD FROM WS-SEPARATION-AMOUNT-LINE
              WRITE SEPARATION-RECORD FROM WS-PAYSLIP-RULE
              PERFORM WRITE-SEPARATION-LEAVE-LINE
                VARYING WS-LEAVE-BALANCES-INDEX FROM 1 BY 1
                UNTIL WS-LEAVE-BALANCES-INDEX > WS-LEAVE-BALANCES-COUNT
              MOVE "UNUSED LEAVE DAYS PAID OUT" TO
                WS-SEPARATION-COUNT-LABEL
              MOVE WS-LEAVE-PAYOUT-DAYS TO WS-SEPARATION-COUNT-VALUE
              WRITE SEPARATION-RECORD FROM WS-SEPARATION-COUNT-LINE
              MOVE "DAILY RATE" TO WS-SEPARATION-AMOUNT-LABEL
              MOVE WS-DAILY-RATE TO WS-SEPARATION-AMOUNT
              WRITE SEPARATION-RECORD FROM WS-SEPARATION-AMOUNT-LINE
              MOVE "LEAVE PAYOUT" TO WS-SEPARATION-AMOUNT-LABEL
              MOVE WS-LEAVE-PAYOUT TO WS-SEPARATION-AMOUNT
              WRITE SEPARATION-RECORD FROM WS-SEPARATION-AMOUNT-LINE
              WRITE SEPARATION-RECORD FROM WS-PAYSLIP-RULE
              MOVE "LESS STATUTORY DEDUCTIONS" TO
                WS-SEPARATION-AMOUNT-LABEL
              MOVE WS-STATUTORY-TOTAL TO WS-SEPARATION-AMOUNT
              WRITE SEPARATION-RECORD FROM WS-SEPARATION-AMOUNT-LINE
              IF WS-APPLIED-ADJ-COUNT > 0
                MOVE "RETRO ADJUSTMENTS" TO WS-SEPARATION-AMOUNT-LABEL
                MOVE WS-EMPLOYEE-ADJ-TOTAL TO WS-SEPARATION-AMOUNT
                WRITE SEPARATION-RECORD FROM WS-SEPARATION-AMOUNT-LINE
              END-IF
              MOVE "FINAL NET PAY" TO WS-SEPARATION-AMOUNT-LABEL
              MOVE WS-NET-PAY TO WS-SEPARATION-AMOUNT
              WRITE SEPARATION-RECORD FROM WS-SEPARATION-AMOUNT-LINE
              WRITE SEPARATION-RECORD FROM WS-PAYSLIP-RULE
              MOVE SPACES TO SEPARATION-RECORD
              WRITE SEPARATION-RECORD
              DISPLAY "Final settlement for " EMPLOYEE-ID
                " terminated " EMPLOYEE-DATE-OF-TERMINATION.

      * EVERY BALANCE LINE ON FILE FOR THE LEAVER, OVERDRAWN ONES
      * INCLUDED, SO THE STATEMENT SHOWS WHAT WAS LEFT OF EACH TYPE
           WRITE-SEPARATION-LEAVE-LINE.
              IF EMPLOYEE-ID =
                   WS-LEAVE-BALANCES-ID (WS-LEAVE-BALANCES-INDEX)
                MOVE WS-LEAVE-BALANCES-TYPE (WS-LEAVE-BALANCES-INDEX)
                  TO WS-SEPARATION-LEAVE-TYPE
                IF WS-LEAVE-BALANCES-ENTITLEMENT
                     (WS-LEAVE-BALANCES-INDEX) >
                   WS-LEAVE-BALANCES-USED (WS-LEAVE-BALANCES-INDEX)
                  COMPUTE WS-SEPARATION-LEAVE-DAYS =
                    WS-LEAVE-BALANCES-ENTITLEMENT
                      (WS-LEAVE-BALANCES-INDEX) -
                    WS-LEAVE-BALANCES-USED (WS-LEAVE-BALANCES-INDEX)
                ELSE
                  MOVE 0 TO WS-SEPARATION-LEAVE-DAYS
                END-IF
                WRITE SEPARATION-RECORD FROM WS-SEPARATION-LEAVE-LINE
              END-IF.

      * HELPER FUNCTIONS FOR THE RETRO-PAY ADJUSTMENTS

      * SAME GUARDED LOAD AS LOAD-TAX-BRACKETS - NO ADJUSTMENTS FILE
                WS-ADJUSTMENT-TAB-ID (WS-ADJUSTMENTS-COUNT)
              MOVE ADJUSTMENT-AMOUNT TO
                WS-ADJUSTMENT-TAB-AMOUNT (WS-ADJUSTMENTS-COUNT)
              MOVE ADJUSTMENT-REASON TO
                WS-ADJUSTMENT-TAB-REASON (WS-ADJUSTMENTS-COUNT)
              MOVE 0 TO WS-ADJUSTMENT-CONSUMED (WS-ADJUSTMENTS-COUNT)
              READ PAYROLL-ADJUSTMENTS.

      * SETTLE ON ONE SLIP, EACH AS ITS OWN LINE
           APPLY-ADJUSTMENTS.
              MOVE 0 TO WS-APPLIED-ADJ-COUNT
              MOVE 0 TO WS-EMPLOYEE-ADJ-TOTAL
              PERFORM CHECK-ADJUSTMENT-ENTRY
                VARYING WS-ADJUSTMENTS-INDEX FROM 1 BY 1
                UNTIL WS-ADJUSTMENTS-INDEX > WS-ADJUSTMENTS-COUNT.
                  TO WS-NET-PAY
                ADD WS-ADJUSTMENT-TAB-AMOUNT (WS-ADJUSTMENTS-INDEX)
                  TO WS-GL-ADJ-TOTAL
                ADD WS-ADJUSTMENT-TAB-AMOUNT (WS-ADJUSTMENTS-INDEX)
                  TO WS-EMPLOYEE-ADJ-TOTAL
                MOVE 1 TO
                  WS-ADJUSTMENT-CONSUMED (WS-ADJUSTMENTS-INDEX)
                ADD 1 TO WS-APPLIED-ADJ-COUNT
                  TO WS-APPLIED-ADJ-PERIOD (WS-APPLIED-ADJ-COUNT)
                MOVE WS-ADJUSTMENT-TAB-AMOUNT (WS-ADJUSTMENTS-INDEX)
                  TO WS-APPLIED-ADJ-AMOUNT (WS-APPLIED-ADJ-COUNT)
                MOVE WS-ADJUSTMENT-TAB-REASON (WS-ADJUSTMENTS-INDEX)
                  TO WS-APPLIED-ADJ-REASON (WS-APPLIED-ADJ-COUNT)
              END-IF.

      * CONSUMED LINES COME OFF THE FILE SO THE NEXT RUN CANNOT PAY
              IF WS-ADJUSTMENT-CONSUMED (WS-ADJUSTMENTS-INDEX) = 0
                MOVE SPACE TO ADJUSTMENT-PADDING1
                MOVE SPACE TO ADJUSTMENT-PADDING2
                MOVE SPACE TO ADJUSTMENT-PADDING3
                MOVE WS-ADJUSTMENT-TAB-PERIOD (WS-ADJUSTMENTS-INDEX)
                  TO ADJUSTMENT-PERIOD
                MOVE WS-ADJUSTMENT-TAB-ID (WS-ADJUSTMENTS-INDEX) TO
                  ADJUSTMENT-ID
                MOVE WS-ADJUSTMENT-TAB-AMOUNT (WS-ADJUSTMENTS-INDEX)
                  TO ADJUSTMENT-AMOUNT
                MOVE WS-ADJUSTMENT-TAB-REASON (WS-ADJUSTMENTS-INDEX)
                  TO ADJUSTMENT-REASON
                WRITE ADJUSTMENT-RECORD
                ADD 1 TO WS-ADJ-UNCONSUMED
              END-IF.
                MOVE WS-BANK-DETAILS-ACCOUNT (WS-BANK-DETAILS-HIT)
                  TO WS-BANK-PAYMENT-ACCOUNT
                MOVE WS-NET-PAY TO WS-BANK-PAYMENT-AMOUNT
                IF WS-BANK-PAYMENT-COUNT < 500
                  ADD 1 TO WS-BANK-PAYMENT-COUNT
                  ADD WS-NET-PAY TO WS-BANK-HASH-TOTAL
                  MOVE WS-BANK-PAYMENT-DETAIL TO
                    WS-BANK-LINE (WS-BANK-PAYMENT-COUNT)
                ELSE
                  DISPLAY "Bank payment table full - " EMPLOYEE-ID
                    " not paid"
                END-IF
              ELSE
                DISPLAY "No bank details on file for " EMPLOYEE-ID
                  " - net pay held back"
                MOVE 1 TO WS-BANK-DETAILS-FOUND
              END-IF.

      * THE HEADER SAYS WHETHER THE FILE MAY GO TO THE BANK - ANY
      * VARIANCE FLAG MARKS IT UNRELEASED AND IT STAYS THAT WAY UNTIL
      * PAYRELSE HAS EVERY FLAG SIGNED OFF
           WRITE-BANK-FILE.
              MOVE WS-PAY-PERIOD TO WS-BANK-HEADER-PERIOD
              MOVE WS-VARIANCE-COUNT TO WS-BANK-HEADER-FLAGS
              IF WS-VARIANCE-COUNT > 0
                MOVE "UNRELEASED" TO WS-BANK-HEADER-STATUS
              ELSE
                MOVE "RELEASED" TO WS-BANK-HEADER-STATUS
              END-IF
              WRITE BANK-PAYMENT-LINE FROM WS-BANK-HEADER-LINE
              PERFORM WRITE-BANK-LINE
                VARYING WS-BANK-LINES-INDEX FROM 1 BY 1
                UNTIL WS-BANK-LINES-INDEX > WS-BANK-PAYMENT-COUNT
              PERFORM WRITE-BANK-TRAILER.

           WRITE-BANK-LINE.
              WRITE BANK-PAYMENT-LINE FROM
                WS-BANK-LINE (WS-BANK-LINES-INDEX).

      * WRITTEN EVEN ON AN EMPTY RUN - A COUNT OF ZERO IS WHAT TELLS
      * THE BANK IMPORT THE FILE IS WHOLE RATHER THAN CUT OFF
           WRITE-BANK-TRAILER.
              MOVE WS-BANK-HASH-TOTAL TO WS-BANK-TRAILER-HASH
              WRITE BANK-PAYMENT-LINE FROM WS-BANK-TRAILER-LINE.

      * HELPER FUNCTIONS FOR THE VARIANCE CHECK

           LOAD-VARIANCE-CONTROL.
              OPEN INPUT VARIANCE-CONTROL
              IF WS-VARIANCE-CONTROL-STATUS-KEY-1 = "0"
                READ VARIANCE-CONTROL
                IF WS-VARIANCE-CONTROL-STATUS-KEY-1 = "0"
                  MOVE VARIANCE-NET-PCT TO WS-VARIANCE-NET-PCT
                  MOVE VARIANCE-OVERTIME-CEILING TO
                    WS-VARIANCE-OVERTIME-CEILING
                END-IF
                CLOSE VARIANCE-CONTROL
              END-IF.

      * SAME SINGLE-RECORD LOAD AS LOAD-VARIANCE-CONTROL - THE NIGHT
      * WINDOW ON THE FRONT OF THE RECORD IS FILES' CONCERN, NOT THIS
      * PROGRAM'S
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

      * THE HIGHEST PERIOD ON THE ARCHIVE THAT IS STILL BEFORE THIS
      * ONE - A RE-RUN OF AN ARCHIVED MONTH STILL COMPARES AGAINST
      * THE MONTH BEFORE IT, NOT AGAINST ITSELF
           FIND-PRIOR-PERIOD.
              MOVE SPACES TO WS-PRIOR-PERIOD
              OPEN INPUT PAYROLL-HISTORY
              IF WS-PAYROLL-HISTORY-STATUS-KEY-1 = "0"
                READ PAYROLL-HISTORY
                PERFORM FIND-PRIOR-PERIOD-RECORD
                  UNTIL WS-PAYROLL-HISTORY-STATUS-KEY-1 = "1"
                CLOSE PAYROLL-HISTORY
              END-IF.

           FIND-PRIOR-PERIOD-RECORD.
              MOVE PAYROLL-HISTORY-LINE TO WS-HISTORY-CHECK-LINE
              IF WS-HIST-CHECK-TYPE = "PAY" AND
                 WS-HIST-CHECK-PERIOD < WS-PAY-PERIOD AND
                 (WS-PRIOR-PERIOD = SPACES OR
                  WS-HIST-CHECK-PERIOD > WS-PRIOR-PERIOD)
                MOVE WS-HIST-CHECK-PERIOD TO WS-PRIOR-PERIOD
              END-IF
              READ PAYROLL-HISTORY.

           LOAD-PRIOR-PAY.
              OPEN INPUT PAYROLL-HISTORY
              IF WS-PAYROLL-HISTORY-STATUS-KEY-1 = "0"
                READ PAYROLL-HISTORY
                PERFORM LOAD-PRIOR-PAY-RECORD
                  UNTIL WS-PAYROLL-HISTORY-STATUS-KEY-1 = "1"
                CLOSE PAYROLL-HISTORY
              END-IF.

           LOAD-PRIOR-PAY-RECORD.
              MOVE PAYROLL-HISTORY-LINE TO WS-HISTORY-CHECK-LINE
              IF WS-HIST-CHECK-TYPE = "PAY" AND
                 WS-HIST-CHECK-PERIOD = WS-PRIOR-PERIOD AND
                 WS-HIST-CHECK-ID IS NUMERIC AND
                 WS-HIST-CHECK-ID NOT = "0000"
                MOVE WS-HIST-CHECK-ID TO WS-HIST-CHECK-ID-NUM
                MOVE 1 TO WS-PRIOR-PAID (WS-HIST-CHECK-ID-NUM)
                MOVE WS-HIST-CHECK-NET TO
                  WS-PRIOR-NET (WS-HIST-CHECK-ID-NUM)
              END-IF
              READ PAYROLL-HISTORY.

      * RUN ON THE FINAL NET PAY, ADJUSTMENTS AND ALL - THE FIGURE
      * THAT WOULD ACTUALLY GO TO THE BANK. ONE EMPLOYEE CAN RAISE
      * SEVERAL FLAGS, EACH ITS OWN LINE TO SIGN OFF
           CHECK-PAY-VARIANCE.
              MOVE 1 TO WS-PAID-NOW (EMPLOYEE-ID)
              MOVE EMPLOYEE-ID TO WS-VARIANCE-ID
              MOVE EMPLOYEE-LAST-NAME TO WS-VARIANCE-LAST-NAME
              MOVE EMPLOYEE-FIRST-NAME TO WS-VARIANCE-FIRST-NAME
              MOVE WS-NET-PAY TO WS-VARIANCE-NET
              MOVE WS-PRIOR-NET (EMPLOYEE-ID) TO WS-VARIANCE-PRIOR-NET
              IF WS-PRIOR-PERIOD NOT = SPACES AND
                 WS-PRIOR-PAID (EMPLOYEE-ID) = 0
                MOVE "NEWPAY" TO WS-VARIANCE-CODE
                MOVE "Not paid last period" TO WS-VARIANCE-TEXT
                PERFORM WRITE-VARIANCE-FLAG
              END-IF
              IF WS-PRIOR-PAID (EMPLOYEE-ID) = 1 AND
                 WS-PRIOR-NET (EMPLOYEE-ID) > 0
                COMPUTE WS-NET-MOVEMENT =
                  WS-NET-PAY - WS-PRIOR-NET (EMPLOYEE-ID)
                IF WS-NET-MOVEMENT < 0
                  COMPUTE WS-NET-MOVEMENT = 0 - WS-NET-MOVEMENT
                END-IF
                IF WS-NET-MOVEMENT * 100 >
                   WS-PRIOR-NET (EMPLOYEE-ID) * WS-VARIANCE-NET-PCT
                  MOVE "NETMOVE" TO WS-VARIANCE-CODE
                  MOVE "Net moved past limit" TO WS-VARIANCE-TEXT
                  PERFORM WRITE-VARIANCE-FLAG
                END-IF
              END-IF
              IF WS-NET-PAY = 0
                MOVE "ZERONET" TO WS-VARIANCE-CODE
                MOVE "Zero net pay" TO WS-VARIANCE-TEXT
                PERFORM WRITE-VARIANCE-FLAG
              END-IF
              IF WS-NET-PAY < 0
                MOVE "NEGNET" TO WS-VARIANCE-CODE
                MOVE "Negative net pay" TO WS-VARIANCE-TEXT
                PERFORM WRITE-VARIANCE-FLAG
              END-IF
              IF WS-OVERTIME-AMOUNT > WS-VARIANCE-OVERTIME-CEILING
                MOVE "OTCEIL" TO WS-VARIANCE-CODE
                MOVE "Overtime over ceiling" TO WS-VARIANCE-TEXT
                PERFORM WRITE-VARIANCE-FLAG
              END-IF.

      * PAID LAST PERIOD BUT NOT THIS ONE - THE NAME IS GONE BY NOW,
      * THE ID IS ENOUGH TO LOOK THEM UP
           CHECK-UNPAID-VARIANCE.
              IF WS-PRIOR-PAID (WS-SWEEP-ID) = 1 AND
                 WS-PAID-NOW (WS-SWEEP-ID) = 0
                MOVE WS-SWEEP-ID TO WS-VARIANCE-ID
                MOVE SPACES TO WS-VARIANCE-LAST-NAME
                MOVE SPACES TO WS-VARIANCE-FIRST-NAME
                MOVE 0 TO WS-VARIANCE-NET
                MOVE WS-PRIOR-NET (WS-SWEEP-ID) TO
                  WS-VARIANCE-PRIOR-NET
                MOVE "NOTPAID" TO WS-VARIANCE-CODE
                MOVE "Paid last period only" TO WS-VARIANCE-TEXT
                PERFORM WRITE-VARIANCE-FLAG
              END-IF.

           WRITE-VARIANCE-FLAG.
              ADD 1 TO WS-VARIANCE-COUNT
              WRITE PAYROLL-VARIANCE-LINE FROM WS-VARIANCE-DETAIL
              MOVE SPACE TO VARIANCE-FLAG-PADDING1
              MOVE SPACE TO VARIANCE-FLAG-PADDING2
              MOVE SPACE TO VARIANCE-FLAG-PADDING3
              MOVE SPACE TO VARIANCE-FLAG-PADDING4
              MOVE SPACE TO VARIANCE-FLAG-PADDING5
              MOVE WS-PAY-PERIOD TO VARIANCE-FLAG-PERIOD
              MOVE WS-VARIANCE-ID TO VARIANCE-FLAG-ID
              MOVE WS-VARIANCE-CODE TO VARIANCE-FLAG-CODE
              MOVE "OPEN" TO VARIANCE-FLAG-STATUS
              MOVE SPACES TO VARIANCE-FLAG-SIGNED-BY
              MOVE SPACES TO VARIANCE-FLAG-SIGNED-DATE
              WRITE VARIANCE-FLAG-RECORD.

           WRITE-VARIANCE-FOOTER.
              WRITE PAYROLL-VARIANCE-LINE FROM WS-VARIANCE-DASHES
              MOVE WS-VARIANCE-COUNT TO WS-VARIANCE-FOOTER-COUNT
              IF WS-VARIANCE-COUNT > 0
                MOVE "bank-payments.txt HELD - sign off with PAYRELSE"
                  TO WS-VARIANCE-FOOTER-TEXT
                DISPLAY "Variance flags raised: " WS-VARIANCE-COUNT
                  " - bank payments held"
              ELSE
                MOVE "bank-payments.txt released"
                  TO WS-VARIANCE-FOOTER-TEXT
              END-IF
              WRITE PAYROLL-VARIANCE-LINE FROM WS-VARIANCE-FOOTER.

      * HELPER FUNCTIONS FOR THE LEDGER POSTING FILE

           LOAD-GL-ACCOUNTS.
      * SO EVERY FIGURE IS THE ONE THE EXTRACT LINE CARRIES
           ACCUMULATE-GL-TOTALS.
              PERFORM FIND-GL-DEPT
              ADD WS-GROSS-PAY TO
                WS-GL-DEPT-GROSS (WS-GL-DEPT-HIT)
              ADD WS-LEAVE-PAYOUT TO
                WS-GL-DEPT-LEAVE-PAYOUT (WS-GL-DEPT-HIT)
              ADD WS-OVERTIME-AMOUNT TO
                WS-GL-DEPT-OVERTIME (WS-GL-DEPT-HIT)
              ADD WS-REST-PREMIUM TO
                WS-GL-DEPT-REST-PREMIUM (WS-GL-DEPT-HIT)
              ADD WS-HOLIDAY-PREMIUM TO
                WS-GL-DEPT-HOLIDAY-PREMIUM (WS-GL-DEPT-HIT)
              ADD WS-NIGHT-PREMIUM TO
                WS-GL-DEPT-NIGHT-PREMIUM (WS-GL-DEPT-HIT)
              ADD WS-DEDUCTION-AMOUNT TO
                WS-GL-DEPT-ABSENCE (WS-GL-DEPT-HIT)
              ADD WS-NET-PAY TO WS-GL-NET-TOTAL
                MOVE 0 TO WS-GL-DEPT-GROSS (WS-GL-DEPT-HIT)
                MOVE 0 TO WS-GL-DEPT-OVERTIME (WS-GL-DEPT-HIT)
                MOVE 0 TO WS-GL-DEPT-ABSENCE (WS-GL-DEPT-HIT)
                MOVE 0 TO WS-GL-DEPT-LEAVE-PAYOUT (WS-GL-DEPT-HIT)
                MOVE 0 TO WS-GL-DEPT-REST-PREMIUM (WS-GL-DEPT-HIT)
                MOVE 0 TO WS-GL-DEPT-HOLIDAY-PREMIUM (WS-GL-DEPT-HIT)
                MOVE 0 TO WS-GL-DEPT-NIGHT-PREMIUM (WS-GL-DEPT-HIT)
              END-IF.

           CHECK-GL-DEPT-ENTRY.
                MOVE 1 TO WS-GL-DED-FOUND
              END-IF.

      * DEBITS FIRST (SALARY, OVERTIME AND PREMIUM EXPENSE BY
      * DEPARTMENT), THEN
      * THE CREDITS THAT FUND THEM (ABSENCE RECOVERIES BY DEPARTMENT,
      * EACH STATUTORY DEDUCTION, NET PAY PAYABLE), THEN THE TRAILER.
      * ZERO-AMOUNT LINES ARE SUPPRESSED SO THE LEDGER IMPORT ONLY
              END-IF
              MOVE WS-GL-DEBITS-TOTAL TO WS-GL-TRAILER-DEBITS
              MOVE WS-GL-CREDITS-TOTAL TO WS-GL-TRAILER-CREDITS
              MOVE WS-PAY-PERIOD TO WS-GL-TRAILER-PERIOD
              IF WS-GL-DEBITS-TOTAL = WS-GL-CREDITS-TOTAL
                MOVE "BALANCED" TO WS-GL-TRAILER-FLAG
              ELSE
                  WS-GL-DEBITS-TOTAL
                WRITE GL-POSTING-LINE FROM WS-GL-DETAIL-LINE
              END-IF
              IF WS-GL-DEPT-REST-PREMIUM (WS-GL-DEPT-INDEX) NOT = 0
                MOVE "RDP" TO WS-GL-LOOKUP-TYPE
                MOVE WS-GL-DEPT-CODE (WS-GL-DEPT-INDEX) TO
                  WS-GL-LOOKUP-KEY
                PERFORM FIND-GL-ACCOUNT
                MOVE "D" TO WS-GL-DETAIL-TYPE
                MOVE WS-GL-ACCOUNT TO WS-GL-DETAIL-ACCOUNT
                MOVE "REST DAY PREMIUM" TO WS-GL-DESC-DEPT-TEXT
                MOVE WS-GL-DEPT-CODE (WS-GL-DEPT-INDEX) TO
                  WS-GL-DESC-DEPT-CODE
                MOVE WS-GL-DESC-DEPT TO WS-GL-DETAIL-DESC
                MOVE WS-GL-DEPT-REST-PREMIUM (WS-GL-DEPT-INDEX) TO
                  WS-GL-DETAIL-AMOUNT
                ADD WS-GL-DEPT-REST-PREMIUM (WS-GL-DEPT-INDEX) TO
                  WS-GL-DEBITS-TOTAL
                WRITE GL-POSTING-LINE FROM WS-GL-DETAIL-LINE
              END-IF
              IF WS-GL-DEPT-HOLIDAY-PREMIUM (WS-GL-DEPT-INDEX) NOT = 0
                MOVE "HOL" TO WS-GL-LOOKUP-TYPE
                MOVE WS-GL-DEPT-CODE (WS-GL-DEPT-INDEX) TO
                  WS-GL-LOOKUP-KEY
                PERFORM FIND-GL-ACCOUNT
                MOVE "D" TO WS-GL-DETAIL-TYPE
                MOVE WS-GL-ACCOUNT TO WS-GL-DETAIL-ACCOUNT
                MOVE "HOLIDAY PREMIUM" TO WS-GL-DESC-DEPT-TEXT
                MOVE WS-GL-DEPT-CODE (WS-GL-DEPT-INDEX) TO
                  WS-GL-DESC-DEPT-CODE
                MOVE WS-GL-DESC-DEPT TO WS-GL-DETAIL-DESC
                MOVE WS-GL-DEPT-HOLIDAY-PREMIUM (WS-GL-DEPT-INDEX) TO
                  WS-GL-DETAIL-AMOUNT
                ADD WS-GL-DEPT-HOLIDAY-PREMIUM (WS-GL-DEPT-INDEX) TO
                  WS-GL-DEBITS-TOTAL
                WRITE GL-POSTING-LINE FROM WS-GL-DETAIL-LINE
              END-IF
              IF WS-GL-DEPT-NIGHT-PREMIUM (WS-GL-DEPT-INDEX) NOT = 0
                MOVE "NGT" TO WS-GL-LOOKUP-TYPE
                MOVE WS-GL-DEPT-CODE (WS-GL-DEPT-INDEX) TO
                  WS-GL-LOOKUP-KEY
                PERFORM FIND-GL-ACCOUNT
                MOVE "D" TO WS-GL-DETAIL-TYPE
                MOVE WS-GL-ACCOUNT TO WS-GL-DETAIL-ACCOUNT
                MOVE "NIGHT PREMIUM" TO WS-GL-DESC-DEPT-TEXT
                MOVE WS-GL-DEPT-CODE (WS-GL-DEPT-INDEX) TO
                  WS-GL-DESC-DEPT-CODE
                MOVE WS-GL-DESC-DEPT TO WS-GL-DETAIL-DESC
                MOVE WS-GL-DEPT-NIGHT-PREMIUM (WS-GL-DEPT-INDEX) TO
                  WS-GL-DETAIL-AMOUNT
                ADD WS-GL-DEPT-NIGHT-PREMIUM (WS-GL-DEPT-INDEX) TO
                  WS-GL-DEBITS-TOTAL
                WRITE GL-POSTING-LINE FROM WS-GL-DETAIL-LINE
              END-IF
              IF WS-GL-DEPT-LEAVE-PAYOUT (WS-GL-DEPT-INDEX) NOT = 0
                MOVE "LVP" TO WS-GL-LOOKUP-TYPE
                MOVE WS-GL-DEPT-CODE (WS-GL-DEPT-INDEX) TO
                  WS-GL-LOOKUP-KEY
                PERFORM FIND-GL-ACCOUNT
                MOVE "D" TO WS-GL-DETAIL-TYPE
                MOVE WS-GL-ACCOUNT TO WS-GL-DETAIL-ACCOUNT
                MOVE "LEAVE PAYOUT" TO WS-GL-DESC-DEPT-TEXT
                MOVE WS-GL-DEPT-CODE (WS-GL-DEPT-INDEX) TO
                  WS-GL-DESC-DEPT-CODE
                MOVE WS-GL-DESC-DEPT TO WS-GL-DETAIL-DESC
                MOVE WS-GL-DEPT-LEAVE-PAYOUT (WS-GL-DEPT-INDEX) TO
                  WS-GL-DETAIL-AMOUNT
                ADD WS-GL-DEPT-LEAVE-PAYOUT (WS-GL-DEPT-INDEX) TO
                  WS-GL-DEBITS-TOTAL
                WRITE GL-POSTING-LINE FROM WS-GL-DETAIL-LINE
              END-IF
              IF WS-GL-DEPT-ABSENCE (WS-GL-DEPT-INDEX) NOT = 0
                MOVE "ABS" TO WS-GL-LOOKUP-TYPE
                MOVE WS-GL-DEPT-CODE (WS-GL-DEPT-INDEX) TO
                  WS-GL-ACCOUNT
                MOVE 1 TO WS-GL-ACCOUNT-FOUND
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
