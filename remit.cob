           IDENTIFICATION DIVISION.
           PROGRAM-ID. REMIT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT EMPLOYEES ASSIGN TO
                       'employees.txt'
                       FILE STATUS IS WS-EMPLOYEES-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE CUMULATIVE PAY ARCHIVE - THE DED LINES PAYROLL WROTE FOR
      * THE PERIOD ARE THE CONTRIBUTIONS BEING REMITTED, THE PAY AND
      * LVP LINES GIVE THE EARNINGS THEY WERE CHARGED ON
                SELECT PAYROLL-HISTORY ASSIGN TO
                       'payroll-history.txt'
                       FILE STATUS IS WS-PAYROLL-HISTORY-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE LEDGER MAP PAYROLL POSTS BY - ITS DED KEYS NAME EVERY
      * DEDUCTION THE LEDGER CAN CARRY, SO A LEDGER CREDIT WITH NO
      * FILING BEHIND IT IS RECOGNISED AS ONE
                SELECT GL-ACCOUNTS ASSIGN TO
                       'gl-accounts.txt'
                       FILE STATUS IS WS-GL-ACCOUNTS-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE POSTING FILE OF THE PAY RUN FOR THE PERIOD - PAYROLL
      * REWRITES IT EVERY RUN, SO THE RETURN IS MADE BEFORE THE NEXT
      * PERIOD IS PAID
                SELECT GL-POSTING ASSIGN TO
                       'gl-posting.txt'
                       FILE STATUS IS WS-GL-POSTING-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * ONE FILING FILE PER DEDUCTION CODE - THE CODES COME FROM
      * TAX-BRACKETS.TXT, NOT THIS PROGRAM, SO THE NAME IS BUILT FROM
      * THE CODE AND THE PERIOD AS EACH FILE IS OPENED
                SELECT REMITTANCE-FILE ASSIGN USING
                       WS-REMITTANCE-FILE-NAME
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

                SELECT REMITTANCE-CONTROL ASSIGN TO
                       'remittance-control.txt'
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

           FD PAYROLL-HISTORY.
           01 PAYROLL-HISTORY-LINE PIC X(80).

           FD GL-ACCOUNTS.
           01 GL-ACCOUNT.
                 88 EOF-GL-ACCOUNT VALUE HIGH-VALUES.
                 02 GL-ACCOUNT-TYPE PIC X(3).
                 02 GL-ACCOUNT-KEY PIC X(10).
                 02 GL-ACCOUNT-NUMBER PIC X(8).

           FD GL-POSTING.
           01 GL-POSTING-LINE PIC X(72).

      * ONE LINE PER EMPLOYEE WHO PAID THE DEDUCTION, THEN A TRAILER
      * WITH THE RECORD COUNT AND THE TOTAL SO THE AUTHORITY CAN
      * REJECT A TRUNCATED FILE, THE SAME WAY THE BANK FILE ENDS
           FD REMITTANCE-FILE.
           01 REMITTANCE-LINE PIC X(64).

      * EACH CODE'S FILED TOTAL SET AGAINST ITS LEDGER CREDIT
           FD REMITTANCE-CONTROL.
           01 REMITTANCE-CONTROL-LINE PIC X(72).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(86).

           WORKING-STORAGE SECTION.
           01 WS-EMPLOYEES-FILE-STATUS.
             05 WS-EMPLOYEES-STATUS-KEY-1 PIC X.
             05 WS-EMPLOYEES-STATUS-KEY-2 PIC X.
           01 WS-PAYROLL-HISTORY-FILE-STATUS.
             05 WS-PAYROLL-HISTORY-STATUS-KEY-1 PIC X.
             05 WS-PAYROLL-HISTORY-STATUS-KEY-2 PIC X.
           01 WS-GL-ACCOUNTS-FILE-STATUS.
             05 WS-GL-ACCOUNTS-STATUS-KEY-1 PIC X.
             05 WS-GL-ACCOUNTS-STATUS-KEY-2 PIC X.
           01 WS-GL-POSTING-FILE-STATUS.
             05 WS-GL-POSTING-STATUS-KEY-1 PIC X.
             05 WS-GL-POSTING-STATUS-KEY-2 PIC X.
           01 WS-REMITTANCE-FILE-NAME PIC X(40).
           01 WS-REMIT-PERIOD.
             02 WS-REMIT-YEAR PIC X(4).
             02 WS-REMIT-DASH PIC X(1).
             02 WS-REMIT-MONTH PIC X(2).
      * NAMES FOR THE DETAIL LINES, DIRECT-INDEXED BY EMPLOYEE-ID
           01 WS-LAST-NAME-TABLE.
             02 WS-LAST-NAME OCCURS 9999 TIMES PIC X(10).
           01 WS-FIRST-NAME-TABLE.
             02 WS-FIRST-NAME OCCURS 9999 TIMES PIC X(20).
      * EACH EMPLOYEE'S EARNINGS FOR THE PERIOD THE BRACKETS WERE
      * CHARGED ON - THE PAY LINE'S GROSS PLUS ANY LEAVE PAYOUT, THE
      * SAME BASIS PAYROLL MATCHES THE BRACKETS ON. PREMIUMS ARE LEFT
      * OUT AS THEY ARE NOT TAXED
           01 WS-GROSS-TABLE.
             02 WS-GROSS OCCURS 9999 TIMES PIC 9(7)V99 VALUE 0.
           01 WS-PAY-LINES-VALUE PIC 9(5) VALUE 0.
      * WORK COPY OF THE HISTORY LINE JUST READ, CARVED UP THE SAME
      * WAY EARNSTMT READS THE ARCHIVE BACK
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
             02 F PIC X(57).
           01 WS-HIST-DED-PARTS REDEFINES WS-HISTORY-LINE.
             02 F PIC X(17).
             02 WS-HIST-DED-CODE PIC X(10).
             02 F PIC X(1).
             02 WS-HIST-DED-AMOUNT PIC 9(6)V99.
             02 F PIC X(44).
           01 WS-HIST-LVP-PARTS REDEFINES WS-HISTORY-LINE.
             02 F PIC X(17).
             02 WS-HIST-LVP-DAYS PIC 9(3).
             02 F PIC X(1).
             02 WS-HIST-LVP-AMOUNT PIC 9(6)V99.
             02 F PIC X(51).
           01 WS-HIST-ID-NUMBER PIC 9(4).
      * ONE SLOT PER DEDUCTION CODE SEEN IN THE PERIOD OR MAPPED IN THE
      * LEDGER - WHAT WAS FILED, AND WHAT THE LEDGER WAS CREDITED
           01 WS-CODES-TABLE.
             02 WS-CODES-ENTRY OCCURS 20 TIMES.
               03 WS-CODES-CODE PIC X(10).
               03 WS-CODES-COUNT PIC 9(4).
               03 WS-CODES-FILED PIC 9(9)V99.
               03 WS-CODES-LEDGER PIC 9(9)V99.
               03 WS-CODES-IN-LEDGER PIC 9.
           01 WS-CODES-COUNT-VALUE PIC 9(2) VALUE 0.
           01 WS-CODES-INDEX PIC 9(2).
           01 WS-CODES-HIT PIC 9(2).
           01 WS-CODES-FOUND PIC 9.
           01 WS-LOOKUP-CODE PIC X(10).
      * WORK COPY OF THE POSTING LINE JUST READ, IN THE SHAPE PAYROLL
      * WRITES IT - A DED CREDIT CARRIES ITS CODE AS THE DESCRIPTION,
      * THE TRAILER CARRIES THE PAY PERIOD THE FILE WAS WRITTEN FOR
           01 WS-GL-LINE PIC X(72).
           01 WS-GL-LINE-PARTS REDEFINES WS-GL-LINE.
             02 WS-GL-LINE-TYPE PIC X(1).
             02 F PIC X(1).
             02 WS-GL-LINE-ACCOUNT PIC X(8).
             02 F PIC X(1).
             02 WS-GL-LINE-DESC.
               03 WS-GL-LINE-DESC-CODE PIC X(10).
               03 WS-GL-LINE-DESC-REST PIC X(10).
             02 F PIC X(1).
             02 WS-GL-LINE-AMOUNT PIC ZZZZZZZZ9.99.
             02 F PIC X(28).
           01 WS-GL-LINE-TRAILER-PARTS REDEFINES WS-GL-LINE.
             02 F PIC X(60).
             02 WS-GL-LINE-PERIOD PIC X(7).
             02 F PIC X(5).
           01 WS-GL-AMOUNT PIC 9(9)V99.
           01 WS-GL-POSTING-FOUND PIC 9 VALUE 0.
      * PAYROLL REWRITES GL-POSTING.TXT EVERY RUN, SO FOR ANY PERIOD
      * BUT THE LATEST PAID IT HOLDS ANOTHER MONTH'S LEDGER - THEN NO
      * CODE IS RECONCILED AGAINST IT
           01 WS-GL-PERIOD PIC X(7) VALUE SPACES.
           01 WS-LEDGER-MISMATCH PIC 9 VALUE 0.
           01 WS-FILE-COUNT PIC 9(4).
           01 WS-FILE-TOTAL PIC 9(9)V99.
           01 WS-FILES-WRITTEN PIC 9(2) VALUE 0.
           01 WS-DIFFERENCES PIC 9(2) VALUE 0.
           01 WS-GRAND-COUNT PIC 9(5) VALUE 0.
           01 WS-GRAND-FILED PIC 9(10)V99 VALUE 0.
           01 WS-GRAND-LEDGER PIC 9(10)V99 VALUE 0.
           01 WS-REMITTANCE-DETAIL.
             02 WS-REMITTANCE-ID PIC 9(4).
             02 F PIC X(1) VALUE SPACE.
             02 WS-REMITTANCE-LAST-NAME PIC X(10).
             02 F PIC X(1) VALUE SPACE.
             02 WS-REMITTANCE-FIRST-NAME PIC X(20).
             02 F PIC X(1) VALUE SPACE.
             02 WS-REMITTANCE-GROSS PIC ZZZZZZ9.99.
             02 F PIC X(1) VALUE SPACE.
             02 WS-REMITTANCE-AMOUNT PIC ZZZZZ9.99.
           01 WS-REMITTANCE-TRAILER.
             02 F PIC X(2) VALUE "T ".
             02 WS-REMITTANCE-TRAILER-CODE PIC X(10).
             02 F PIC X(1) VALUE SPACE.
             02 WS-REMITTANCE-TRAILER-PERIOD PIC X(7).
             02 F PIC X(9) VALUE " RECORDS ".
             02 WS-REMITTANCE-TRAILER-COUNT PIC ZZZ9.
             02 F PIC X(7) VALUE " TOTAL ".
             02 WS-REMITTANCE-TRAILER-TOTAL PIC ZZZZZZZZ9.99.
           01 WS-TITLE-LINE.
             02 F PIC X(32) VALUE "Statutory Remittance Control".
             02 F PIC X(7) VALUE "PERIOD ".
             02 WS-TITLE-PERIOD PIC X(7).
           01 WS-COLUMNS.
             02 F PIC X(34) VALUE "Code      Records    Filed total".
             02 F PIC X(38) VALUE "Ledger total  Status".
           01 WS-DASHES PIC X(72) VALUE ALL "-".
           01 WS-CONTROL-DETAIL.
             02 WS-CONTROL-CODE PIC X(10).
             02 F PIC X(2) VALUE SPACES.
             02 WS-CONTROL-COUNT PIC ZZZZ9.
             02 F PIC X(2) VALUE SPACES.
             02 WS-CONTROL-FILED PIC ZZZZZZZZZ9.99.
             02 F PIC X(1) VALUE SPACE.
             02 WS-CONTROL-LEDGER PIC ZZZZZZZZZ9.99.
             02 F PIC X(2) VALUE SPACES.
             02 WS-CONTROL-STATUS PIC X(22).
           01 WS-CONTROL-RESULT-LINE PIC X(72).
           01 WS-CONTROL-NO-LEDGER-LINE PIC X(72) VALUE
             "gl-posting.txt not found - nothing to reconcile against".
           01 WS-CONTROL-MISMATCH-LINE.
             02 F PIC X(29) VALUE "gl-posting.txt is for period ".
             02 WS-MISMATCH-PERIOD PIC X(7).
             02 F PIC X(20) VALUE " - not reconciled".

           01 WS-RUN-JOURNAL-FILE-STATUS.
             05 WS-RUN-JOURNAL-STATUS-KEY-1 PIC X.
             05 WS-RUN-JOURNAL-STATUS-KEY-2 PIC X.
      * THIS RUN'S JOURNAL LINE - THE BUSINESS DATES IT COVERED, WHEN
      * IT RAN, RECORDS READ AND WRITTEN, AND HOW IT ENDED: NORMAL,
      * GUARD (STOPPED BY A CHECK BEFORE DOING ITS WORK) OR RESTART
      * (PICKED UP FROM A CHECKPOINT)
           01 WS-RUN-JOURNAL-LINE.
             02 WS-RUN-JOURNAL-PROGRAM PIC X(10) VALUE "REMIT".
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
             DISPLAY "Pay period (YYYY-MM): " WITH NO ADVANCING
             ACCEPT WS-REMIT-PERIOD
             IF WS-REMIT-YEAR NOT NUMERIC OR
                WS-REMIT-MONTH NOT NUMERIC OR
                WS-REMIT-DASH NOT = "-"
               DISPLAY "Pay period must be YYYY-MM"
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             IF WS-REMIT-MONTH < "01" OR WS-REMIT-MONTH > "12"
               DISPLAY "Pay period must be YYYY-MM"
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             MOVE WS-REMIT-PERIOD TO WS-RUN-JOURNAL-PERIOD
             PERFORM SET-RUN-JOURNAL-PERIOD
             PERFORM LOAD-EMPLOYEES
             PERFORM SCAN-PAYROLL-HISTORY
             IF WS-PAY-LINES-VALUE = 0
               DISPLAY "No pay lines for " WS-REMIT-PERIOD
                 " on payroll-history.txt"
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             PERFORM LOAD-GL-ACCOUNTS
             PERFORM LOAD-GL-POSTING
             IF WS-GL-POSTING-FOUND = 1 AND
                WS-GL-PERIOD NOT = WS-REMIT-PERIOD
               MOVE 1 TO WS-LEDGER-MISMATCH
               DISPLAY "gl-posting.txt is for period " WS-GL-PERIOD
                 " - codes not reconciled"
             END-IF
             PERFORM WRITE-REMITTANCE-FILE
               VARYING WS-CODES-INDEX FROM 1 BY 1
               UNTIL WS-CODES-INDEX > WS-CODES-COUNT-VALUE
             PERFORM WRITE-CONTROL-REPORT
             DISPLAY "Remittance files written: " WS-FILES-WRITTEN
             IF WS-DIFFERENCES > 0 AND WS-LEDGER-MISMATCH = 0
               DISPLAY "Deduction codes not agreeing with the ledger: "
                 WS-DIFFERENCES
             END-IF
             DISPLAY "Finished writing statutory remittance returns"
             MOVE WS-PAY-LINES-VALUE TO WS-RUN-JOURNAL-READ
             MOVE WS-FILES-WRITTEN TO WS-RUN-JOURNAL-WRITTEN
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN.

      * HELPER FUNCTIONS

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
               MOVE EMPLOYEE-LAST-NAME TO WS-LAST-NAME (EMPLOYEE-ID)
               MOVE EMPLOYEE-FIRST-NAME TO WS-FIRST-NAME (EMPLOYEE-ID)
             END-IF
             READ EMPLOYEES.

      * FIRST PASS - THE EARNINGS OF EVERYONE PAID IN THE PERIOD, AND
      * THE DEDUCTION CODES THAT PERIOD ACTUALLY CARRIES
           SCAN-PAYROLL-HISTORY.
             OPEN INPUT PAYROLL-HISTORY
             IF WS-PAYROLL-HISTORY-STATUS-KEY-1 = "0"
               READ PAYROLL-HISTORY
               PERFORM SCAN-PAYROLL-HISTORY-ENTRY
                 UNTIL WS-PAYROLL-HISTORY-STATUS-KEY-1 = "1"
               CLOSE PAYROLL-HISTORY
             END-IF.

           SCAN-PAYROLL-HISTORY-ENTRY.
             MOVE PAYROLL-HISTORY-LINE TO WS-HISTORY-LINE
             IF WS-HIST-PERIOD = WS-REMIT-PERIOD AND
                WS-HIST-ID IS NUMERIC
               MOVE WS-HIST-ID TO WS-HIST-ID-NUMBER
               IF WS-HIST-TYPE = "PAY" AND WS-HIST-PAY-GROSS IS NUMERIC
                 ADD WS-HIST-PAY-GROSS TO WS-GROSS (WS-HIST-ID-NUMBER)
                 ADD 1 TO WS-PAY-LINES-VALUE
               END-IF
               IF WS-HIST-TYPE = "LVP" AND
                  WS-HIST-LVP-AMOUNT IS NUMERIC
                 ADD WS-HIST-LVP-AMOUNT TO
                   WS-GROSS (WS-HIST-ID-NUMBER)
               END-IF
               IF WS-HIST-TYPE = "DED" AND
                  WS-HIST-DED-AMOUNT IS NUMERIC
                 MOVE WS-HIST-DED-CODE TO WS-LOOKUP-CODE
                 PERFORM FIND-CODE
                 IF WS-CODES-FOUND = 1
                   ADD 1 TO WS-CODES-COUNT (WS-CODES-HIT)
                   ADD WS-HIST-DED-AMOUNT TO
                     WS-CODES-FILED (WS-CODES-HIT)
                 END-IF
               END-IF
             END-IF
             READ PAYROLL-HISTORY.

      * FINDS THE SLOT FOR WS-LOOKUP-CODE, OPENING A NEW ONE THE FIRST
      * TIME A CODE IS SEEN - WS-CODES-FOUND STAYS 0 ONLY WHEN ALL
      * TWENTY SLOTS ARE TAKEN
           FIND-CODE.
             MOVE 0 TO WS-CODES-FOUND
             PERFORM CHECK-CODE
               VARYING WS-CODES-INDEX FROM 1 BY 1
               UNTIL WS-CODES-INDEX > WS-CODES-COUNT-VALUE
                 OR WS-CODES-FOUND = 1
             IF WS-CODES-FOUND = 0 AND WS-CODES-COUNT-VALUE < 20
               ADD 1 TO WS-CODES-COUNT-VALUE
               MOVE WS-CODES-COUNT-VALUE TO WS-CODES-HIT
               MOVE WS-LOOKUP-CODE TO WS-CODES-CODE (WS-CODES-HIT)
               MOVE 0 TO WS-CODES-COUNT (WS-CODES-HIT)
               MOVE 0 TO WS-CODES-FILED (WS-CODES-HIT)
               MOVE 0 TO WS-CODES-LEDGER (WS-CODES-HIT)
               MOVE 0 TO WS-CODES-IN-LEDGER (WS-CODES-HIT)
               MOVE 1 TO WS-CODES-FOUND
             END-IF
             IF WS-CODES-FOUND = 0
               DISPLAY "More than 20 deduction codes - "
                 WS-LOOKUP-CODE " not reported"
             END-IF.

           CHECK-CODE.
             IF WS-LOOKUP-CODE = WS-CODES-CODE (WS-CODES-INDEX)
               MOVE WS-CODES-INDEX TO WS-CODES-HIT
               MOVE 1 TO WS-CODES-FOUND
             END-IF.

      * EVERY DED KEY THE LEDGER MAP KNOWS GETS A SLOT, SO ITS CREDIT
      * LINE IS PICKED UP BELOW EVEN WHEN NOTHING WAS FILED UNDER IT
           LOAD-GL-ACCOUNTS.
             OPEN INPUT GL-ACCOUNTS
             IF WS-GL-ACCOUNTS-STATUS-KEY-1 = "0"
               READ GL-ACCOUNTS
               PERFORM LOAD-GL-ACCOUNTS-ENTRY
                 UNTIL WS-GL-ACCOUNTS-STATUS-KEY-1 = "1"
               CLOSE GL-ACCOUNTS
             END-IF.

           LOAD-GL-ACCOUNTS-ENTRY.
             IF GL-ACCOUNT-TYPE = "DED" AND GL-ACCOUNT-KEY NOT = SPACES
               MOVE GL-ACCOUNT-KEY TO WS-LOOKUP-CODE
               PERFORM FIND-CODE
             END-IF
             READ GL-ACCOUNTS.

      * A DED CREDIT IS A "C" LINE WHOSE DESCRIPTION IS A DEDUCTION
      * CODE AND NOTHING ELSE - PAYROLL WRITES THE CODE THERE
           LOAD-GL-POSTING.
             OPEN INPUT GL-POSTING
             IF WS-GL-POSTING-STATUS-KEY-1 = "0"
               MOVE 1 TO WS-GL-POSTING-FOUND
               READ GL-POSTING
               PERFORM LOAD-GL-POSTING-ENTRY
                 UNTIL WS-GL-POSTING-STATUS-KEY-1 = "1"
               CLOSE GL-POSTING
             END-IF.

           LOAD-GL-POSTING-ENTRY.
             MOVE GL-POSTING-LINE TO WS-GL-LINE
             IF WS-GL-LINE-TYPE = "T"
               MOVE WS-GL-LINE-PERIOD TO WS-GL-PERIOD
             END-IF
             IF WS-GL-LINE-TYPE = "C" AND
                WS-GL-LINE-DESC-REST = SPACES
               MOVE 0 TO WS-CODES-FOUND
               MOVE WS-GL-LINE-DESC-CODE TO WS-LOOKUP-CODE
               PERFORM CHECK-CODE
                 VARYING WS-CODES-INDEX FROM 1 BY 1
                 UNTIL WS-CODES-INDEX > WS-CODES-COUNT-VALUE
                   OR WS-CODES-FOUND = 1
               IF WS-CODES-FOUND = 1
                 MOVE WS-GL-LINE-AMOUNT TO WS-GL-AMOUNT
                 ADD WS-GL-AMOUNT TO WS-CODES-LEDGER (WS-CODES-HIT)
                 MOVE 1 TO WS-CODES-IN-LEDGER (WS-CODES-HIT)
               END-IF
             END-IF
             READ GL-POSTING.

      * SECOND PASS, ONCE PER CODE CARRIED IN THE PERIOD - THE DED
      * LINES FOR THAT CODE BECOME THE DETAIL LINES OF ITS FILE. THE
      * TRAILER IS TOTALLED FROM THE LINES ACTUALLY WRITTEN
           WRITE-REMITTANCE-FILE.
             IF WS-CODES-COUNT (WS-CODES-INDEX) > 0
               MOVE SPACES TO WS-REMITTANCE-FILE-NAME
               STRING "remit-" DELIMITED BY SIZE
                      WS-CODES-CODE (WS-CODES-INDEX)
                        DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      WS-REMIT-PERIOD DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                 INTO WS-REMITTANCE-FILE-NAME
               OPEN OUTPUT REMITTANCE-FILE
               MOVE 0 TO WS-FILE-COUNT
               MOVE 0 TO WS-FILE-TOTAL
               OPEN INPUT PAYROLL-HISTORY
               READ PAYROLL-HISTORY
               PERFORM WRITE-REMITTANCE-ENTRY
                 UNTIL WS-PAYROLL-HISTORY-STATUS-KEY-1 = "1"
               CLOSE PAYROLL-HISTORY
               MOVE WS-CODES-CODE (WS-CODES-INDEX) TO
                 WS-REMITTANCE-TRAILER-CODE
               MOVE WS-REMIT-PERIOD TO WS-REMITTANCE-TRAILER-PERIOD
               MOVE WS-FILE-COUNT TO WS-REMITTANCE-TRAILER-COUNT
               MOVE WS-FILE-TOTAL TO WS-REMITTANCE-TRAILER-TOTAL
               WRITE REMITTANCE-LINE FROM WS-REMITTANCE-TRAILER
               CLOSE REMITTANCE-FILE
               MOVE WS-FILE-COUNT TO WS-CODES-COUNT (WS-CODES-INDEX)
               MOVE WS-FILE-TOTAL TO WS-CODES-FILED (WS-CODES-INDEX)
               ADD 1 TO WS-FILES-WRITTEN
               DISPLAY "Wrote " WS-REMITTANCE-FILE-NAME
             END-IF.

           WRITE-REMITTANCE-ENTRY.
             MOVE PAYROLL-HISTORY-LINE TO WS-HISTORY-LINE
             IF WS-HIST-PERIOD = WS-REMIT-PERIOD AND
                WS-HIST-ID IS NUMERIC AND
                WS-HIST-TYPE = "DED" AND
                WS-HIST-DED-CODE = WS-CODES-CODE (WS-CODES-INDEX) AND
                WS-HIST-DED-AMOUNT IS NUMERIC
               MOVE WS-HIST-ID TO WS-HIST-ID-NUMBER
               MOVE WS-HIST-ID-NUMBER TO WS-REMITTANCE-ID
               MOVE WS-LAST-NAME (WS-HIST-ID-NUMBER) TO
                 WS-REMITTANCE-LAST-NAME
               MOVE WS-FIRST-NAME (WS-HIST-ID-NUMBER) TO
                 WS-REMITTANCE-FIRST-NAME
               MOVE WS-GROSS (WS-HIST-ID-NUMBER) TO WS-REMITTANCE-GROSS
               MOVE WS-HIST-DED-AMOUNT TO WS-REMITTANCE-AMOUNT
               WRITE REMITTANCE-LINE FROM WS-REMITTANCE-DETAIL
               ADD 1 TO WS-FILE-COUNT
               ADD WS-HIST-DED-AMOUNT TO WS-FILE-TOTAL
             END-IF
             READ PAYROLL-HISTORY.

      * A CODE AGREES WHEN WHAT WAS FILED EQUALS WHAT THE LEDGER WAS
      * CREDITED. FILED WITH NO LEDGER LINE, OR A LEDGER LINE WITH
      * NOTHING FILED, IS A DIFFERENCE TOO
           WRITE-CONTROL-REPORT.
             OPEN OUTPUT REMITTANCE-CONTROL
             MOVE WS-REMIT-PERIOD TO WS-TITLE-PERIOD
             WRITE REMITTANCE-CONTROL-LINE FROM WS-TITLE-LINE
             IF WS-GL-POSTING-FOUND = 0
               WRITE REMITTANCE-CONTROL-LINE
                 FROM WS-CONTROL-NO-LEDGER-LINE
             END-IF
             IF WS-LEDGER-MISMATCH = 1
               MOVE WS-GL-PERIOD TO WS-MISMATCH-PERIOD
               WRITE REMITTANCE-CONTROL-LINE
                 FROM WS-CONTROL-MISMATCH-LINE
             END-IF
             WRITE REMITTANCE-CONTROL-LINE FROM WS-COLUMNS
             WRITE REMITTANCE-CONTROL-LINE FROM WS-DASHES
             PERFORM WRITE-CONTROL-LINE
               VARYING WS-CODES-INDEX FROM 1 BY 1
               UNTIL WS-CODES-INDEX > WS-CODES-COUNT-VALUE
             WRITE REMITTANCE-CONTROL-LINE FROM WS-DASHES
             MOVE "TOTAL" TO WS-CONTROL-CODE
             MOVE WS-GRAND-COUNT TO WS-CONTROL-COUNT
             MOVE WS-GRAND-FILED TO WS-CONTROL-FILED
             MOVE WS-GRAND-LEDGER TO WS-CONTROL-LEDGER
             IF WS-GRAND-FILED = WS-GRAND-LEDGER
               MOVE "AGREES" TO WS-CONTROL-STATUS
             ELSE
               MOVE "DIFFERS" TO WS-CONTROL-STATUS
             END-IF
             IF WS-LEDGER-MISMATCH = 1
               MOVE "LEDGER PERIOD MISMATCH" TO WS-CONTROL-STATUS
             END-IF
             WRITE REMITTANCE-CONTROL-LINE FROM WS-CONTROL-DETAIL
             IF WS-DIFFERENCES = 0
               MOVE "All deduction codes agree with gl-posting.txt" TO
                 WS-CONTROL-RESULT-LINE
             ELSE
               MOVE "Deduction codes NOT agreeing with gl-posting.txt"
                 TO WS-CONTROL-RESULT-LINE
             END-IF
             IF WS-LEDGER-MISMATCH = 1
               MOVE "Not reconciled - gl-posting.txt is another period"
                 TO WS-CONTROL-RESULT-LINE
             END-IF
             WRITE REMITTANCE-CONTROL-LINE FROM WS-CONTROL-RESULT-LINE
             CLOSE REMITTANCE-CONTROL.

           WRITE-CONTROL-LINE.
             IF WS-CODES-COUNT (WS-CODES-INDEX) > 0 OR
                WS-CODES-IN-LEDGER (WS-CODES-INDEX) = 1
               MOVE WS-CODES-CODE (WS-CODES-INDEX) TO WS-CONTROL-CODE
               MOVE WS-CODES-COUNT (WS-CODES-INDEX) TO WS-CONTROL-COUNT
               MOVE WS-CODES-FILED (WS-CODES-INDEX) TO WS-CONTROL-FILED
               MOVE WS-CODES-LEDGER (WS-CODES-INDEX) TO
                 WS-CONTROL-LEDGER
               IF WS-CODES-IN-LEDGER (WS-CODES-INDEX) = 0
                 MOVE "NOT IN LEDGER" TO WS-CONTROL-STATUS
                 ADD 1 TO WS-DIFFERENCES
               ELSE
                 IF WS-CODES-COUNT (WS-CODES-INDEX) = 0
                   MOVE "NOT FILED" TO WS-CONTROL-STATUS
                   ADD 1 TO WS-DIFFERENCES
                 ELSE
                   IF WS-CODES-FILED (WS-CODES-INDEX) =
                      WS-CODES-LEDGER (WS-CODES-INDEX)
                     MOVE "AGREES" TO WS-CONTROL-STATUS
                   ELSE
                     MOVE "DIFFERS" TO WS-CONTROL-STATUS
                     ADD 1 TO WS-DIFFERENCES
                   END-IF
                 END-IF
               END-IF
               IF WS-LEDGER-MISMATCH = 1
                 MOVE "LEDGER PERIOD MISMATCH" TO WS-CONTROL-STATUS
               END-IF
               WRITE REMITTANCE-CONTROL-LINE FROM WS-CONTROL-DETAIL
               ADD WS-CODES-COUNT (WS-CODES-INDEX) TO WS-GRAND-COUNT
               ADD WS-CODES-FILED (WS-CODES-INDEX) TO WS-GRAND-FILED
               ADD WS-CODES-LEDGER (WS-CODES-INDEX) TO WS-GRAND-LEDGER
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
