           IDENTIFICATION DIVISION.
           PROGRAM-ID. FLEXBANK.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT EMPLOYEES ASSIGN TO
                       'employees.txt'
                       FILE STATUS IS WS-EMPLOYEES-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE MONTH'S RUNNING TOTALS THE DAILY RUN WRITES - THE HEADER
      * NAMES THE MONTH BEING CLOSED, THE FLEX FIELD ON EACH EMPLOYEE
      * LINE IS THE MONTH'S NET TIME-BANK MOVEMENT IN MINUTES
                SELECT MONTHLY-ATTENDANTS-OUT ASSIGN TO
                       'monthly-attendancecob.txt'
                       FILE STATUS IS WS-MONTHLY-ATTENDANTS-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * ONE LINE PER EMPLOYEE - THE LAST MONTH CLOSED INTO THE BANK
      * WITH THE BALANCE IT OPENED AND CLOSED ON. READ WHOLE, THEN
      * REWRITTEN WHOLE WITH THIS MONTH'S LINES
                SELECT TIME-BANK ASSIGN TO
                       'time-bank.txt'
                       FILE STATUS IS WS-TIME-BANK-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * CARRY-OVER CAP AND DEFICIT LIMIT IN WHOLE HOURS. NO FILE MEANS
      * THE DEFAULTS IN WORKING-STORAGE
                SELECT FLEX-CONTROL ASSIGN TO
                       'flex-control.txt'
                       FILE STATUS IS WS-FLEX-CONTROL-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

                SELECT BANK-STATEMENT ASSIGN TO
                       'time-bank-statement.txt'
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

           FD MONTHLY-ATTENDANTS-OUT.
           01 MONTHLY-ATTENDANT-OUT.
                 88 EOF-MONTHLY-ATTENDANT-OUT VALUE HIGH-VALUES.
                 02 MONTHLY-ATTENDANT-OUT-ID PIC 9(4).
                 02 MONTHLY-ATTENDANT-OUT-ABSENT PIC 9(3).
                 02 MONTHLY-ATTENDANT-OUT-LATE PIC 9(3).
                 02 MONTHLY-ATTENDANT-OUT-OVERTIME PIC 9(3).
                 02 MONTHLY-ATTENDANT-OUT-WORK-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-REST-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-HOLIDAY-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-NIGHT-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-FLEX-MIN PIC S9(5)
                    SIGN LEADING SEPARATE.

           FD TIME-BANK.
           01 TIME-BANK-RECORD.
                 88 EOF-TIME-BANK VALUE HIGH-VALUES.
                 02 TIME-BANK-ID PIC 9(4).
                 02 TIME-BANK-PADDING1 PIC X(1).
                 02 TIME-BANK-PERIOD PIC X(7).
                 02 TIME-BANK-PADDING2 PIC X(1).
                 02 TIME-BANK-OPENING-MIN PIC S9(6)
                    SIGN LEADING SEPARATE.
                 02 TIME-BANK-PADDING3 PIC X(1).
                 02 TIME-BANK-CLOSING-MIN PIC S9(6)
                    SIGN LEADING SEPARATE.

           FD FLEX-CONTROL.
           01 FLEX-CONTROL-RECORD.
                 88 EOF-FLEX-CONTROL VALUE HIGH-VALUES.
                 02 FLEX-CAP-HOURS PIC 9(3).
                 02 FLEX-DEFICIT-HOURS PIC 9(3).

           FD BANK-STATEMENT.
           01 BANK-STATEMENT-RECORD PIC X(72).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(86).

           WORKING-STORAGE SECTION.
           01 WS-EMPLOYEES-FILE-STATUS.
             05 WS-EMPLOYEES-STATUS-KEY-1 PIC X.
             05 WS-EMPLOYEES-STATUS-KEY-2 PIC X.
           01 WS-MONTHLY-ATTENDANTS-FILE-STATUS.
             05 WS-MONTHLY-ATTENDANTS-STATUS-KEY-1 PIC X.
             05 WS-MONTHLY-ATTENDANTS-STATUS-KEY-2 PIC X.
           01 WS-TIME-BANK-FILE-STATUS.
             05 WS-TIME-BANK-STATUS-KEY-1 PIC X.
             05 WS-TIME-BANK-STATUS-KEY-2 PIC X.
           01 WS-FLEX-CONTROL-FILE-STATUS.
             05 WS-FLEX-CONTROL-STATUS-KEY-1 PIC X.
             05 WS-FLEX-CONTROL-STATUS-KEY-2 PIC X.
           01 WS-PAY-PERIOD PIC X(7).
      * THE MONTH BEFORE WS-PAY-PERIOD - A BANK LINE CLOSED EARLIER
      * THAN THIS MEANS A MONTH WAS NEVER CARRIED, AND ITS MOVEMENT
      * WENT WITH THAT MONTH'S MONTHLY FILE
           01 WS-PRIOR-PERIOD.
             02 WS-PRIOR-YEAR PIC 9(4).
             02 WS-PRIOR-DASH PIC X(1).
             02 WS-PRIOR-MONTH PIC 9(2).
      * DEFAULTS WHEN FLEX-CONTROL.TXT IS NOT THERE
           01 WS-FLEX-CAP-HOURS PIC 9(3) VALUE 40.
           01 WS-FLEX-DEFICIT-HOURS PIC 9(3) VALUE 20.
           01 WS-FLEX-CAP-MIN PIC S9(6).
           01 WS-FLEX-DEFICIT-MIN PIC S9(6).
      * ONE SLOT PER EMPLOYEE ID. WS-BANK-ON-FILE SAYS A LINE CAME IN
      * FROM TIME-BANK.TXT, WS-BANK-MOVED THAT THE MONTHLY FILE HAS A
      * LINE FOR THE ID THIS MONTH - EITHER ONE PUTS THE ID ON THE
      * REWRITTEN BANK AND ON THE STATEMENT
           01 WS-BANK-TABLE.
             02 WS-BANK-ENTRY OCCURS 9999 TIMES.
               03 WS-BANK-ON-FILE PIC 9 VALUE 0.
               03 WS-BANK-MOVED PIC 9 VALUE 0.
               03 WS-BANK-PERIOD PIC X(7) VALUE SPACES.
               03 WS-BANK-OPENING PIC S9(6) VALUE 0.
               03 WS-BANK-MOVEMENT PIC S9(6) VALUE 0.
               03 WS-BANK-CLOSING PIC S9(6) VALUE 0.
               03 WS-BANK-MISSED PIC 9 VALUE 0.
               03 WS-BANK-LAST-PERIOD PIC X(7) VALUE SPACES.
           01 WS-BANK-INDEX PIC 9(5).
           01 WS-BANK-AHEAD PIC 9 VALUE 0.
           01 WS-BANK-AHEAD-PERIOD PIC X(7).
           01 WS-BANK-WRITTEN PIC 9(4) VALUE 0.
           01 WS-LISTED-COUNT PIC 9(4) VALUE 0.
           01 WS-OVER-CAP-COUNT PIC 9(4) VALUE 0.
           01 WS-DEFICIT-COUNT PIC 9(4) VALUE 0.
           01 WS-MISSED-COUNT PIC 9(4) VALUE 0.
           01 WS-TOTAL-CLOSING PIC S9(8) VALUE 0.
           01 WS-HOURS PIC S9(6)V99.
           01 WS-TITLE.
             02 F PIC X(24) VALUE "Time Bank Statement for ".
             02 WS-TITLE-PERIOD PIC X(7).
           01 WS-LIMITS-LINE.
             02 F PIC X(22) VALUE "Carry-over cap hours: ".
             02 WS-LIMITS-CAP PIC ZZ9.
             02 F PIC X(24) VALUE "   Deficit limit hours: ".
             02 WS-LIMITS-DEFICIT PIC ZZ9.
           01 WS-COLUMNS.
             02 F PIC X(31) VALUE "Staff-ID Name".
             02 F PIC X(41) VALUE
               " Opening Movement  Closing  Flag".
           01 WS-DASHES.
             02 F PIC X(24) VALUE '------------------------'.
             02 F PIC X(24) VALUE '------------------------'.
             02 F PIC X(24) VALUE '------------------------'.
      * BALANCES PRINT IN HOURS - THE BANK ITSELF IS KEPT IN MINUTES
           01 WS-DETAIL-LINE.
             02 WS-DETAIL-ID PIC 9(4).
             02 F PIC X(5) VALUE SPACES.
             02 WS-DETAIL-LAST-NAME PIC X(10).
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-FIRST-NAME PIC X(10).
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-OPENING PIC ----9.99.
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-MOVEMENT PIC ----9.99.
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-CLOSING PIC ----9.99.
             02 F PIC X(2) VALUE SPACES.
             02 WS-DETAIL-FLAG PIC X(12).
      * A MISSED MONTH GETS ITS OWN LINE UNDER THE DETAIL, SO IT
      * NEVER HIDES AN ABOVE CAP OR DEFICIT FLAG ALREADY ON IT
           01 WS-MISSED-LINE.
             02 F PIC X(9) VALUE SPACES.
             02 F PIC X(30) VALUE "** MONTH MISSED - last closed ".
             02 WS-MISSED-PERIOD PIC X(7).
             02 F PIC X(26) VALUE ", months since not carried".
           01 WS-TOTAL-LINE.
             02 F PIC X(26) VALUE "Total closing hours:      ".
             02 WS-TOTAL-CLOSING-OUT PIC -------9.99.
           01 WS-COUNT-LINE.
             02 WS-COUNT-LABEL PIC X(26).
             02 WS-COUNT-OUT PIC ZZZ9.

           01 WS-RUN-JOURNAL-FILE-STATUS.
             05 WS-RUN-JOURNAL-STATUS-KEY-1 PIC X.
             05 WS-RUN-JOURNAL-STATUS-KEY-2 PIC X.
      * THIS RUN'S JOURNAL LINE - THE BUSINESS DATES IT COVERED, WHEN
      * IT RAN, RECORDS READ AND WRITTEN, AND HOW IT ENDED: NORMAL,
      * GUARD (STOPPED BY A CHECK BEFORE DOING ITS WORK) OR RESTART
      * (PICKED UP FROM A CHECKPOINT)
           01 WS-RUN-JOURNAL-LINE.
             02 WS-RUN-JOURNAL-PROGRAM PIC X(10) VALUE "FLEXBANK".
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
             PERFORM LOAD-FLEX-CONTROL
             OPEN INPUT MONTHLY-ATTENDANTS-OUT
             IF WS-MONTHLY-ATTENDANTS-STATUS-KEY-1 NOT = "0"
               DISPLAY "monthly-attendancecob.txt could not be opened"
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
      * FIRST RECORD IS THE YEAR-MONTH HEADER - THE MONTH BEING CLOSED
             READ MONTHLY-ATTENDANTS-OUT
             IF WS-MONTHLY-ATTENDANTS-STATUS-KEY-1 = "1"
               DISPLAY "monthly-attendancecob.txt is empty"
               CLOSE MONTHLY-ATTENDANTS-OUT
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             MOVE MONTHLY-ATTENDANT-OUT TO WS-PAY-PERIOD
             MOVE WS-PAY-PERIOD TO WS-RUN-JOURNAL-PERIOD
             PERFORM SET-RUN-JOURNAL-PERIOD
             MOVE WS-PAY-PERIOD TO WS-PRIOR-PERIOD
             IF WS-PRIOR-MONTH = 1
               MOVE 12 TO WS-PRIOR-MONTH
               SUBTRACT 1 FROM WS-PRIOR-YEAR
             ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
             END-IF
             PERFORM LOAD-TIME-BANK
      * A BANK ALREADY CLOSED FOR A LATER MONTH MUST NOT BE WOUND BACK
      * BY AN OLD MONTHLY FILE
             IF WS-BANK-AHEAD = 1
               DISPLAY "time-bank.txt is already closed for "
                 WS-BANK-AHEAD-PERIOD
               DISPLAY "Month " WS-PAY-PERIOD " is not carried again"
               CLOSE MONTHLY-ATTENDANTS-OUT
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             READ MONTHLY-ATTENDANTS-OUT
             PERFORM LOAD-MONTHLY-MOVEMENT
               UNTIL WS-MONTHLY-ATTENDANTS-STATUS-KEY-1 = "1"
             CLOSE MONTHLY-ATTENDANTS-OUT
             PERFORM CLOSE-BANK-ENTRY
               VARYING WS-BANK-INDEX FROM 1 BY 1
               UNTIL WS-BANK-INDEX > 9999
             OPEN OUTPUT BANK-STATEMENT
             MOVE WS-PAY-PERIOD TO WS-TITLE-PERIOD
             MOVE WS-FLEX-CAP-HOURS TO WS-LIMITS-CAP
             MOVE WS-FLEX-DEFICIT-HOURS TO WS-LIMITS-DEFICIT
             WRITE BANK-STATEMENT-RECORD FROM WS-TITLE
             WRITE BANK-STATEMENT-RECORD FROM WS-LIMITS-LINE
             WRITE BANK-STATEMENT-RECORD FROM WS-COLUMNS
             WRITE BANK-STATEMENT-RECORD FROM WS-DASHES
             OPEN INPUT EMPLOYEES.

           PROCESS-EMPLOYEES.
              READ EMPLOYEES
              IF WS-EMPLOYEES-STATUS-KEY-1 = "1"
                GO TO WRITE-STATEMENT-FOOTER
              END-IF
              IF WS-BANK-ON-FILE (EMPLOYEE-ID) = 1 OR
                 WS-BANK-MOVED (EMPLOYEE-ID) = 1
                PERFORM WRITE-STATEMENT-DETAIL
              END-IF
              GO TO PROCESS-EMPLOYEES.

           WRITE-STATEMENT-FOOTER.
             MOVE WS-TOTAL-CLOSING TO WS-HOURS
             DIVIDE 60 INTO WS-HOURS ROUNDED
             MOVE WS-HOURS TO WS-TOTAL-CLOSING-OUT
             WRITE BANK-STATEMENT-RECORD FROM WS-DASHES
             WRITE BANK-STATEMENT-RECORD FROM WS-TOTAL-LINE
             MOVE "Employees listed:" TO WS-COUNT-LABEL
             MOVE WS-LISTED-COUNT TO WS-COUNT-OUT
             WRITE BANK-STATEMENT-RECORD FROM WS-COUNT-LINE
             MOVE "Above carry-over cap:" TO WS-COUNT-LABEL
             MOVE WS-OVER-CAP-COUNT TO WS-COUNT-OUT
             WRITE BANK-STATEMENT-RECORD FROM WS-COUNT-LINE
             MOVE "Beyond deficit limit:" TO WS-COUNT-LABEL
             MOVE WS-DEFICIT-COUNT TO WS-COUNT-OUT
             WRITE BANK-STATEMENT-RECORD FROM WS-COUNT-LINE
             MOVE "Month missed:" TO WS-COUNT-LABEL
             MOVE WS-MISSED-COUNT TO WS-COUNT-OUT
             WRITE BANK-STATEMENT-RECORD FROM WS-COUNT-LINE
             PERFORM WRITE-TIME-BANK.

           FINISH.
              DISPLAY "Time bank closed for " WS-PAY-PERIOD
              DISPLAY "Balances written: " WS-BANK-WRITTEN
              DISPLAY "Above cap: " WS-OVER-CAP-COUNT
                " Beyond deficit: " WS-DEFICIT-COUNT
              IF WS-MISSED-COUNT > 0
                DISPLAY "Balances carried over a missed month: "
                  WS-MISSED-COUNT
              END-IF
              CLOSE EMPLOYEES, BANK-STATEMENT
              MOVE WS-BANK-WRITTEN TO WS-RUN-JOURNAL-WRITTEN
              PERFORM WRITE-RUN-JOURNAL.
           STOP RUN.

      * HELPER FUNCTIONS

           LOAD-FLEX-CONTROL.
              OPEN INPUT FLEX-CONTROL
              IF WS-FLEX-CONTROL-STATUS-KEY-1 = "0"
                READ FLEX-CONTROL
                IF WS-FLEX-CONTROL-STATUS-KEY-1 = "0"
                  MOVE FLEX-CAP-HOURS TO WS-FLEX-CAP-HOURS
                  MOVE FLEX-DEFICIT-HOURS TO WS-FLEX-DEFICIT-HOURS
                END-IF
                CLOSE FLEX-CONTROL
              END-IF
              COMPUTE WS-FLEX-CAP-MIN = WS-FLEX-CAP-HOURS * 60
              COMPUTE WS-FLEX-DEFICIT-MIN =
                0 - WS-FLEX-DEFICIT-HOURS * 60.

      * NO TIME-BANK.TXT YET MEANS EVERYBODY STARTS FROM ZERO
           LOAD-TIME-BANK.
              OPEN INPUT TIME-BANK
              IF WS-TIME-BANK-STATUS-KEY-1 = "0"
                READ TIME-BANK
                PERFORM LOAD-TIME-BANK-ENTRY
                  UNTIL WS-TIME-BANK-STATUS-KEY-1 = "1"
                CLOSE TIME-BANK
              END-IF.

      * A LINE ALREADY CARRYING THIS MONTH IS A RE-RUN - START AGAIN
      * FROM THE SAME OPENING BALANCE SO THE MONTH IS NOT COUNTED
      * TWICE. A LINE FOR AN EARLIER MONTH OPENS THIS ONE ON ITS CLOSE,
      * AND ONE OLDER THAN LAST MONTH IS MARKED - THE MONTHS BETWEEN
      * WERE NEVER CARRIED, SO THEIR MOVEMENT IS NOT IN THE BALANCE
           LOAD-TIME-BANK-ENTRY.
              IF TIME-BANK-ID IS NUMERIC AND TIME-BANK-ID > 0
                MOVE TIME-BANK-ID TO WS-BANK-INDEX
                MOVE 1 TO WS-BANK-ON-FILE (WS-BANK-INDEX)
                MOVE 0 TO WS-BANK-MOVEMENT (WS-BANK-INDEX)
                MOVE WS-PAY-PERIOD TO WS-BANK-PERIOD (WS-BANK-INDEX)
                IF TIME-BANK-PERIOD = WS-PAY-PERIOD
                  MOVE TIME-BANK-OPENING-MIN TO
                    WS-BANK-OPENING (WS-BANK-INDEX)
                ELSE
                  MOVE TIME-BANK-CLOSING-MIN TO
                    WS-BANK-OPENING (WS-BANK-INDEX)
                END-IF
                IF TIME-BANK-PERIOD > WS-PAY-PERIOD
                  MOVE 1 TO WS-BANK-AHEAD
                  MOVE TIME-BANK-PERIOD TO WS-BANK-AHEAD-PERIOD
                END-IF
                IF TIME-BANK-PERIOD < WS-PRIOR-PERIOD
                  MOVE 1 TO WS-BANK-MISSED (WS-BANK-INDEX)
                  MOVE TIME-BANK-PERIOD TO
                    WS-BANK-LAST-PERIOD (WS-BANK-INDEX)
                END-IF
              END-IF
              READ TIME-BANK.

           LOAD-MONTHLY-MOVEMENT.
              ADD 1 TO WS-RUN-JOURNAL-READ
              IF MONTHLY-ATTENDANT-OUT-ID IS NUMERIC AND
                 MONTHLY-ATTENDANT-OUT-ID > 0 AND
                 MONTHLY-ATTENDANT-OUT-FLEX-MIN IS NUMERIC
                MOVE MONTHLY-ATTENDANT-OUT-ID TO WS-BANK-INDEX
                IF WS-BANK-ON-FILE (WS-BANK-INDEX) NOT = 1
                  MOVE 0 TO WS-BANK-OPENING (WS-BANK-INDEX)
                END-IF
                MOVE 1 TO WS-BANK-MOVED (WS-BANK-INDEX)
                MOVE WS-PAY-PERIOD TO WS-BANK-PERIOD (WS-BANK-INDEX)
                MOVE MONTHLY-ATTENDANT-OUT-FLEX-MIN TO
                  WS-BANK-MOVEMENT (WS-BANK-INDEX)
              END-IF
              READ MONTHLY-ATTENDANTS-OUT.

           CLOSE-BANK-ENTRY.
              IF WS-BANK-ON-FILE (WS-BANK-INDEX) = 1 OR
                 WS-BANK-MOVED (WS-BANK-INDEX) = 1
                IF WS-BANK-MOVED (WS-BANK-INDEX) NOT = 1
                  MOVE 0 TO WS-BANK-MOVEMENT (WS-BANK-INDEX)
                END-IF
                COMPUTE WS-BANK-CLOSING (WS-BANK-INDEX) =
                  WS-BANK-OPENING (WS-BANK-INDEX) +
                  WS-BANK-MOVEMENT (WS-BANK-INDEX)
              END-IF.

      * THE CAP AND THE DEFICIT LIMIT ARE FLAGS FOR THE MANAGER, NOT
      * ADJUSTMENTS - NOTHING IS FORFEITED OR WRITTEN OFF HERE
           WRITE-STATEMENT-DETAIL.
              MOVE EMPLOYEE-ID TO WS-BANK-INDEX
              ADD 1 TO WS-LISTED-COUNT
              MOVE EMPLOYEE-ID TO WS-DETAIL-ID
              MOVE EMPLOYEE-LAST-NAME TO WS-DETAIL-LAST-NAME
              MOVE EMPLOYEE-FIRST-NAME TO WS-DETAIL-FIRST-NAME
              MOVE WS-BANK-OPENING (WS-BANK-INDEX) TO WS-HOURS
              DIVIDE 60 INTO WS-HOURS ROUNDED
              MOVE WS-HOURS TO WS-DETAIL-OPENING
              MOVE WS-BANK-MOVEMENT (WS-BANK-INDEX) TO WS-HOURS
              DIVIDE 60 INTO WS-HOURS ROUNDED
              MOVE WS-HOURS TO WS-DETAIL-MOVEMENT
              MOVE WS-BANK-CLOSING (WS-BANK-INDEX) TO WS-HOURS
              DIVIDE 60 INTO WS-HOURS ROUNDED
              MOVE WS-HOURS TO WS-DETAIL-CLOSING
              ADD WS-BANK-CLOSING (WS-BANK-INDEX) TO WS-TOTAL-CLOSING
              MOVE SPACES TO WS-DETAIL-FLAG
              IF WS-BANK-CLOSING (WS-BANK-INDEX) > WS-FLEX-CAP-MIN
                MOVE "ABOVE CAP" TO WS-DETAIL-FLAG
                ADD 1 TO WS-OVER-CAP-COUNT
              END-IF
              IF WS-BANK-CLOSING (WS-BANK-INDEX) < WS-FLEX-DEFICIT-MIN
                MOVE "DEFICIT" TO WS-DETAIL-FLAG
                ADD 1 TO WS-DEFICIT-COUNT
              END-IF
              WRITE BANK-STATEMENT-RECORD FROM WS-DETAIL-LINE
              IF WS-BANK-MISSED (WS-BANK-INDEX) = 1
                ADD 1 TO WS-MISSED-COUNT
                MOVE WS-BANK-LAST-PERIOD (WS-BANK-INDEX) TO
                  WS-MISSED-PERIOD
                WRITE BANK-STATEMENT-RECORD FROM WS-MISSED-LINE
              END-IF.

      * EVERY ID THAT CAME IN ON THE OLD BANK OR MOVED THIS MONTH GOES
      * BACK OUT, IN ID ORDER, STAMPED WITH THE MONTH JUST CLOSED -
      * INCLUDING IDS NO LONGER ON THE MASTER, SO A BALANCE IS NEVER
      * DROPPED WITHOUT SOMEBODY SETTLING IT
           WRITE-TIME-BANK.
              OPEN OUTPUT TIME-BANK
              PERFORM WRITE-TIME-BANK-ENTRY
                VARYING WS-BANK-INDEX FROM 1 BY 1
                UNTIL WS-BANK-INDEX > 9999
              CLOSE TIME-BANK.

           WRITE-TIME-BANK-ENTRY.
              IF WS-BANK-ON-FILE (WS-BANK-INDEX) = 1 OR
                 WS-BANK-MOVED (WS-BANK-INDEX) = 1
                MOVE SPACES TO TIME-BANK-RECORD
                MOVE WS-BANK-INDEX TO TIME-BANK-ID
                MOVE WS-BANK-PERIOD (WS-BANK-INDEX) TO TIME-BANK-PERIOD
                MOVE WS-BANK-OPENING (WS-BANK-INDEX) TO
                  TIME-BANK-OPENING-MIN
                MOVE WS-BANK-CLOSING (WS-BANK-INDEX) TO
                  TIME-BANK-CLOSING-MIN
                WRITE TIME-BANK-RECORD
                ADD 1 TO WS-BANK-WRITTEN
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
