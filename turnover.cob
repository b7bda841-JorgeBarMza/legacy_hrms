           IDENTIFICATION DIVISION.
           PROGRAM-ID. TURNOVER.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * THE ADD/CHANGE/TERMINATE TRAIL EMPMAINT APPENDS TO - EVERY
      * MOVEMENT ON THIS REPORT IS READ OFF ITS BEFORE AND AFTER
      * IMAGES, SO THE MANAGEMENT PACK COUNTS WHAT WAS ACTUALLY KEYED
                SELECT EMPLOYEE-AUDIT ASSIGN TO
                       'employee-audit.txt'
                       FILE STATUS IS WS-AUDIT-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE TEXT MASTER THE BATCH CHAIN READS - STANDS IN FOR ANYONE
      * WHOSE RECORD HAS NOT CHANGED SINCE THE MONTH CLOSED, INCLUDING
      * EVERYONE LOADED BY EMPLOAD BEFORE THE AUDIT TRAIL EXISTED
                SELECT EMPLOYEES ASSIGN TO
                       'employees.txt'
                       FILE STATUS IS WS-EMPLOYEES-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE DEPARTMENT REFERENCE FILE DEPTMAINT MAINTAINS - READ HERE
      * FOR THE REPORT ORDER AND THE FULL NAMES NEXT TO THE CODES
                SELECT DEPARTMENTS ASSIGN TO
                       'departments.txt'
                       FILE STATUS IS WS-DEPARTMENTS-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

                SELECT TURNOVER-REPORT ASSIGN TO
                       'turnover-report.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD EMPLOYEE-AUDIT.
           01 EMPLOYEE-AUDIT-RECORD.
                 88 EOF-EMPLOYEE-AUDIT VALUE HIGH-VALUES.
                 02 AUDIT-DATE.
                   03 AUDIT-DATE-MONTH PIC X(7).
                   03 F PIC X(3).
                 02 AUDIT-PADDING1 PIC X(1).
                 02 AUDIT-ACTION PIC X(9).
                 02 AUDIT-PADDING2 PIC X(1).
                 02 AUDIT-BEFORE-IMAGE PIC X(74).
                 02 AUDIT-PADDING3 PIC X(1).
                 02 AUDIT-AFTER-IMAGE PIC X(74).
      * EFFECTIVE DATE OF A SALARY CHANGE - NOT USED HERE, A MOVEMENT
      * IS REPORTED IN THE MONTH IT WENT ON THE MASTER
                 02 AUDIT-PADDING4 PIC X(1).
                 02 AUDIT-EFFECTIVE PIC X(10).

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

           FD DEPARTMENTS.
           01 DEPARTMENT-RECORD.
                 88 EOF-DEPARTMENT VALUE HIGH-VALUES.
                 02 DEPARTMENT-CODE PIC A(3).
                 02 DEPARTMENT-NAME PIC X(20).
                 02 DEPARTMENT-MANAGER-ID PIC 9(4).

           FD TURNOVER-REPORT.
           01 TURNOVER-REPORT-LINE PIC X(72).

           WORKING-STORAGE SECTION.
           01 WS-AUDIT-FILE-STATUS.
             05 WS-AUDIT-STATUS-KEY-1 PIC X.
             05 WS-AUDIT-STATUS-KEY-2 PIC X.
           01 WS-EMPLOYEES-FILE-STATUS.
             05 WS-EMPLOYEES-STATUS-KEY-1 PIC X.
             05 WS-EMPLOYEES-STATUS-KEY-2 PIC X.
           01 WS-DEPARTMENTS-FILE-STATUS.
             05 WS-DEPARTMENTS-STATUS-KEY-1 PIC X.
             05 WS-DEPARTMENTS-STATUS-KEY-2 PIC X.
           01 WS-REPORT-MONTH PIC X(7).
           01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
             02 WS-REPORT-YEAR PIC 9(4).
             02 WS-REPORT-DASH PIC X(1).
             02 WS-REPORT-MONTH-NUMBER PIC 9(2).
      * THE TWO AUDIT IMAGES CARVED UP THE SAME WAY THE MASTER RECORD
      * IS LAID OUT - A BLANK BEFORE IMAGE IS AN ADD, A BLANK AFTER
      * IMAGE NEVER HAPPENS BUT READS AS "NOT ON THE BOOKS" ALL THE SAME
           01 WS-BEFORE-IMAGE.
             02 WS-BEFORE-ID PIC X(4).
             02 WS-BEFORE-LAST-NAME PIC X(10).
             02 WS-BEFORE-FIRST-NAME PIC X(20).
             02 F PIC X(21).
             02 WS-BEFORE-DEPARTMENT PIC A(3).
             02 WS-BEFORE-SALARY PIC X(6).
             02 WS-BEFORE-TERMINATION PIC X(10).
           01 WS-AFTER-IMAGE.
             02 WS-AFTER-ID PIC X(4).
             02 WS-AFTER-LAST-NAME PIC X(10).
             02 WS-AFTER-FIRST-NAME PIC X(20).
             02 F PIC X(21).
             02 WS-AFTER-DEPARTMENT PIC A(3).
             02 WS-AFTER-SALARY PIC X(6).
             02 WS-AFTER-TERMINATION PIC X(10).
           01 WS-BEFORE-ACTIVE PIC 9.
           01 WS-AFTER-ACTIVE PIC 9.
           01 WS-AUDIT-ID PIC 9(4).
      * ONE SLOT PER EMPLOYEE-ID, THE SAME DIRECT-INDEXED TRICK
      * RECONCILE USES. THE OPENING PICTURE IS THE BEFORE IMAGE OF THE
      * FIRST AUDIT LINE DATED IN OR AFTER THE REPORT MONTH, THE
      * CLOSING PICTURE THE BEFORE IMAGE OF THE FIRST ONE DATED AFTER
      * IT - WHOEVER HAS NO SUCH LINE STILL LOOKS THE WAY THE MASTER
      * SAYS, OR FAILING THAT THE WAY THEIR LAST AUDIT LINE LEFT THEM
           01 WS-AUDIT-SEEN-TABLE.
             02 WS-AUDIT-SEEN OCCURS 9999 TIMES PIC 9 VALUE 0.
           01 WS-ON-MASTER-TABLE.
             02 WS-ON-MASTER OCCURS 9999 TIMES PIC 9 VALUE 0.
           01 WS-OPEN-SET-TABLE.
             02 WS-OPEN-SET OCCURS 9999 TIMES PIC 9 VALUE 0.
           01 WS-OPEN-ACTIVE-TABLE.
             02 WS-OPEN-ACTIVE OCCURS 9999 TIMES PIC 9 VALUE 0.
           01 WS-OPEN-DEPT-TABLE.
             02 WS-OPEN-DEPT OCCURS 9999 TIMES PIC A(3) VALUE SPACES.
           01 WS-CLOSE-SET-TABLE.
             02 WS-CLOSE-SET OCCURS 9999 TIMES PIC 9 VALUE 0.
           01 WS-CLOSE-ACTIVE-TABLE.
             02 WS-CLOSE-ACTIVE OCCURS 9999 TIMES PIC 9 VALUE 0.
           01 WS-CLOSE-DEPT-TABLE.
             02 WS-CLOSE-DEPT OCCURS 9999 TIMES PIC A(3) VALUE SPACES.
           01 WS-LAST-ACTIVE-TABLE.
             02 WS-LAST-ACTIVE OCCURS 9999 TIMES PIC 9 VALUE 0.
           01 WS-LAST-DEPT-TABLE.
             02 WS-LAST-DEPT OCCURS 9999 TIMES PIC A(3) VALUE SPACES.
      * THE FULL-RANGE SWEEP COUNTER HAS TO HOLD 10000 TO FAIL ITS
      * UNTIL TEST, THE SAME AS RECONCILE'S
           01 WS-SWEEP-ID PIC 9(5).
      * ONE LINE OF COUNTERS PER DEPARTMENT - DEPARTMENTS.TXT ORDER
      * FIRST, THEN ANY CODE THE AUDIT TRAIL OR THE MASTER STILL
      * CARRIES THAT DEPTMAINT HAS SINCE CLOSED, ADDED AS IT TURNS UP
           01 WS-DEPARTMENTS-TABLE.
             02 WS-DEPARTMENTS-ENTRY OCCURS 20 TIMES.
               03 WS-DEPARTMENTS-CODE PIC A(3).
               03 WS-DEPARTMENTS-NAME PIC X(20).
               03 WS-DEPT-OPENING PIC 9(4).
               03 WS-DEPT-HIRES PIC 9(4).
               03 WS-DEPT-TERMINATIONS PIC 9(4).
               03 WS-DEPT-TRANSFERS-IN PIC 9(4).
               03 WS-DEPT-TRANSFERS-OUT PIC 9(4).
               03 WS-DEPT-SALARY-CHANGES PIC 9(4).
               03 WS-DEPT-CLOSING PIC 9(4).
           01 WS-DEPARTMENTS-COUNT PIC 9(3) VALUE 0.
           01 WS-DEPARTMENTS-INDEX PIC 9(3).
           01 WS-DEPARTMENTS-HIT PIC 9(3).
           01 WS-DEPARTMENT-FOUND PIC 9.
           01 WS-LOOKUP-DEPARTMENT PIC A(3).
           01 WS-TOTAL-OPENING PIC 9(5) VALUE 0.
           01 WS-TOTAL-HIRES PIC 9(5) VALUE 0.
           01 WS-TOTAL-TERMINATIONS PIC 9(5) VALUE 0.
           01 WS-TOTAL-TRANSFERS-IN PIC 9(5) VALUE 0.
           01 WS-TOTAL-TRANSFERS-OUT PIC 9(5) VALUE 0.
           01 WS-TOTAL-SALARY-CHANGES PIC 9(5) VALUE 0.
           01 WS-TOTAL-CLOSING PIC 9(5) VALUE 0.
      * TERMINATIONS OVER THE AVERAGE OF OPENING AND CLOSING
      * HEADCOUNT - THE USUAL MONTHLY TURNOVER MEASURE
           01 WS-AVERAGE-HEADCOUNT PIC 9(5)V9.
           01 WS-TURNOVER-PCT PIC 9(3)V9.
      * OPENING PLUS EVERY MOVEMENT MUST LAND ON CLOSING. WHEN IT DOES
      * NOT, SOMEBODY CHANGED THE MASTER OUTSIDE EMPMAINT AND THE LINE
      * IS MARKED INSTEAD OF BEING QUIETLY FORCED TO BALANCE
           01 WS-EXPECTED-CLOSING PIC S9(6).
           01 WS-UNEXPLAINED-COUNT PIC 9(3) VALUE 0.
           01 WS-MOVEMENT-COUNT PIC 9(5) VALUE 0.
           01 WS-TITLE-LINE.
             02 F PIC X(32) VALUE "Headcount and Turnover Report".
             02 F PIC X(6) VALUE "Month ".
             02 WS-TITLE-MONTH PIC X(7).
           01 WS-COLUMNS.
             02 F PIC X(25) VALUE "Dept Name".
             02 F PIC X(25) VALUE "Open Hire Term   In  Out ".
             02 F PIC X(18) VALUE " Sal Clse Turn%".
           01 WS-DASHES.
             02 F PIC X(24) VALUE '------------------------'.
             02 F PIC X(24) VALUE '------------------------'.
             02 F PIC X(24) VALUE '------------------------'.
           01 WS-DETAIL-LINE.
             02 WS-DETAIL-CODE PIC A(3).
             02 F PIC X(2) VALUE SPACES.
             02 WS-DETAIL-NAME PIC X(20).
             02 WS-DETAIL-OPENING PIC ZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-HIRES PIC ZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-TERMINATIONS PIC ZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-TRANSFERS-IN PIC ZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-TRANSFERS-OUT PIC ZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-SALARY-CHANGES PIC ZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-CLOSING PIC ZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-TURNOVER PIC ZZ9.9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-FLAG PIC X(1).
           01 WS-TOTAL-LINE.
             02 F PIC X(25) VALUE "ALL  Company total".
             02 WS-TOTAL-OPENING-DISPLAY PIC ZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-TOTAL-HIRES-DISPLAY PIC ZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-TOTAL-TERMINATIONS-DISPLAY PIC ZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-TOTAL-TRANSFERS-IN-DISPLAY PIC ZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-TOTAL-TRANSFERS-OUT-DISPLAY PIC ZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-TOTAL-SALARY-DISPLAY PIC ZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-TOTAL-CLOSING-DISPLAY PIC ZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-TOTAL-TURNOVER-DISPLAY PIC ZZ9.9.
           01 WS-UNEXPLAINED-LINE PIC X(72) VALUE
             "* Headcount change not explained by the audit trail".
           01 WS-MOVEMENTS-TITLE PIC X(20) VALUE "Movements".
           01 WS-MOVEMENT-COLUMNS.
             02 F PIC X(11) VALUE "Date".
             02 F PIC X(12) VALUE "Movement".
             02 F PIC X(5) VALUE "ID".
             02 F PIC X(27) VALUE "Name".
             02 F PIC X(6) VALUE "From".
             02 F PIC X(2) VALUE "To".
           01 WS-MOVEMENT-LINE.
             02 WS-MOVEMENT-DATE PIC X(10).
             02 F PIC X(1) VALUE SPACE.
             02 WS-MOVEMENT-TYPE PIC X(11).
             02 F PIC X(1) VALUE SPACE.
             02 WS-MOVEMENT-ID PIC 9(4).
             02 F PIC X(1) VALUE SPACE.
             02 WS-MOVEMENT-LAST-NAME PIC X(10).
             02 F PIC X(1) VALUE SPACE.
             02 WS-MOVEMENT-FIRST-NAME PIC X(15).
             02 F PIC X(1) VALUE SPACE.
             02 WS-MOVEMENT-FROM PIC A(3).
             02 F PIC X(3) VALUE SPACES.
             02 WS-MOVEMENT-TO PIC A(3).
           01 WS-NO-MOVEMENTS-LINE PIC X(40) VALUE
             "No movements on file for this month".

           PROCEDURE DIVISION.
           BEGIN.
             DISPLAY "Report month (YYYY-MM): " WITH NO ADVANCING
             ACCEPT WS-REPORT-MONTH
             IF WS-REPORT-YEAR NOT NUMERIC OR
                WS-REPORT-MONTH-NUMBER NOT NUMERIC OR
                WS-REPORT-DASH NOT = "-"
               DISPLAY "Report month must be YYYY-MM"
               STOP RUN
             END-IF
             IF WS-REPORT-MONTH-NUMBER < 1 OR
                WS-REPORT-MONTH-NUMBER > 12
               DISPLAY "Report month must be YYYY-MM"
               STOP RUN
             END-IF
             PERFORM LOAD-DEPARTMENTS
             PERFORM SCAN-AUDIT-TRAIL
             PERFORM SCAN-MASTER
             PERFORM TALLY-EMPLOYEE-STATE
               VARYING WS-SWEEP-ID FROM 1 BY 1
               UNTIL WS-SWEEP-ID > 9999
             OPEN OUTPUT TURNOVER-REPORT
             MOVE WS-REPORT-MONTH TO WS-TITLE-MONTH
             WRITE TURNOVER-REPORT-LINE FROM WS-TITLE-LINE
             WRITE TURNOVER-REPORT-LINE FROM WS-COLUMNS
             WRITE TURNOVER-REPORT-LINE FROM WS-DASHES
             PERFORM WRITE-DEPARTMENT-LINE
               VARYING WS-DEPARTMENTS-INDEX FROM 1 BY 1
               UNTIL WS-DEPARTMENTS-INDEX > WS-DEPARTMENTS-COUNT
             PERFORM WRITE-TOTAL-LINE
             PERFORM WRITE-MOVEMENTS-SECTION
             CLOSE TURNOVER-REPORT
             IF WS-UNEXPLAINED-COUNT > 0
               DISPLAY "Departments with unexplained headcount change: "
                 WS-UNEXPLAINED-COUNT
             END-IF
             DISPLAY "Finished writing headcount and turnover report"
             STOP RUN.

      * HELPER FUNCTIONS

      * ONE PASS IN FILE ORDER, WHICH IS DATE ORDER - EMPMAINT ONLY
      * EVER APPENDS WITH TODAY'S DATE
           SCAN-AUDIT-TRAIL.
             OPEN INPUT EMPLOYEE-AUDIT
             IF WS-AUDIT-STATUS-KEY-1 = "0"
               READ EMPLOYEE-AUDIT
               PERFORM SCAN-AUDIT-RECORD
                 UNTIL WS-AUDIT-STATUS-KEY-1 = "1"
               CLOSE EMPLOYEE-AUDIT
             ELSE
               DISPLAY "employee-audit.txt not found - movements"
                 " will all show zero"
             END-IF.

           SCAN-AUDIT-RECORD.
             PERFORM SPLIT-AUDIT-IMAGES
             IF WS-AUDIT-ID > 0
               MOVE 1 TO WS-AUDIT-SEEN (WS-AUDIT-ID)
               IF AUDIT-DATE-MONTH NOT < WS-REPORT-MONTH AND
                  WS-OPEN-SET (WS-AUDIT-ID) = 0
                 MOVE 1 TO WS-OPEN-SET (WS-AUDIT-ID)
                 MOVE WS-BEFORE-ACTIVE TO WS-OPEN-ACTIVE (WS-AUDIT-ID)
                 MOVE WS-BEFORE-DEPARTMENT TO WS-OPEN-DEPT (WS-AUDIT-ID)
               END-IF
               IF AUDIT-DATE-MONTH > WS-REPORT-MONTH AND
                  WS-CLOSE-SET (WS-AUDIT-ID) = 0
                 MOVE 1 TO WS-CLOSE-SET (WS-AUDIT-ID)
                 MOVE WS-BEFORE-ACTIVE TO WS-CLOSE-ACTIVE (WS-AUDIT-ID)
                 MOVE WS-BEFORE-DEPARTMENT TO
                   WS-CLOSE-DEPT (WS-AUDIT-ID)
               END-IF
               MOVE WS-AFTER-ACTIVE TO WS-LAST-ACTIVE (WS-AUDIT-ID)
               MOVE WS-AFTER-DEPARTMENT TO WS-LAST-DEPT (WS-AUDIT-ID)
               IF AUDIT-DATE-MONTH = WS-REPORT-MONTH
                 PERFORM COUNT-MOVEMENT
               END-IF
             END-IF
             READ EMPLOYEE-AUDIT.

      * THE ID COMES OFF THE AFTER IMAGE, OR THE BEFORE IMAGE WHEN
      * THE AFTER IMAGE IS BLANK. "ACTIVE" MEANS ON FILE WITH NO
      * TERMINATION DATE, THE SAME TEST PAYROLL MAKES
           SPLIT-AUDIT-IMAGES.
             MOVE AUDIT-BEFORE-IMAGE TO WS-BEFORE-IMAGE
             MOVE AUDIT-AFTER-IMAGE TO WS-AFTER-IMAGE
             MOVE 0 TO WS-AUDIT-ID
             IF WS-AFTER-ID IS NUMERIC
               MOVE WS-AFTER-ID TO WS-AUDIT-ID
             ELSE
               IF WS-BEFORE-ID IS NUMERIC
                 MOVE WS-BEFORE-ID TO WS-AUDIT-ID
               END-IF
             END-IF
             MOVE 0 TO WS-BEFORE-ACTIVE
             IF WS-BEFORE-IMAGE NOT = SPACES AND
                WS-BEFORE-TERMINATION = SPACES
               MOVE 1 TO WS-BEFORE-ACTIVE
             END-IF
             MOVE 0 TO WS-AFTER-ACTIVE
             IF WS-AFTER-IMAGE NOT = SPACES AND
                WS-AFTER-TERMINATION = SPACES
               MOVE 1 TO WS-AFTER-ACTIVE
             END-IF.

      * MOVEMENTS ARE READ OFF WHAT THE LINE DID TO THE RECORD, NOT
      * OFF THE ACTION WORD - A REHIRE KEYED AS A CHANGE STILL COUNTS
      * AS A HIRE, AND A CHANGE THAT MOVES BOTH DEPARTMENT AND SALARY
      * COUNTS AS BOTH
           COUNT-MOVEMENT.
             IF WS-BEFORE-ACTIVE = 0 AND WS-AFTER-ACTIVE = 1
               MOVE WS-AFTER-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
               PERFORM FIND-DEPARTMENT
               IF WS-DEPARTMENT-FOUND = 1
                 ADD 1 TO WS-DEPT-HIRES (WS-DEPARTMENTS-HIT)
               END-IF
             END-IF
             IF WS-BEFORE-ACTIVE = 1 AND WS-AFTER-ACTIVE = 0
               MOVE WS-BEFORE-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
               PERFORM FIND-DEPARTMENT
               IF WS-DEPARTMENT-FOUND = 1
                 ADD 1 TO WS-DEPT-TERMINATIONS (WS-DEPARTMENTS-HIT)
               END-IF
             END-IF
             IF WS-BEFORE-ACTIVE = 1 AND WS-AFTER-ACTIVE = 1 AND
                WS-BEFORE-DEPARTMENT NOT = WS-AFTER-DEPARTMENT
               MOVE WS-BEFORE-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
               PERFORM FIND-DEPARTMENT
               IF WS-DEPARTMENT-FOUND = 1
                 ADD 1 TO WS-DEPT-TRANSFERS-OUT (WS-DEPARTMENTS-HIT)
               END-IF
               MOVE WS-AFTER-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
               PERFORM FIND-DEPARTMENT
               IF WS-DEPARTMENT-FOUND = 1
                 ADD 1 TO WS-DEPT-TRANSFERS-IN (WS-DEPARTMENTS-HIT)
               END-IF
             END-IF
             IF WS-BEFORE-IMAGE NOT = SPACES AND
                WS-AFTER-IMAGE NOT = SPACES AND
                WS-BEFORE-SALARY NOT = WS-AFTER-SALARY
               MOVE WS-AFTER-DEPARTMENT TO WS-LOOKUP-DEPARTMENT
               PERFORM FIND-DEPARTMENT
               IF WS-DEPARTMENT-FOUND = 1
                 ADD 1 TO WS-DEPT-SALARY-CHANGES (WS-DEPARTMENTS-HIT)
               END-IF
             END-IF.

      * ANYONE THE AUDIT TRAIL SAID NOTHING ABOUT FROM THE REPORT
      * MONTH ON LOOKS TODAY THE WAY THEY LOOKED THEN
           SCAN-MASTER.
             OPEN INPUT EMPLOYEES
             IF WS-EMPLOYEES-STATUS-KEY-1 = "0"
               READ EMPLOYEES
               PERFORM SCAN-MASTER-RECORD
                 UNTIL WS-EMPLOYEES-STATUS-KEY-1 = "1"
               CLOSE EMPLOYEES
             END-IF.

           SCAN-MASTER-RECORD.
             IF EMPLOYEE-ID > 0
               MOVE 1 TO WS-ON-MASTER (EMPLOYEE-ID)
               IF WS-OPEN-SET (EMPLOYEE-ID) = 0
                 MOVE 1 TO WS-OPEN-SET (EMPLOYEE-ID)
                 MOVE EMPLOYEE-DEPARTMENT TO WS-OPEN-DEPT (EMPLOYEE-ID)
                 IF EMPLOYEE-DATE-OF-TERMINATION = SPACES
                   MOVE 1 TO WS-OPEN-ACTIVE (EMPLOYEE-ID)
                 END-IF
               END-IF
               IF WS-CLOSE-SET (EMPLOYEE-ID) = 0
                 MOVE 1 TO WS-CLOSE-SET (EMPLOYEE-ID)
                 MOVE EMPLOYEE-DEPARTMENT TO
                   WS-CLOSE-DEPT (EMPLOYEE-ID)
                 IF EMPLOYEE-DATE-OF-TERMINATION = SPACES
                   MOVE 1 TO WS-CLOSE-ACTIVE (EMPLOYEE-ID)
                 END-IF
               END-IF
             END-IF
             READ EMPLOYEES.

      * AN ID ON THE AUDIT TRAIL BUT GONE FROM THE MASTER KEEPS THE
      * SHAPE ITS LAST AUDIT LINE GAVE IT, THEN EVERY ID IS COUNTED
      * INTO ITS OPENING AND CLOSING DEPARTMENT
           TALLY-EMPLOYEE-STATE.
             IF WS-AUDIT-SEEN (WS-SWEEP-ID) = 1 AND
                WS-ON-MASTER (WS-SWEEP-ID) = 0
               IF WS-OPEN-SET (WS-SWEEP-ID) = 0
                 MOVE WS-LAST-ACTIVE (WS-SWEEP-ID) TO
                   WS-OPEN-ACTIVE (WS-SWEEP-ID)
                 MOVE WS-LAST-DEPT (WS-SWEEP-ID) TO
                   WS-OPEN-DEPT (WS-SWEEP-ID)
               END-IF
               IF WS-CLOSE-SET (WS-SWEEP-ID) = 0
                 MOVE WS-LAST-ACTIVE (WS-SWEEP-ID) TO
                   WS-CLOSE-ACTIVE (WS-SWEEP-ID)
                 MOVE WS-LAST-DEPT (WS-SWEEP-ID) TO
                   WS-CLOSE-DEPT (WS-SWEEP-ID)
               END-IF
             END-IF
             IF WS-OPEN-ACTIVE (WS-SWEEP-ID) = 1
               MOVE WS-OPEN-DEPT (WS-SWEEP-ID) TO WS-LOOKUP-DEPARTMENT
               PERFORM FIND-DEPARTMENT
               IF WS-DEPARTMENT-FOUND = 1
                 ADD 1 TO WS-DEPT-OPENING (WS-DEPARTMENTS-HIT)
               END-IF
             END-IF
             IF WS-CLOSE-ACTIVE (WS-SWEEP-ID) = 1
               MOVE WS-CLOSE-DEPT (WS-SWEEP-ID) TO WS-LOOKUP-DEPARTMENT
               PERFORM FIND-DEPARTMENT
               IF WS-DEPARTMENT-FOUND = 1
                 ADD 1 TO WS-DEPT-CLOSING (WS-DEPARTMENTS-HIT)
               END-IF
             END-IF.

           WRITE-DEPARTMENT-LINE.
             MOVE WS-DEPARTMENTS-CODE (WS-DEPARTMENTS-INDEX) TO
               WS-DETAIL-CODE
             MOVE WS-DEPARTMENTS-NAME (WS-DEPARTMENTS-INDEX) TO
               WS-DETAIL-NAME
             MOVE WS-DEPT-OPENING (WS-DEPARTMENTS-INDEX) TO
               WS-DETAIL-OPENING
             MOVE WS-DEPT-HIRES (WS-DEPARTMENTS-INDEX) TO
               WS-DETAIL-HIRES
             MOVE WS-DEPT-TERMINATIONS (WS-DEPARTMENTS-INDEX) TO
               WS-DETAIL-TERMINATIONS
             MOVE WS-DEPT-TRANSFERS-IN (WS-DEPARTMENTS-INDEX) TO
               WS-DETAIL-TRANSFERS-IN
             MOVE WS-DEPT-TRANSFERS-OUT (WS-DEPARTMENTS-INDEX) TO
               WS-DETAIL-TRANSFERS-OUT
             MOVE WS-DEPT-SALARY-CHANGES (WS-DEPARTMENTS-INDEX) TO
               WS-DETAIL-SALARY-CHANGES
             MOVE WS-DEPT-CLOSING (WS-DEPARTMENTS-INDEX) TO
               WS-DETAIL-CLOSING
             COMPUTE WS-AVERAGE-HEADCOUNT =
               (WS-DEPT-OPENING (WS-DEPARTMENTS-INDEX) +
                WS-DEPT-CLOSING (WS-DEPARTMENTS-INDEX)) / 2
             MOVE 0 TO WS-TURNOVER-PCT
             IF WS-AVERAGE-HEADCOUNT > 0
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                 WS-DEPT-TERMINATIONS (WS-DEPARTMENTS-INDEX) * 100 /
                 WS-AVERAGE-HEADCOUNT
             END-IF
             MOVE WS-TURNOVER-PCT TO WS-DETAIL-TURNOVER
             COMPUTE WS-EXPECTED-CLOSING =
               WS-DEPT-OPENING (WS-DEPARTMENTS-INDEX) +
               WS-DEPT-HIRES (WS-DEPARTMENTS-INDEX) +
               WS-DEPT-TRANSFERS-IN (WS-DEPARTMENTS-INDEX) -
               WS-DEPT-TERMINATIONS (WS-DEPARTMENTS-INDEX) -
               WS-DEPT-TRANSFERS-OUT (WS-DEPARTMENTS-INDEX)
             MOVE SPACE TO WS-DETAIL-FLAG
             IF WS-EXPECTED-CLOSING NOT =
                WS-DEPT-CLOSING (WS-DEPARTMENTS-INDEX)
               MOVE "*" TO WS-DETAIL-FLAG
               ADD 1 TO WS-UNEXPLAINED-COUNT
             END-IF
             ADD WS-DEPT-OPENING (WS-DEPARTMENTS-INDEX) TO
               WS-TOTAL-OPENING
             ADD WS-DEPT-HIRES (WS-DEPARTMENTS-INDEX) TO
               WS-TOTAL-HIRES
             ADD WS-DEPT-TERMINATIONS (WS-DEPARTMENTS-INDEX) TO
               WS-TOTAL-TERMINATIONS
             ADD WS-DEPT-TRANSFERS-IN (WS-DEPARTMENTS-INDEX) TO
               WS-TOTAL-TRANSFERS-IN
             ADD WS-DEPT-TRANSFERS-OUT (WS-DEPARTMENTS-INDEX) TO
               WS-TOTAL-TRANSFERS-OUT
             ADD WS-DEPT-SALARY-CHANGES (WS-DEPARTMENTS-INDEX) TO
               WS-TOTAL-SALARY-CHANGES
             ADD WS-DEPT-CLOSING (WS-DEPARTMENTS-INDEX) TO
               WS-TOTAL-CLOSING
             WRITE TURNOVER-REPORT-LINE FROM WS-DETAIL-LINE.

      * TRANSFERS CANCEL OUT COMPANY-WIDE, SO THE TOTAL TURNOVER IS
      * LEAVERS AGAINST THE WHOLE AVERAGE HEADCOUNT
           WRITE-TOTAL-LINE.
             WRITE TURNOVER-REPORT-LINE FROM WS-DASHES
             MOVE WS-TOTAL-OPENING TO WS-TOTAL-OPENING-DISPLAY
             MOVE WS-TOTAL-HIRES TO WS-TOTAL-HIRES-DISPLAY
             MOVE WS-TOTAL-TERMINATIONS TO
               WS-TOTAL-TERMINATIONS-DISPLAY
             MOVE WS-TOTAL-TRANSFERS-IN TO
               WS-TOTAL-TRANSFERS-IN-DISPLAY
             MOVE WS-TOTAL-TRANSFERS-OUT TO
               WS-TOTAL-TRANSFERS-OUT-DISPLAY
             MOVE WS-TOTAL-SALARY-CHANGES TO WS-TOTAL-SALARY-DISPLAY
             MOVE WS-TOTAL-CLOSING TO WS-TOTAL-CLOSING-DISPLAY
             COMPUTE WS-AVERAGE-HEADCOUNT =
               (WS-TOTAL-OPENING + WS-TOTAL-CLOSING) / 2
             MOVE 0 TO WS-TURNOVER-PCT
             IF WS-AVERAGE-HEADCOUNT > 0
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                 WS-TOTAL-TERMINATIONS * 100 / WS-AVERAGE-HEADCOUNT
             END-IF
             MOVE WS-TURNOVER-PCT TO WS-TOTAL-TURNOVER-DISPLAY
             WRITE TURNOVER-REPORT-LINE FROM WS-TOTAL-LINE
             IF WS-UNEXPLAINED-COUNT > 0
               WRITE TURNOVER-REPORT-LINE FROM WS-UNEXPLAINED-LINE
             END-IF.

      * A SECOND PASS OVER THE TRAIL LISTS WHO MOVED, SO THE COUNTS
      * ABOVE CAN BE TICKED BACK NAME BY NAME
           WRITE-MOVEMENTS-SECTION.
             MOVE SPACES TO TURNOVER-REPORT-LINE
             WRITE TURNOVER-REPORT-LINE
             WRITE TURNOVER-REPORT-LINE FROM WS-MOVEMENTS-TITLE
             WRITE TURNOVER-REPORT-LINE FROM WS-MOVEMENT-COLUMNS
             WRITE TURNOVER-REPORT-LINE FROM WS-DASHES
             OPEN INPUT EMPLOYEE-AUDIT
             IF WS-AUDIT-STATUS-KEY-1 = "0"
               READ EMPLOYEE-AUDIT
               PERFORM LIST-AUDIT-RECORD
                 UNTIL WS-AUDIT-STATUS-KEY-1 = "1"
               CLOSE EMPLOYEE-AUDIT
             END-IF
             IF WS-MOVEMENT-COUNT = 0
               WRITE TURNOVER-REPORT-LINE FROM WS-NO-MOVEMENTS-LINE
             END-IF.

           LIST-AUDIT-RECORD.
             IF AUDIT-DATE-MONTH = WS-REPORT-MONTH
               PERFORM SPLIT-AUDIT-IMAGES
               IF WS-AUDIT-ID > 0
                 PERFORM WRITE-MOVEMENT-LINES
               END-IF
             END-IF
             READ EMPLOYEE-AUDIT.

           WRITE-MOVEMENT-LINES.
             MOVE AUDIT-DATE TO WS-MOVEMENT-DATE
             MOVE WS-AUDIT-ID TO WS-MOVEMENT-ID
             IF WS-AFTER-IMAGE NOT = SPACES
               MOVE WS-AFTER-LAST-NAME TO WS-MOVEMENT-LAST-NAME
               MOVE WS-AFTER-FIRST-NAME TO WS-MOVEMENT-FIRST-NAME
             ELSE
               MOVE WS-BEFORE-LAST-NAME TO WS-MOVEMENT-LAST-NAME
               MOVE WS-BEFORE-FIRST-NAME TO WS-MOVEMENT-FIRST-NAME
             END-IF
             MOVE WS-BEFORE-DEPARTMENT TO WS-MOVEMENT-FROM
             MOVE WS-AFTER-DEPARTMENT TO WS-MOVEMENT-TO
             IF WS-BEFORE-ACTIVE = 0 AND WS-AFTER-ACTIVE = 1
               MOVE "HIRE" TO WS-MOVEMENT-TYPE
               MOVE SPACES TO WS-MOVEMENT-FROM
               PERFORM WRITE-MOVEMENT-LINE
             END-IF
             IF WS-BEFORE-ACTIVE = 1 AND WS-AFTER-ACTIVE = 0
               MOVE "TERMINATION" TO WS-MOVEMENT-TYPE
               MOVE SPACES TO WS-MOVEMENT-TO
               PERFORM WRITE-MOVEMENT-LINE
             END-IF
             IF WS-BEFORE-ACTIVE = 1 AND WS-AFTER-ACTIVE = 1 AND
                WS-BEFORE-DEPARTMENT NOT = WS-AFTER-DEPARTMENT
               MOVE "TRANSFER" TO WS-MOVEMENT-TYPE
               PERFORM WRITE-MOVEMENT-LINE
             END-IF
             IF WS-BEFORE-IMAGE NOT = SPACES AND
                WS-AFTER-IMAGE NOT = SPACES AND
                WS-BEFORE-SALARY NOT = WS-AFTER-SALARY
               MOVE "SALARY" TO WS-MOVEMENT-TYPE
               MOVE WS-AFTER-DEPARTMENT TO WS-MOVEMENT-FROM
               MOVE WS-AFTER-DEPARTMENT TO WS-MOVEMENT-TO
               PERFORM WRITE-MOVEMENT-LINE
             END-IF.

           WRITE-MOVEMENT-LINE.
             ADD 1 TO WS-MOVEMENT-COUNT
             WRITE TURNOVER-REPORT-LINE FROM WS-MOVEMENT-LINE.

      * SAME GUARDED LOAD THE OTHER REPORTS USE - NO DEPARTMENTS FILE
      * JUST MEANS THE LINES COME OUT IN THE ORDER THE CODES TURN UP,
      * WITH BLANK NAMES
           LOAD-DEPARTMENTS.
             OPEN INPUT DEPARTMENTS
             IF WS-DEPARTMENTS-STATUS-KEY-1 = "0"
               READ DEPARTMENTS
               PERFORM LOAD-DEPARTMENTS-ENTRY
                 UNTIL WS-DEPARTMENTS-STATUS-KEY-1 = "1"
               CLOSE DEPARTMENTS
             END-IF.

           LOAD-DEPARTMENTS-ENTRY.
             IF WS-DEPARTMENTS-COUNT < 20
               ADD 1 TO WS-DEPARTMENTS-COUNT
               MOVE DEPARTMENT-CODE TO
                 WS-DEPARTMENTS-CODE (WS-DEPARTMENTS-COUNT)
               MOVE DEPARTMENT-NAME TO
                 WS-DEPARTMENTS-NAME (WS-DEPARTMENTS-COUNT)
               PERFORM CLEAR-DEPARTMENT-COUNTERS
             ELSE
               DISPLAY "More than 20 departments - "
                 DEPARTMENT-CODE " not loaded"
             END-IF
             READ DEPARTMENTS.

      * THE SLOT FOR WS-LOOKUP-DEPARTMENT, OPENED ON THE SPOT FOR A
      * CODE DEPARTMENTS.TXT DOES NOT CARRY, THE SAME WAY PAYROLL'S
      * FIND-GL-DEPT BUILDS ITS COST TABLE. WITH THE TABLE FULL THE
      * CODE IS LEFT OUT AND WS-DEPARTMENT-FOUND STAYS 0, SO THE
      * CALLER COUNTS NOTHING
           FIND-DEPARTMENT.
             MOVE 0 TO WS-DEPARTMENT-FOUND
             PERFORM CHECK-DEPARTMENT-ENTRY
               VARYING WS-DEPARTMENTS-INDEX FROM 1 BY 1
               UNTIL WS-DEPARTMENTS-INDEX > WS-DEPARTMENTS-COUNT
                 OR WS-DEPARTMENT-FOUND = 1
             IF WS-DEPARTMENT-FOUND = 0 AND WS-DEPARTMENTS-COUNT < 20
               ADD 1 TO WS-DEPARTMENTS-COUNT
               MOVE WS-DEPARTMENTS-COUNT TO WS-DEPARTMENTS-HIT
               MOVE WS-LOOKUP-DEPARTMENT TO
                 WS-DEPARTMENTS-CODE (WS-DEPARTMENTS-HIT)
               MOVE SPACES TO WS-DEPARTMENTS-NAME (WS-DEPARTMENTS-HIT)
               PERFORM CLEAR-DEPARTMENT-COUNTERS
               MOVE 1 TO WS-DEPARTMENT-FOUND
             END-IF
             IF WS-DEPARTMENT-FOUND = 0
               DISPLAY "More than 20 departments - "
                 WS-LOOKUP-DEPARTMENT " not counted"
             END-IF.

           CHECK-DEPARTMENT-ENTRY.
             IF WS-LOOKUP-DEPARTMENT =
                WS-DEPARTMENTS-CODE (WS-DEPARTMENTS-INDEX)
               MOVE WS-DEPARTMENTS-INDEX TO WS-DEPARTMENTS-HIT
               MOVE 1 TO WS-DEPARTMENT-FOUND
             END-IF.

           CLEAR-DEPARTMENT-COUNTERS.
             MOVE 0 TO WS-DEPT-OPENING (WS-DEPARTMENTS-COUNT)
             MOVE 0 TO WS-DEPT-HIRES (WS-DEPARTMENTS-COUNT)
             MOVE 0 TO WS-DEPT-TERMINATIONS (WS-DEPARTMENTS-COUNT)
             MOVE 0 TO WS-DEPT-TRANSFERS-IN (WS-DEPARTMENTS-COUNT)
             MOVE 0 TO WS-DEPT-TRANSFERS-OUT (WS-DEPARTMENTS-COUNT)
             MOVE 0 TO WS-DEPT-SALARY-CHANGES (WS-DEPARTMENTS-COUNT)
             MOVE 0 TO WS-DEPT-CLOSING (WS-DEPARTMENTS-COUNT).
