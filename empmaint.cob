                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * SALARY CHANGES WAITING FOR THEIR EFFECTIVE DATE - KEYED HERE
      * ONE AT A TIME OR AS A DEPARTMENT/COMPANY RAISE, PUT ON THE
      * MASTER BY SALAPPLY WHEN THE DATE ARRIVES, WITH ARREARS FOR ANY
      * MONTH ALREADY PAID AT THE OLD RATE
                SELECT SALARY-CHANGES ASSIGN TO
                       'salary-changes.txt'
                       FILE STATUS IS WS-CHANGES-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD EMPLOYEE-MASTER.
                 02 AUDIT-BEFORE-IMAGE PIC X(74).
                 02 AUDIT-PADDING3 PIC X(1).
                 02 AUDIT-AFTER-IMAGE PIC X(74).
      * EFFECTIVE DATE OF A SALARY CHANGE SALAPPLY PUT LIVE - BLANK
      * ON THE LINES WRITTEN HERE
                 02 AUDIT-PADDING4 PIC X(1).
                 02 AUDIT-EFFECTIVE PIC X(10).

           FD DEPARTMENTS.
           01 DEPARTMENT-RECORD.
                 02 DEPARTMENT-NAME PIC X(20).
                 02 DEPARTMENT-MANAGER-ID PIC 9(4).

           FD SALARY-CHANGES.
           01 SALARY-CHANGE-RECORD.
                 02 SALARY-CHANGE-ID PIC 9(4).
                 02 SALARY-CHANGE-PADDING1 PIC X(1).
                 02 SALARY-CHANGE-EFFECTIVE PIC X(10).
                 02 SALARY-CHANGE-PADDING2 PIC X(1).
                 02 SALARY-CHANGE-NEW-SALARY PIC 9(6).
                 02 SALARY-CHANGE-PADDING3 PIC X(1).
                 02 SALARY-CHANGE-ENTERED PIC X(10).
                 02 SALARY-CHANGE-PADDING4 PIC X(1).
                 02 SALARY-CHANGE-SOURCE PIC X(3).

           WORKING-STORAGE SECTION.
           01 WS-MASTER-FILE-STATUS.
             05 WS-MASTER-STATUS-KEY-1 PIC X.
             02 WS-TODAY-MONTH PIC 9(2).
             02 F PIC X VALUE "-".
             02 WS-TODAY-DAY PIC 9(2).
           01 WS-CHANGES-FILE-STATUS.
             05 WS-CHANGES-STATUS-KEY-1 PIC X.
             05 WS-CHANGES-STATUS-KEY-2 PIC X.
      * A SALARY CHANGE ALWAYS STARTS ON THE FIRST OF A MONTH, SO A
      * PAY PERIOD IS EITHER WHOLLY OLD RATE OR WHOLLY NEW RATE
           01 WS-EFFECTIVE-DATE PIC X(10).
      * RAISE RUN: "ALL" OR ONE DEPARTMENT CODE, AND THE PERCENTAGE
      * AS FOUR DIGITS WITH TWO IMPLIED DECIMALS (0350 = 3.50%)
           01 WS-RAISE-SCOPE PIC X(3).
           01 WS-PERCENT-TEXT PIC X(4).
           01 WS-PERCENT-VALUE REDEFINES WS-PERCENT-TEXT PIC 9(2)V99.
           01 WS-RAISED-SALARY PIC 9(7).
           01 WS-RAISE-COUNT PIC 9(4).
      * ONE SLOT PER EMPLOYEE ID: THE PENDING SALARY THAT WILL BE LIVE
      * ON THE RAISE DATE, SO A RAISE LANDS ON TOP OF A CHANGE ALREADY
      * WAITING IN SALARY-CHANGES.TXT INSTEAD OF OVERWRITING IT
           01 WS-PENDING-TABLE.
             02 WS-PENDING-ENTRY OCCURS 9999 TIMES.
               03 WS-PENDING-EFFECTIVE PIC X(10).
               03 WS-PENDING-SALARY PIC 9(6).
           01 WS-PENDING-INDEX PIC 9(5).
           01 WS-BASE-SALARY PIC 9(6).

           PROCEDURE DIVISION.
           BEGIN.
             OPEN EXTEND EMPLOYEE-AUDIT
             IF WS-AUDIT-STATUS-KEY-1 = "3"
               OPEN OUTPUT EMPLOYEE-AUDIT
             END-IF
             OPEN EXTEND SALARY-CHANGES
             IF WS-CHANGES-STATUS-KEY-1 = "3"
               OPEN OUTPUT SALARY-CHANGES
             END-IF.

           MAIN-LOOP.
             DISPLAY "Action (A=add, C=change, T=terminate, "
               "S=salary change, R=raise run, X=exit): "
               WITH NO ADVANCING
             ACCEPT WS-ACTION
             IF WS-ACTION = "X"
               GO TO FINISH
             END-IF
             IF WS-ACTION = "R"
               PERFORM RAISE-RUN
               GO TO MAIN-LOOP
             END-IF
             IF WS-ACTION NOT = "A" AND WS-ACTION NOT = "C" AND
                WS-ACTION NOT = "T" AND WS-ACTION NOT = "S"
               DISPLAY "Unknown action"
               GO TO MAIN-LOOP
             END-IF
             IF WS-ACTION = "T"
               PERFORM TERMINATE-EMPLOYEE
             END-IF
             IF WS-ACTION = "S"
               PERFORM SCHEDULE-SALARY-CHANGE
             END-IF
             GO TO MAIN-LOOP.

           FINISH.
              DISPLAY "Employee maintenance finished"
              CLOSE EMPLOYEE-MASTER, EMPLOYEE-AUDIT, SALARY-CHANGES.
           STOP RUN.

      * HELPER FUNCTIONS
               END-REWRITE
             END-IF.

      * THE MASTER IS NOT TOUCHED HERE - THE CHANGE WAITS IN
      * SALARY-CHANGES.TXT AND SALAPPLY PUTS IT LIVE ON ITS DATE. A
      * DATE ALREADY PASSED GOES LIVE ON THE NEXT SALAPPLY RUN, WITH
      * ARREARS FOR THE MONTHS PAID SINCE
           SCHEDULE-SALARY-CHANGE.
             IF WS-MASTER-FOUND = 0
               DISPLAY "Employee not on file"
             ELSE
               DISPLAY "Current: " MASTER-EMPLOYEE
               MOVE 0 TO WS-FIELD-OK
               PERFORM GET-EFFECTIVE-DATE UNTIL WS-FIELD-OK = 1
               MOVE 0 TO WS-FIELD-OK
               PERFORM GET-SALARY UNTIL WS-FIELD-OK = 1
               MOVE WS-SALARY-TEXT TO WS-RAISED-SALARY
               MOVE SPACES TO WS-RAISE-SCOPE
               PERFORM WRITE-SALARY-CHANGE
               DISPLAY "Salary change scheduled for " WS-EFFECTIVE-DATE
             END-IF.

      * ONE PASS OVER THE MASTER IN KEY ORDER, SCHEDULING THE SAME
      * PERCENTAGE FOR EVERY EMPLOYEE STILL ON THE BOOKS IN THE
      * DEPARTMENT (OR THE WHOLE COMPANY), ALL ON ONE EFFECTIVE DATE
           RAISE-RUN.
             MOVE 0 TO WS-FIELD-OK
             PERFORM GET-RAISE-SCOPE UNTIL WS-FIELD-OK = 1
             MOVE 0 TO WS-FIELD-OK
             PERFORM GET-RAISE-PERCENT UNTIL WS-FIELD-OK = 1
             MOVE 0 TO WS-FIELD-OK
             PERFORM GET-EFFECTIVE-DATE UNTIL WS-FIELD-OK = 1
             PERFORM LOAD-PENDING-SALARIES
             MOVE 0 TO WS-RAISE-COUNT
             MOVE 0 TO MASTER-ID
             START EMPLOYEE-MASTER KEY IS NOT LESS THAN MASTER-ID
               INVALID KEY MOVE "1" TO WS-MASTER-STATUS-KEY-1
             END-START
             IF WS-MASTER-STATUS-KEY-1 = "0"
               READ EMPLOYEE-MASTER NEXT RECORD
               PERFORM RAISE-RUN-ENTRY
                 UNTIL WS-MASTER-STATUS-KEY-1 NOT = "0"
             END-IF
             DISPLAY "Salary changes scheduled: " WS-RAISE-COUNT.

      * SALARY-CHANGES.TXT IS OPEN FOR EXTEND ALL SESSION, SO IT IS
      * CLOSED, READ THROUGH, AND PUT BACK ON EXTEND. PER ID THE LINE
      * WITH THE LATEST EFFECTIVE DATE NOT PAST THE RAISE DATE WINS -
      * THE ONE SALAPPLY WILL HAVE PUT LIVE LAST - AND ON THE SAME
      * DATE THE LATER LINE WINS, AS IT DOES IN SALAPPLY
           LOAD-PENDING-SALARIES.
             PERFORM CLEAR-PENDING-ENTRY
               VARYING WS-PENDING-INDEX FROM 1 BY 1
               UNTIL WS-PENDING-INDEX > 9999
             CLOSE SALARY-CHANGES
             OPEN INPUT SALARY-CHANGES
             IF WS-CHANGES-STATUS-KEY-1 = "0"
               READ SALARY-CHANGES
               PERFORM LOAD-PENDING-SALARY-ENTRY
                 UNTIL WS-CHANGES-STATUS-KEY-1 NOT = "0"
               CLOSE SALARY-CHANGES
             END-IF
             OPEN EXTEND SALARY-CHANGES
             IF WS-CHANGES-STATUS-KEY-1 = "3"
               OPEN OUTPUT SALARY-CHANGES
             END-IF.

           CLEAR-PENDING-ENTRY.
             MOVE SPACES TO WS-PENDING-EFFECTIVE (WS-PENDING-INDEX)
             MOVE 0 TO WS-PENDING-SALARY (WS-PENDING-INDEX).

           LOAD-PENDING-SALARY-ENTRY.
             IF SALARY-CHANGE-ID IS NUMERIC AND SALARY-CHANGE-ID > 0
                AND SALARY-CHANGE-NEW-SALARY IS NUMERIC
                AND SALARY-CHANGE-EFFECTIVE NOT > WS-EFFECTIVE-DATE
               MOVE SALARY-CHANGE-ID TO WS-PENDING-INDEX
               IF SALARY-CHANGE-EFFECTIVE NOT <
                  WS-PENDING-EFFECTIVE (WS-PENDING-INDEX)
                 MOVE SALARY-CHANGE-EFFECTIVE TO
                   WS-PENDING-EFFECTIVE (WS-PENDING-INDEX)
                 MOVE SALARY-CHANGE-NEW-SALARY TO
                   WS-PENDING-SALARY (WS-PENDING-INDEX)
               END-IF
             END-IF
             READ SALARY-CHANGES.

           RAISE-RUN-ENTRY.
             IF MASTER-DATE-OF-TERMINATION = SPACES AND
                (WS-RAISE-SCOPE = "ALL" OR
                 WS-RAISE-SCOPE = MASTER-DEPARTMENT)
               MOVE MASTER-MONTHLY-SALARY TO WS-BASE-SALARY
               IF WS-PENDING-SALARY (MASTER-ID) > 0
                 MOVE WS-PENDING-SALARY (MASTER-ID) TO WS-BASE-SALARY
               END-IF
               COMPUTE WS-RAISED-SALARY ROUNDED =
                 WS-BASE-SALARY * (100 + WS-PERCENT-VALUE) / 100
               IF WS-RAISED-SALARY > 999999
                 DISPLAY "Employee " MASTER-ID
                   " raise exceeds the salary field - not scheduled"
               ELSE
                 PERFORM WRITE-SALARY-CHANGE
                 ADD 1 TO WS-RAISE-COUNT
               END-IF
             END-IF
             READ EMPLOYEE-MASTER NEXT RECORD.

           WRITE-SALARY-CHANGE.
             MOVE SPACE TO SALARY-CHANGE-PADDING1
             MOVE SPACE TO SALARY-CHANGE-PADDING2
             MOVE SPACE TO SALARY-CHANGE-PADDING3
             MOVE SPACE TO SALARY-CHANGE-PADDING4
             MOVE MASTER-ID TO SALARY-CHANGE-ID
             MOVE WS-EFFECTIVE-DATE TO SALARY-CHANGE-EFFECTIVE
             MOVE WS-RAISED-SALARY TO SALARY-CHANGE-NEW-SALARY
             MOVE WS-TODAY-TEXT TO SALARY-CHANGE-ENTERED
             MOVE WS-RAISE-SCOPE TO SALARY-CHANGE-SOURCE
             WRITE SALARY-CHANGE-RECORD.

           GET-EFFECTIVE-DATE.
             DISPLAY "Effective date (YYYY-MM-01): " WITH NO ADVANCING
             ACCEPT WS-DATE-FIELD
             PERFORM CHECK-DATE-FORMAT
             IF WS-DATE-VALID = 1 AND WS-DATE-PART-DAY = 1
               MOVE WS-DATE-FIELD TO WS-EFFECTIVE-DATE
               MOVE 1 TO WS-FIELD-OK
             ELSE
               DISPLAY "Date must be the first of a month, YYYY-MM-01"
             END-IF.

           GET-RAISE-SCOPE.
             DISPLAY "Department code, or ALL for the whole company: "
               WITH NO ADVANCING
             ACCEPT WS-RAISE-SCOPE
             IF WS-RAISE-SCOPE = "ALL"
               MOVE 1 TO WS-FIELD-OK
             ELSE
               MOVE WS-RAISE-SCOPE TO WS-DEPARTMENT
               PERFORM CHECK-DEPARTMENT-CODE
               IF WS-DEPARTMENT-FOUND = 1
                 MOVE 1 TO WS-FIELD-OK
               ELSE
                 DISPLAY "Unknown department code"
               END-IF
             END-IF.

           GET-RAISE-PERCENT.
             DISPLAY "Raise percent (4 digits, 0350 = 3.50%): "
               WITH NO ADVANCING
             ACCEPT WS-PERCENT-TEXT
             IF WS-PERCENT-TEXT IS NUMERIC AND
                WS-PERCENT-TEXT NOT = "0000"
               MOVE 1 TO WS-FIELD-OK
             ELSE
               DISPLAY "Percent must be 4 digits, not zero"
             END-IF.

           GET-EMPLOYEE-ID.
             DISPLAY "Employee ID (4 digits): " WITH NO ADVANCING
             ACCEPT WS-WORK-ID
             PERFORM GET-DATE-OF-HIRING UNTIL WS-FIELD-OK = 1
             MOVE 0 TO WS-FIELD-OK
             PERFORM GET-DEPARTMENT UNTIL WS-FIELD-OK = 1
      * A SALARY IS KEYED ONLY ON ADD - AFTER THAT IT CHANGES
      * THROUGH ACTION S SO IT GOES LIVE BY SALAPPLY, WITH ARREARS,
      * INSTEAD OF BEING OVERWRITTEN ON THE MASTER MID-PERIOD
             IF WS-ACTION = "A"
               MOVE 0 TO WS-FIELD-OK
               PERFORM GET-SALARY UNTIL WS-FIELD-OK = 1
             ELSE
               MOVE MASTER-MONTHLY-SALARY TO WS-SALARY-TEXT
               DISPLAY "Salary not changed here - use action S to "
                 "schedule a salary change"
             END-IF.

           GET-LAST-NAME.
             DISPLAY "Last name: " WITH NO ADVANCING
             MOVE WS-AUDIT-ACTION TO AUDIT-ACTION
             MOVE WS-BEFORE-IMAGE TO AUDIT-BEFORE-IMAGE
             MOVE WS-AFTER-IMAGE TO AUDIT-AFTER-IMAGE
             MOVE SPACE TO AUDIT-PADDING4
             MOVE SPACES TO AUDIT-EFFECTIVE
             WRITE EMPLOYEE-AUDIT-RECORD.
