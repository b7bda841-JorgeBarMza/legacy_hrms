                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE IS SEQUENTIAL.

      * TIME OFF IN LIEU IS JUDGED AGAINST THE TIME BANK INSTEAD OF A
      * LEAVE BALANCE - THE BALANCE FLEXBANK LAST CLOSED, PLUS THE
      * MOVEMENT THE DAILY RUN HAS ADDED TO THE MONTH IN PROGRESS
                SELECT TIME-BANK ASSIGN TO
                      'time-bank.txt'
                      FILE STATUS IS WS-TIME-BANK-FILE-STATUS
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE IS SEQUENTIAL.

                SELECT MONTHLY-ATTENDANTS-OUT ASSIGN TO
                      'monthly-attendancecob.txt'
                      FILE STATUS IS WS-MONTHLY-ATTENDANTS-FILE-STATUS
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE IS SEQUENTIAL.

      * THE SAME TWO FILES THE DAILY RUN TAKES THE SHIFT FROM - A DAY
      * OF TIME OFF IN LIEU COSTS ONE FULL SCHEDULED SHIFT
                SELECT WORK-ROSTER ASSIGN TO
                      'work-roster.txt'
                      FILE STATUS IS WS-WORK-ROSTER-FILE-STATUS
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE IS SEQUENTIAL.

                SELECT SHIFT-TIMES ASSIGN TO
                      'shift-times.txt'
                      FILE STATUS IS WS-SHIFT-TIMES-FILE-STATUS
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE IS SEQUENTIAL.

                SELECT LEAVE-AUDIT ASSIGN TO
                      'leave-request-audit.txt'
                      FILE STATUS IS WS-LEAVE-AUDIT-FILE-STATUS
                 02 LEAVE-CALENDAR-DATE PIC X(10).
                 02 LEAVE-CALENDAR-TYPE PIC X(10).

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

           FD WORK-ROSTER.
           01 ROSTER-RECORD.
                 88 EOF-ROSTER VALUE HIGH-VALUES.
                 02 ROSTER-ID PIC 9(4).
                 02 ROSTER-EFFECTIVE PIC X(10).
                 02 ROSTER-START-HOUR PIC 9(2).
                 02 ROSTER-END-HOUR PIC 9(2).
                 02 ROSTER-DAYS PIC X(7).

           FD SHIFT-TIMES.
           01 SHIFT-TIME.
                 88 EOF-SHIFT-TIME VALUE HIGH-VALUES.
                 02 SHIFT-DEPARTMENT PIC A(3).
                 02 SHIFT-START-HOUR PIC 9(2).
                 02 SHIFT-END-HOUR PIC 9(2).

      * ONE LINE PER DECISION, APPROVED OR REFUSED, WITH THE REASON -
      * "WHO APPROVED THIS LEAVE AND WHEN" STOPS BEING A QUESTION
      * NOBODY CAN ANSWER, THE SAME JOB EMPLOYEE-AUDIT.TXT DOES FOR
           01 WS-LEAVE-AUDIT-FILE-STATUS.
             05 WS-LEAVE-AUDIT-STATUS-KEY-1 PIC X.
             05 WS-LEAVE-AUDIT-STATUS-KEY-2 PIC X.
           01 WS-TIME-BANK-FILE-STATUS.
             05 WS-TIME-BANK-STATUS-KEY-1 PIC X.
             05 WS-TIME-BANK-STATUS-KEY-2 PIC X.
           01 WS-MONTHLY-ATTENDANTS-FILE-STATUS.
             05 WS-MONTHLY-ATTENDANTS-STATUS-KEY-1 PIC X.
             05 WS-MONTHLY-ATTENDANTS-STATUS-KEY-2 PIC X.
           01 WS-WORK-ROSTER-FILE-STATUS.
             05 WS-WORK-ROSTER-STATUS-KEY-1 PIC X.
             05 WS-WORK-ROSTER-STATUS-KEY-2 PIC X.
           01 WS-SHIFT-TIMES-FILE-STATUS.
             05 WS-SHIFT-TIMES-STATUS-KEY-1 PIC X.
             05 WS-SHIFT-TIMES-STATUS-KEY-2 PIC X.
           01 WS-ACTION PIC X(1).
           01 WS-WORK-ID PIC X(4).
           01 WS-MASTER-FOUND PIC 9.
      * THAT EACH FIT THE RAW REMAINING FIGURE WOULD BOTH APPROVE
      * AND THE SECOND WOULD DEBIT THE BALANCE NEGATIVE LATER
           01 WS-PENDING-DAYS PIC 9(4).
      * LEAVE-CALENDAR TYPE FOR TIME OFF IN LIEU, AND WHAT A REQUEST
      * FOR IT IS JUDGED ON - ALL IN MINUTES, THE WAY THE BANK IS KEPT
           01 WS-TOIL-TYPE PIC X(10) VALUE "TOIL".
           01 WS-BANK-PERIOD PIC X(7).
           01 WS-BANK-OPENING PIC S9(6).
           01 WS-BANK-CLOSING PIC S9(6).
           01 WS-BANK-FOUND PIC 9.
           01 WS-MONTH-PERIOD PIC X(7).
           01 WS-MONTH-FLEX PIC S9(5).
           01 WS-MONTH-FOUND PIC 9.
           01 WS-BANK-AVAILABLE PIC S9(7).
           01 WS-TOIL-NEEDED PIC S9(7).
           01 WS-SHIFT-START-HOUR PIC 9(2).
           01 WS-SHIFT-END-HOUR PIC 9(2).
           01 WS-SHIFT-MINUTES PIC 9(4).
           01 WS-SHIFT-FOUND PIC 9.
           01 WS-ROSTER-BEST-DATE PIC X(10).
           01 WS-DATE-FIELD PIC X(10).
           01 WS-DATE-FIELD-PARTS REDEFINES WS-DATE-FIELD.
             02 WS-DATE-PART-YEAR PIC 9(4).
                 MOVE "BAD DATE RANGE" TO WS-REFUSAL-REASON
               END-IF
             END-IF
             IF WS-REFUSAL-REASON = SPACES AND
                WS-LEAVE-TYPE = WS-TOIL-TYPE
               PERFORM CHECK-TIME-BANK
             END-IF
             IF WS-REFUSAL-REASON = SPACES AND
                WS-LEAVE-TYPE NOT = WS-TOIL-TYPE
               PERFORM FIND-LEAVE-BALANCE
               IF WS-LEAVE-BALANCES-FOUND = 0
                 MOVE "NO BALANCE FOR TYPE" TO WS-REFUSAL-REASON
             END-IF.

      * THE TYPE MUST MATCH A LEAVE-BALANCE-TYPE VALUE EXACTLY - THE
      * SAME STRINGS THE CALENDAR CARRIES AND THE DAILY SUMMARY PRINTS.
      * TOIL TAKES TIME OFF IN LIEU OUT OF THE TIME BANK INSTEAD
           GET-LEAVE-TYPE.
             DISPLAY "Leave type (as on the balance file, or TOIL): "
               WITH NO ADVANCING
             ACCEPT WS-LEAVE-TYPE
             IF WS-LEAVE-TYPE = SPACES
               END-IF
             END-IF.

      * A TOIL REQUEST COSTS ONE SCHEDULED SHIFT PER DAY ASKED FOR,
      * AND TOIL DAYS ALREADY ON THE CALENDAR AHEAD OF TODAY ARE HELD
      * AGAINST THE BANK THE SAME WAY PENDING LEAVE IS HELD AGAINST A
      * BALANCE. THE DAILY RUN TAKES A SHIFT OUT OF THE BANK ONLY ON A
      * ROSTERED WORKING DAY, SO COUNTING EVERY DAY OF THE RANGE HERE
      * ERRS ON THE SAFE SIDE
           CHECK-TIME-BANK.
             PERFORM FIND-SHIFT-MINUTES
             PERFORM FIND-TIME-BANK-BALANCE
             PERFORM COUNT-PENDING-LEAVE
             COMPUTE WS-TOIL-NEEDED =
               (WS-REQUEST-DAYS + WS-PENDING-DAYS) * WS-SHIFT-MINUTES
             IF WS-TOIL-NEEDED > WS-BANK-AVAILABLE
               MOVE "INSUFFICIENT TIME BANK" TO WS-REFUSAL-REASON
             END-IF.

      * A BANK LINE ALREADY CLOSED FOR THE MONTH THE DAILY RUN IS
      * STILL ADDING TO STARTS FROM ITS OPENING BALANCE, SO THAT
      * MONTH'S MOVEMENT IS NOT COUNTED TWICE - OTHERWISE IT STARTS
      * FROM ITS CLOSING BALANCE. NO BANK LINE AT ALL STARTS AT ZERO
           FIND-TIME-BANK-BALANCE.
             MOVE 0 TO WS-BANK-FOUND
             MOVE SPACES TO WS-BANK-PERIOD
             MOVE 0 TO WS-BANK-OPENING
             MOVE 0 TO WS-BANK-CLOSING
             OPEN INPUT TIME-BANK
             IF WS-TIME-BANK-STATUS-KEY-1 = "0"
               READ TIME-BANK
               PERFORM CHECK-TIME-BANK-RECORD
                 UNTIL WS-TIME-BANK-STATUS-KEY-1 = "1"
                   OR WS-BANK-FOUND = 1
               CLOSE TIME-BANK
             END-IF
             MOVE 0 TO WS-MONTH-FOUND
             MOVE SPACES TO WS-MONTH-PERIOD
             MOVE 0 TO WS-MONTH-FLEX
             OPEN INPUT MONTHLY-ATTENDANTS-OUT
             IF WS-MONTHLY-ATTENDANTS-STATUS-KEY-1 = "0"
               READ MONTHLY-ATTENDANTS-OUT
               IF WS-MONTHLY-ATTENDANTS-STATUS-KEY-1 = "0"
                 MOVE MONTHLY-ATTENDANT-OUT TO WS-MONTH-PERIOD
                 READ MONTHLY-ATTENDANTS-OUT
                 PERFORM CHECK-MONTHLY-RECORD
                   UNTIL WS-MONTHLY-ATTENDANTS-STATUS-KEY-1 = "1"
                     OR WS-MONTH-FOUND = 1
               END-IF
               CLOSE MONTHLY-ATTENDANTS-OUT
             END-IF
             IF WS-BANK-FOUND = 1 AND WS-BANK-PERIOD = WS-MONTH-PERIOD
               COMPUTE WS-BANK-AVAILABLE =
                 WS-BANK-OPENING + WS-MONTH-FLEX
             ELSE
               COMPUTE WS-BANK-AVAILABLE =
                 WS-BANK-CLOSING + WS-MONTH-FLEX
             END-IF.

           CHECK-TIME-BANK-RECORD.
             IF TIME-BANK-ID = WS-WORK-ID
               MOVE 1 TO WS-BANK-FOUND
               MOVE TIME-BANK-PERIOD TO WS-BANK-PERIOD
               MOVE TIME-BANK-OPENING-MIN TO WS-BANK-OPENING
               MOVE TIME-BANK-CLOSING-MIN TO WS-BANK-CLOSING
             ELSE
               READ TIME-BANK
             END-IF.

      * A LINE WRITTEN BEFORE THE MONTHLY FILE CARRIED THE BANK
      * MOVEMENT HAS NOTHING THERE - IT COUNTS AS NO MOVEMENT
           CHECK-MONTHLY-RECORD.
             IF MONTHLY-ATTENDANT-OUT-ID = WS-WORK-ID
               MOVE 1 TO WS-MONTH-FOUND
               IF MONTHLY-ATTENDANT-OUT-FLEX-MIN IS NUMERIC
                 MOVE MONTHLY-ATTENDANT-OUT-FLEX-MIN TO WS-MONTH-FLEX
               END-IF
             ELSE
               READ MONTHLY-ATTENDANTS-OUT
             END-IF.

      * SAME PRECEDENCE AS THE DAILY RUN'S FIND-SHIFT-TIMES - THE
      * EMPLOYEE'S ROSTER LINE IN FORCE ON THE FIRST DAY ASKED FOR,
      * ELSE THE DEPARTMENT'S SHIFT-TIMES ENTRY, ELSE 10:00 TO 17:00.
      * AN END HOUR BELOW THE START HOUR IS A SHIFT OVER MIDNIGHT
           FIND-SHIFT-MINUTES.
             MOVE 10 TO WS-SHIFT-START-HOUR
             MOVE 17 TO WS-SHIFT-END-HOUR
             MOVE 0 TO WS-SHIFT-FOUND
             MOVE SPACES TO WS-ROSTER-BEST-DATE
             OPEN INPUT WORK-ROSTER
             IF WS-WORK-ROSTER-STATUS-KEY-1 = "0"
               READ WORK-ROSTER
               PERFORM CHECK-ROSTER-RECORD
                 UNTIL WS-WORK-ROSTER-STATUS-KEY-1 = "1"
               CLOSE WORK-ROSTER
             END-IF
             IF WS-SHIFT-FOUND = 0
               OPEN INPUT SHIFT-TIMES
               IF WS-SHIFT-TIMES-STATUS-KEY-1 = "0"
                 READ SHIFT-TIMES
                 PERFORM CHECK-SHIFT-TIMES-RECORD
                   UNTIL WS-SHIFT-TIMES-STATUS-KEY-1 = "1"
                     OR WS-SHIFT-FOUND = 1
                 CLOSE SHIFT-TIMES
               END-IF
             END-IF
             IF WS-SHIFT-END-HOUR < WS-SHIFT-START-HOUR
               COMPUTE WS-SHIFT-MINUTES =
                 (WS-SHIFT-END-HOUR + 24 - WS-SHIFT-START-HOUR) * 60
             ELSE
               COMPUTE WS-SHIFT-MINUTES =
                 (WS-SHIFT-END-HOUR - WS-SHIFT-START-HOUR) * 60
             END-IF.

           CHECK-ROSTER-RECORD.
             IF ROSTER-ID = WS-WORK-ID AND
                ROSTER-EFFECTIVE NOT > WS-START-DATE AND
                ROSTER-EFFECTIVE NOT < WS-ROSTER-BEST-DATE
               MOVE ROSTER-START-HOUR TO WS-SHIFT-START-HOUR
               MOVE ROSTER-END-HOUR TO WS-SHIFT-END-HOUR
               MOVE ROSTER-EFFECTIVE TO WS-ROSTER-BEST-DATE
               MOVE 1 TO WS-SHIFT-FOUND
             END-IF
             READ WORK-ROSTER.

           CHECK-SHIFT-TIMES-RECORD.
             IF SHIFT-DEPARTMENT = MASTER-DEPARTMENT
               MOVE SHIFT-START-HOUR TO WS-SHIFT-START-HOUR
               MOVE SHIFT-END-HOUR TO WS-SHIFT-END-HOUR
               MOVE 1 TO WS-SHIFT-FOUND
             ELSE
               READ SHIFT-TIMES
             END-IF.

           FIND-LEAVE-BALANCE.
             MOVE 0 TO WS-LEAVE-BALANCES-FOUND
             PERFORM CHECK-LEAVE-BALANCE-ENTRY
             MOVE WS-REQUEST-DAYS TO LEAVE-AUDIT-DAYS
             MOVE WS-DECISION TO LEAVE-AUDIT-DECISION
             IF WS-DECISION = "APPROVED"
               IF WS-LEAVE-TYPE = WS-TOIL-TYPE
                 MOVE "WITHIN TIME BANK" TO LEAVE-AUDIT-REASON
               ELSE
                 MOVE "WITHIN BALANCE" TO LEAVE-AUDIT-REASON
               END-IF
             ELSE
               MOVE WS-REFUSAL-REASON TO LEAVE-AUDIT-REASON
             END-IF
