                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE IS SEQUENTIAL.

      * THE PUNCH ARCHIVE IS KEYED BY EMPLOYEE, DATE AND PAIR, WITH
      * THE DATE ALONE AS A SECOND KEY SO ONE DAY'S LINES CAN BE
      * FOUND AND DROPPED WITHOUT READING THE REST OF THE FILE
                SELECT PUNCH-DETAIL ASSIGN TO
                      'punch-detail.dat'
                      FILE STATUS IS WS-PUNCH-DETAIL-FILE-STATUS
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PUNCH-DETAIL-KEY
                      ALTERNATE RECORD KEY IS PUNCH-DETAIL-DATE
                        WITH DUPLICATES.

      * THE OLD TEXT PUNCH ARCHIVE - ONLY EVER CHECKED FOR, NEVER READ.
      * WHILE IT IS STILL ON DISK WITH NO KEYED ARCHIVE BESIDE IT,
      * PUNCHLOAD HAS NOT CONVERTED IT YET
                SELECT PUNCH-DETAIL-TEXT ASSIGN TO
                      'punch-detail.txt'
                      FILE STATUS IS WS-PUNCH-TEXT-FILE-STATUS
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE IS SEQUENTIAL.

                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE IS SEQUENTIAL.

                SELECT PREMIUM-CONTROL ASSIGN TO
                      'premium-control.txt'
                      FILE STATUS IS WS-PREMIUM-CONTROL-FILE-STATUS
                      ORGANIZATION IS LINE SEQUENTIAL
                      ACCESS MODE IS SEQUENTIAL.

                SELECT DEPARTMENTS ASSIGN TO
                      'departments.txt'
                      FILE STATUS IS WS-DEPARTMENTS-FILE-STATUS
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
           FD MONTHLY-ATTENDANTS.
                 02 MONTHLY-ATTENDANT-LATE PIC 9(3).
                 02 MONTHLY-ATTENDANT-OVERTIME PIC 9(3).
                 02 MONTHLY-ATTENDANT-WORK-MIN PIC 9(5).
      * THE SHARE OF THE WORK MINUTES THAT EARNS A PREMIUM - WORKED ON
      * A ROSTERED DAY OFF, ON A CALENDAR HOLIDAY, OR INSIDE THE NIGHT
      * WINDOW. ALREADY INSIDE WORK-MIN, CARRIED SEPARATELY SO PAYROLL
      * CAN PAY EACH AT ITS OWN RATE
                 02 MONTHLY-ATTENDANT-REST-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-HOLIDAY-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-NIGHT-MIN PIC 9(5).
      * THE MONTH'S NET TIME-BANK MOVEMENT IN MINUTES - WORKED MINUS
      * SCHEDULED ON ORDINARY WORKING DAYS, LESS ANY TOIL DAYS TAKEN.
      * FLEXBANK CARRIES IT INTO THE RUNNING BALANCE AT MONTH END
                 02 MONTHLY-ATTENDANT-FLEX-MIN PIC S9(5)
                    SIGN LEADING SEPARATE.

           FD MONTHLY-ATTENDANTS-OUT.
           01 MONTHLY-ATTENDANT-OUT.
                 02 MONTHLY-ATTENDANT-OUT-LATE PIC 9(3).
                 02 MONTHLY-ATTENDANT-OUT-OVERTIME PIC 9(3).
                 02 MONTHLY-ATTENDANT-OUT-WORK-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-REST-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-HOLIDAY-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-NIGHT-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-FLEX-MIN PIC S9(5)
                    SIGN LEADING SEPARATE.

      * ONE RECORD PER EMPLOYEE FOR EVERY MONTH THAT HAS CLOSED, WRITTEN
      * JUST BEFORE UPDATE-MONTHLY-ATTENDANT RESETS THE RUNNING TOTALS,
                 02 MONTHLY-HISTORY-OVERTIME PIC 9(3).
                 02 MONTHLY-HISTORY-WORK-MIN PIC 9(5).

      * PREMIUM-PAY CONTROL RECORD SHARED WITH PAYROLL AND RETROPAY -
      * THIS RUN ONLY NEEDS THE NIGHT WINDOW OFF THE FRONT OF IT, THE
      * RATES BEHIND IT ARE PAYROLL'S BUSINESS
           FD PREMIUM-CONTROL.
           01 PREMIUM-CONTROL-RECORD.
                 02 PREMIUM-NIGHT-START-HOUR PIC 9(2).
                 02 PREMIUM-NIGHT-END-HOUR PIC 9(2).
                 02 PREMIUM-RATES PIC X(12).

      * THE DEPARTMENT REFERENCE FILE DEPTMAINT MAINTAINS - READ HERE
      * ONLY FOR THE FULL NAMES THE DEPARTMENT-BREAK HEADERS PRINT
      * NEXT TO THE BARE THREE-LETTER CODES
                 02 EMPLOYEE-DEPARTMENT PIC A(3).
                 02 EMPLOYEE-MONTHLY-SALARY PIC 9(6).
      * SPACES WHILE THE EMPLOYEE IS ACTIVE - A REAL DATE HERE MEANS
      * THE EMPLOYEE HAS LEFT AND EVERY DAY AFTER IT REPORTS OFF ROLL,
      * WHILE THE LINE ITSELF STAYS SO THE MONTHLY ATTENDANCE RECORD
      * KEEPS ITS COUNTERPART INSTEAD OF BEING ORPHANED
                 02 EMPLOYEE-DATE-OF-TERMINATION PIC X(10).

           FD ATTENDANTS.
                    03 BACKLOG-DATE PIC X(10).
                    03 BACKLOG-TIME PIC X(6).

      * SCRATCH COPY OF THE BACKLOG MINUS THE DAY JUST STAGED - A
      * TWO-PASS COPY, LINE SEQUENTIAL HAVING NO WAY TO DELETE FROM
      * THE MIDDLE
           FD BACKLOG-WORK.
           01 BACKLOG-WORK-RECORD PIC X(26).

      * PER PAIR WITH THE DAY'S FINAL STATUS - ATTENDANCE.TXT IS
      * OVERWRITTEN EVERY DAY AND THE PAIR TIMES USED TO DIE WITH IT,
      * LEAVING NOTHING TO SHOW AN EMPLOYEE DISPUTING THEIR PAY OR A
      * LABOR INSPECTOR ASKING FOR THE TIMESHEET. THE PAIR NUMBER IS
      * THE PAIR'S PLACE IN THE DAY, WHICH KEEPS TWO PAIRS BADGED IN
      * THE SAME MINUTE APART. THE TIMESHEET PROGRAM READS IT AT MONTH
      * END, AND YEAREND MOVES CLOSED YEARS OUT TO PUNCH-DETAIL-YYYY.TXT
      * IN THIS SAME LAYOUT
           FD PUNCH-DETAIL.
           01 PUNCH-DETAIL-RECORD.
                 88 EOF-PUNCH-DETAIL VALUE HIGH-VALUES.
                 02 PUNCH-DETAIL-KEY.
                    03 PUNCH-DETAIL-ID PIC 9(4).
                    03 PUNCH-DETAIL-PADDING1 PIC X(1).
                    03 PUNCH-DETAIL-DATE PIC X(10).
                    03 PUNCH-DETAIL-PADDING2 PIC X(1).
                    03 PUNCH-DETAIL-PAIR PIC 9(2).
                 02 PUNCH-DETAIL-PADDING3 PIC X(1).
                 02 PUNCH-DETAIL-ARRIVE PIC X(5).
                 02 PUNCH-DETAIL-PADDING4 PIC X(1).
                 02 PUNCH-DETAIL-LEAVE PIC X(5).
                 02 PUNCH-DETAIL-PADDING5 PIC X(1).
                 02 PUNCH-DETAIL-MINUTES PIC 9(4).
                 02 PUNCH-DETAIL-PADDING6 PIC X(1).
                 02 PUNCH-DETAIL-STATUS PIC X(10).

      * DATE OF THE LAST DAY THAT RAN ALL THE WAY TO ITS FOOTER, PLUS
      * THE OPERATOR'S ONE-SHOT "Y" ACKNOWLEDGMENT THAT A GAP IN THE
      * DATES IS DELIBERATE (A WEEKEND SHUTDOWN, A SKIPPED HOLIDAY).
                 02 RUN-CONTROL-PADDING1 PIC X(1).
                 02 RUN-CONTROL-SKIP-ACK PIC X(1).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(86).

           FD PUNCH-DETAIL-TEXT.
           01 PUNCH-DETAIL-TEXT-RECORD PIC X(43).

           WORKING-STORAGE SECTION.
           01 WS-MONTHLY-ATTENDANT.
             02 WS-MONTHLY-ATTENDANT-ID PIC 9(4).
             02 WS-MONTHLY-ATTENDANT-LATE PIC 9(3).
             02 WS-MONTHLY-ATTENDANT-OVERTIME PIC 9(3).
             02 WS-MONTHLY-ATTENDANT-WORK-MIN PIC 9(5).
             02 WS-MONTHLY-ATTENDANT-REST-MIN PIC 9(5).
             02 WS-MONTHLY-ATTENDANT-HOLIDAY-MIN PIC 9(5).
             02 WS-MONTHLY-ATTENDANT-NIGHT-MIN PIC 9(5).
             02 WS-MONTHLY-ATTENDANT-FLEX-MIN PIC S9(5)
                SIGN LEADING SEPARATE.
           01 WS-EMPLOYEES-FILE-STATUS.
             05 WS-EMPLOYEES-STATUS-KEY-1 PIC X.
             05 WS-EMPLOYEES-STATUS-KEY-2 PIC X.
      * CHECKS IN FINISH-ATTENDANT-DAY HAVE TO TREAT THE EARLY-MORNING
      * HOURS AS BELONGING TO THE SHIFT THAT STARTED THE EVENING BEFORE
           01 WS-NIGHT-SHIFT PIC 9 VALUE 0.
           01 WS-PREMIUM-CONTROL-FILE-STATUS.
             05 WS-PREMIUM-CONTROL-STATUS-KEY-1 PIC X.
             05 WS-PREMIUM-CONTROL-STATUS-KEY-2 PIC X.
      * THE HOURS THAT COUNT AS NIGHT WORK FOR THE PREMIUM, WHATEVER
      * SHIFT THE EMPLOYEE IS ON - PRESET TO 22:00 TO 06:00 AND
      * OVERWRITTEN WHEN PREMIUM-CONTROL.TXT IS THERE. EQUAL START
      * AND END HOURS MEAN NO NIGHT WINDOW AT ALL
           01 WS-NIGHT-START-HOUR PIC 9(2) VALUE 22.
           01 WS-NIGHT-END-HOUR PIC 9(2) VALUE 06.
           01 WS-NIGHT-WINDOW-LENGTH PIC 9(4).
      * A PAIR RUNS AT MOST FROM ONE DAY INTO THE NEXT, SO IT IS
      * CHECKED AGAINST THREE NIGHT WINDOWS - THE ONE THAT OPENED THE
      * EVENING BEFORE THE ARRIVE, THE ONE OPENING THE SAME EVENING
      * AND THE ONE THE NEXT EVENING - MEASURED IN MINUTES FROM THE
      * MIDNIGHT THAT STARTED THE ARRIVE DAY
           01 WS-NIGHT-WINDOW-NUMBER PIC 9.
           01 WS-NIGHT-WINDOW-START PIC S9(5).
           01 WS-NIGHT-WINDOW-END PIC S9(5).
           01 WS-PAIR-ARRIVE-MINUTE PIC S9(5).
           01 WS-PAIR-LEAVE-MINUTE PIC S9(5).
           01 WS-NIGHT-OVERLAP-START PIC S9(5).
           01 WS-NIGHT-OVERLAP-END PIC S9(5).
      * CALENDAR TYPE HR KEYS A PUBLIC HOLIDAY UNDER
           01 WS-HOLIDAY-TYPE PIC X(10) VALUE "HOLIDAY".
      * LEAVE-CALENDAR TYPE FOR TIME OFF IN LIEU - TAKEN OUT OF THE
      * TIME BANK, NOT OUT OF LEAVE-BALANCES.TXT
           01 WS-TOIL-TYPE PIC X(10) VALUE "TOIL".
           01 WS-APPROVED-OT-FILE-STATUS.
             05 WS-APPROVED-OT-STATUS-KEY-1 PIC X.
             05 WS-APPROVED-OT-STATUS-KEY-2 PIC X.
      * LINE ALWAYS BEATS IT
           01 WS-ROSTER-BEST-DATE PIC X(10).
           01 WS-ROSTER-OFF-DAY PIC 9 VALUE 0.
           01 WS-OFF-ROLL-DAY PIC 9 VALUE 0.
      * DAY OF WEEK OF THE RUN DATE, MONDAY = 1 THROUGH SUNDAY = 7,
      * WORKED OUT ONCE PER RUN IN COMPUTE-RUN-DAY-OF-WEEK - IT PICKS
      * THE ROSTER DAY FLAG THE ABSENT DEFAULT CONSULTS
      * PAIR IN PROCESS-ATTENDANT-PAIR
             01 WS-WORKED-MINUTES PIC 9(4).
             01 WS-PAIR-MINUTES PIC 9(4).
      * THE PREMIUM SHARE OF THE DAY'S WORKED MINUTES - REST-DAY AND
      * HOLIDAY MINUTES ARE THE WHOLE DAY OR NOTHING, NIGHT MINUTES
      * ARE SUMMED PAIR BY PAIR
             01 WS-REST-MINUTES PIC 9(4).
             01 WS-HOLIDAY-MINUTES PIC 9(4).
             01 WS-NIGHT-MINUTES PIC 9(4).
      * THE DAY'S TIME-BANK MOVEMENT AND THE SHIFT LENGTH IT IS
      * MEASURED AGAINST
             01 WS-FLEX-MINUTES PIC S9(5).
             01 WS-SCHEDULED-MINUTES PIC 9(4).
      * SIGNED SCRATCH FIELD FOR THE PAIR-MINUTES SUBTRACTION - AN
      * OVERNIGHT PAIR (LEAVE CLOCK TIME EARLIER THAN THE ARRIVE CLOCK
      * TIME) GOES NEGATIVE BEFORE THE DAY ADJUSTMENT IS ADDED BACK IN,
             01 WS-PUNCH-DETAIL-FILE-STATUS.
                02 WS-PUNCH-DETAIL-STATUS-KEY-1 PIC X.
                02 WS-PUNCH-DETAIL-STATUS-KEY-2 PIC X.
             01 WS-PUNCH-DETAIL-OPEN PIC 9 VALUE 0.
             01 WS-PUNCH-TEXT-FILE-STATUS.
                02 WS-PUNCH-TEXT-STATUS-KEY-1 PIC X.
                02 WS-PUNCH-TEXT-STATUS-KEY-2 PIC X.
      * THE DAY'S MATCHED PAIRS FOR THE EMPLOYEE IN HAND - HELD BACK
      * UNTIL THE DAY'S STATUS IS SETTLED, BECAUSE EACH ARCHIVE LINE
      * CARRIES THAT FINAL STATUS AND IT IS NOT KNOWN UNTIL THE LAST
             01 WS-ARCHIVE-MONTH PIC 99.
             01 WS-ARCHIVE-OPEN PIC 9 VALUE 0.

           01 WS-RUN-JOURNAL-FILE-STATUS.
             05 WS-RUN-JOURNAL-STATUS-KEY-1 PIC X.
             05 WS-RUN-JOURNAL-STATUS-KEY-2 PIC X.
      * THIS RUN'S JOURNAL LINE - THE BUSINESS DATES IT COVERED, WHEN
      * IT RAN, RECORDS READ AND WRITTEN, AND HOW IT ENDED: NORMAL,
      * GUARD (STOPPED BY A CHECK BEFORE DOING ITS WORK) OR RESTART
      * (PICKED UP FROM A CHECKPOINT)
           01 WS-RUN-JOURNAL-LINE.
             02 WS-RUN-JOURNAL-PROGRAM PIC X(10) VALUE "FILES".
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
             PERFORM READ-CHECKPOINT
             IF WS-CHECKPOINT-ID > 0
               MOVE "RESTART" TO WS-RUN-JOURNAL-ENDING
             END-IF
      * A BACKLOG OF SEVERAL DAYS IS WORKED OFF ONE DAY PER PASS -
      * THE EARLIEST DAY STILL WAITING IS COPIED OVER ATTENDANCE.TXT
      * HERE, BEFORE THE RUN CONTROL EVEN PEEKS AT IT, AND FINISH
      * LOOPS BACK WHILE RECORDS REMAIN
             PERFORM STAGE-BACKLOG-DAY
             PERFORM CHECK-RUN-CONTROL
             PERFORM CHECK-PUNCH-CONVERSION
             PERFORM LOAD-CORRECTIONS
      * THE AUDIT NEEDS YESTERDAY'S EXCEPTION REASONS, AND THE OPEN
      * OUTPUT BELOW IS ABOUT TO OVERWRITE THEM - A RESTARTED RUN
             PERFORM LOAD-OT-APPROVALS
             PERFORM LOAD-DEPARTMENTS
             PERFORM LOAD-LEAVE-CALENDAR
             PERFORM LOAD-LEAVE-BALANCES
             PERFORM LOAD-PREMIUM-CONTROL.

           WRITE-SUMMARY-HEADER.
             PERFORM PROCESS-HEADER-DATES
      * IT STOOD AS THE DAY'S STATUS - AN EMPLOYEE WHO BADGED IN ON AN
      * APPROVED LEAVE DAY HAD THE STATUS OVERRIDDEN TO PRESENT/LATE BY
      * FINISH-ATTENDANT-DAY AND TOOK NO LEAVE
      * A TOIL DAY COMES OUT OF THE TIME BANK INSTEAD, IN
      * COMPUTE-TIME-BANK-MOVEMENT BELOW
              IF WS-LEAVE-CALENDAR-FOUND = 1 AND
                 WS-SUMMARY-STATUS = WS-LEAVE-CALENDAR-TYPE-FOUND AND
                 WS-LEAVE-CALENDAR-TYPE-FOUND NOT = WS-TOIL-TYPE
                PERFORM DEBIT-LEAVE-BALANCE
              END-IF
              PERFORM COMPUTE-TIME-BANK-MOVEMENT
              PERFORM WRITE-CHECKPOINT
              WRITE SUMMARY FROM WS-SUMMARY
              PERFORM WRITE-SUMMARY-CSV-LINE
              END-IF
              PERFORM UPDATE-MONTHLY-ATTENDANT.

      * ONLY AN ORDINARY ROSTERED WORKING DAY THAT ENDED PRESENT OR
      * LATE MOVES THE BANK BY WORKED MINUS SCHEDULED MINUTES. OVERTIME
      * HOURS THE SUPERVISOR APPROVED ARE PAID, SO THEY COME OFF THE
      * CREDIT - THE UNAPPROVED EXCESS STAYS IN THE BANK. A DAY OFF OR
      * A HOLIDAY WORKED IS PAID AT ITS PREMIUM AND AN ABSENT DAY IS
      * DOCKED BY PAYROLL, SO NEITHER TOUCHES THE BANK. A TOIL DAY THAT
      * STOOD AS THE STATUS TAKES ONE FULL SHIFT OUT OF IT
           COMPUTE-TIME-BANK-MOVEMENT.
             MOVE 0 TO WS-FLEX-MINUTES
             IF WS-OFF-ROLL-DAY = 0 AND WS-ROSTER-OFF-DAY = 0
               PERFORM FIND-SHIFT-TIMES
               COMPUTE WS-SCHEDULED-MINUTES =
                 (WS-OVERTIME-BASELINE-HOUR - WS-LATE-CUTOFF-HOUR) * 60
                 + WS-NIGHT-SHIFT * 1440
               IF (WS-SUMMARY-STATUS = "PRESENT" OR
                   WS-SUMMARY-STATUS = "LATE") AND
                  WS-HOLIDAY-MINUTES = 0
                 COMPUTE WS-FLEX-MINUTES = WS-WORKED-MINUTES -
                   WS-SCHEDULED-MINUTES - WS-OVERTIME * 60
               END-IF
               IF WS-LEAVE-CALENDAR-FOUND = 1 AND
                  WS-SUMMARY-STATUS = WS-TOIL-TYPE
                 COMPUTE WS-FLEX-MINUTES = 0 - WS-SCHEDULED-MINUTES
               END-IF
             END-IF.

      * PRINTS THE SUBTOTAL FOR WHATEVER DEPARTMENT WAS JUST FINISHED
      * AND STARTS A FRESH ONE THE MOMENT SUMMARY-DEPARTMENT CHANGES
           CHECK-DEPARTMENT-BREAK.
           RELEASE-ATTENDANT-RECORD.
             MOVE ATTENDANT TO ATTENDANT-WORK
             RELEASE ATTENDANT-WORK
             ADD 1 TO WS-RUN-JOURNAL-READ
             READ ATTENDANTS.

      * A CORRECTION IS ONLY GOOD FOR THE DAY BEING RUN - A LEFTOVER
             END-READ
             CLOSE ATTENDANTS
             IF WS-INCOMING-DATE NOT = SPACES
               MOVE WS-INCOMING-DATE TO WS-RUN-JOURNAL-FROM-DATE
               MOVE WS-INCOMING-DATE TO WS-RUN-JOURNAL-TO-DATE
               OPEN INPUT RUN-CONTROL
               IF WS-RUN-CONTROL-STATUS-KEY-1 = "0"
                 READ RUN-CONTROL
               DISPLAY "monthly-attendance.txt from before the run"
               DISPLAY "being done over, then set the date in"
               DISPLAY "run-control.txt back to the day before it"
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             PERFORM COMPUTE-EXPECTED-DATE
               DISPLAY "skips days after " WS-LAST-RUN-DATE
               DISPLAY "Set the acknowledgment flag in run-control.txt"
               DISPLAY "to Y to run anyway"
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF.

               CLOSE LEAVE-BALANCES-CHECKPOINT
             END-IF.

      * SAME GUARDED LOAD AGAIN - NO PREMIUM-CONTROL.TXT LEAVES THE
      * 22:00 TO 06:00 PRESET IN PLACE. THE WINDOW LENGTH IS WORKED
      * OUT ONCE HERE, WRAPPING PAST MIDNIGHT WHEN THE END HOUR IS
      * THE LOWER OF THE TWO; A ZERO LENGTH TURNS NIGHT MINUTES OFF
           LOAD-PREMIUM-CONTROL.
             OPEN INPUT PREMIUM-CONTROL
             IF WS-PREMIUM-CONTROL-STATUS-KEY-1 = "0"
               READ PREMIUM-CONTROL
               IF WS-PREMIUM-CONTROL-STATUS-KEY-1 = "0"
                 MOVE PREMIUM-NIGHT-START-HOUR TO WS-NIGHT-START-HOUR
                 MOVE PREMIUM-NIGHT-END-HOUR TO WS-NIGHT-END-HOUR
               END-IF
               CLOSE PREMIUM-CONTROL
             END-IF
             IF WS-NIGHT-END-HOUR < WS-NIGHT-START-HOUR
               COMPUTE WS-NIGHT-WINDOW-LENGTH =
                 (WS-NIGHT-END-HOUR + 24 - WS-NIGHT-START-HOUR) * 60
             ELSE
               COMPUTE WS-NIGHT-WINDOW-LENGTH =
                 (WS-NIGHT-END-HOUR - WS-NIGHT-START-HOUR) * 60
             END-IF.

           LOAD-LEAVE-BAL-CKPT-ENTRY.
             ADD 1 TO WS-LEAVE-BALANCES-COUNT
             MOVE LEAVE-BALANCE-CKPT-ID TO
                 WS-PUNCH-PAIR-MINUTES (WS-PUNCH-PAIRS-COUNT)
             END-IF.

      * THE FIRST RUN AFTER THE KEYED PUNCH ARCHIVE CAME IN WOULD
      * CREATE AN EMPTY PUNCH-DETAIL.DAT, AND PUNCHLOAD REFUSES TO LOAD
      * OVER AN EXISTING ONE - THE OLD HISTORY WOULD BE STRANDED IN
      * PUNCH-DETAIL.TXT, WHICH NOTHING READS ANY MORE. SO WITH NO
      * KEYED ARCHIVE YET AND THE TEXT ONE STILL THERE, THE RUN STOPS
           CHECK-PUNCH-CONVERSION.
             OPEN INPUT PUNCH-DETAIL
             IF WS-PUNCH-DETAIL-STATUS-KEY-1 = "0"
               CLOSE PUNCH-DETAIL
             ELSE
               OPEN INPUT PUNCH-DETAIL-TEXT
               IF WS-PUNCH-TEXT-STATUS-KEY-1 = "0"
                 CLOSE PUNCH-DETAIL-TEXT
                 DISPLAY "Run refused: punch-detail.txt has not been "
                   "converted to punch-detail.dat"
                 DISPLAY "run PUNCHLOAD first"
                 MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
                 PERFORM WRITE-RUN-JOURNAL
                 STOP RUN
               END-IF
             END-IF.

      * DROPS THE INCOMING DAY'S LINES BEFORE THE RUN WRITES THEM
      * AFRESH - A CORRECTED-DAY RE-RUN WOULD OTHERWISE LEAVE PAIRS
      * FROM THE FIRST RUN BEHIND AND BREAK THE TIMESHEET'S TIE TO THE
      * MONTHLY WORK MINUTES. THE DATE KEY GOES STRAIGHT TO THE DAY,
      * SO ONLY ITS OWN LINES ARE READ. A MISSING ARCHIVE (FIRST EVER
      * RUN) OR A DAY NOT ON IT IS NOTHING TO PURGE
           PURGE-TODAYS-PUNCH-DETAIL.
             OPEN I-O PUNCH-DETAIL
             IF WS-PUNCH-DETAIL-STATUS-KEY-1 = "0"
               MOVE WS-INCOMING-DATE TO PUNCH-DETAIL-DATE
               START PUNCH-DETAIL KEY IS EQUAL TO PUNCH-DETAIL-DATE
                 INVALID KEY MOVE "1" TO WS-PUNCH-DETAIL-STATUS-KEY-1
               END-START
               IF WS-PUNCH-DETAIL-STATUS-KEY-1 = "0"
                 READ PUNCH-DETAIL NEXT RECORD
                 PERFORM DELETE-PUNCH-DETAIL-ENTRY
                   UNTIL WS-PUNCH-DETAIL-STATUS-KEY-1 NOT = "0"
                     OR PUNCH-DETAIL-DATE NOT = WS-INCOMING-DATE
               END-IF
               CLOSE PUNCH-DETAIL
             END-IF.

           DELETE-PUNCH-DETAIL-ENTRY.
             DELETE PUNCH-DETAIL RECORD
             READ PUNCH-DETAIL NEXT RECORD.

      * THE PUNCH ARCHIVE IS CUMULATIVE - OPENED I-O, OR CREATED ON
      * THE FIRST EVER RUN WITH THE SAME CREATE-ON-35 FALLBACK
      * ARCHIVE-MONTHLY-ATTENDANT USES, OPENED LAZILY THE FIRST TIME A
      * DAY ACTUALLY HAS PAIRS TO ARCHIVE
           WRITE-PUNCH-DETAIL-LINES.
             IF WS-PUNCH-DETAIL-OPEN = 0
               OPEN I-O PUNCH-DETAIL
               IF WS-PUNCH-DETAIL-STATUS-KEY-1 = "3"
                 OPEN OUTPUT PUNCH-DETAIL
               END-IF
             MOVE SPACES TO PUNCH-DETAIL-PADDING3
             MOVE SPACES TO PUNCH-DETAIL-PADDING4
             MOVE SPACES TO PUNCH-DETAIL-PADDING5
             MOVE SPACES TO PUNCH-DETAIL-PADDING6
             MOVE EMPLOYEE-ID TO PUNCH-DETAIL-ID
             MOVE WS-SUMMARY-DATE-TEXT TO PUNCH-DETAIL-DATE
             MOVE WS-PUNCH-PAIRS-INDEX TO PUNCH-DETAIL-PAIR
             MOVE WS-PUNCH-PAIR-ARRIVE (WS-PUNCH-PAIRS-INDEX) TO
               PUNCH-DETAIL-ARRIVE
             MOVE WS-PUNCH-PAIR-LEAVE (WS-PUNCH-PAIRS-INDEX) TO
             MOVE WS-PUNCH-PAIR-MINUTES (WS-PUNCH-PAIRS-INDEX) TO
               PUNCH-DETAIL-MINUTES
             MOVE WS-SUMMARY-STATUS TO PUNCH-DETAIL-STATUS
      * A PAIR ALREADY ON FILE UNDER THE SAME KEY CAN ONLY BE THIS
      * DAY'S OWN, WRITTEN BEFORE A CRASH - THE FRESH COPY REPLACES IT
             WRITE PUNCH-DETAIL-RECORD
               INVALID KEY
                 REWRITE PUNCH-DETAIL-RECORD
             END-WRITE.

      * THE MONTH JUST CLOSING IS THE ONE BEFORE WS-SUMMARY-DATE, SINCE
      * WS-SUMMARY-DATE IS ALREADY THE FIRST DAY OF THE NEW MONTH BY THE
               MOVE 0 TO WS-MONTHLY-ATTENDANT-LATE
               MOVE 0 TO WS-MONTHLY-ATTENDANT-OVERTIME
               MOVE 0 TO WS-MONTHLY-ATTENDANT-WORK-MIN
               MOVE 0 TO WS-MONTHLY-ATTENDANT-REST-MIN
               MOVE 0 TO WS-MONTHLY-ATTENDANT-HOLIDAY-MIN
               MOVE 0 TO WS-MONTHLY-ATTENDANT-NIGHT-MIN
               MOVE 0 TO WS-MONTHLY-ATTENDANT-FLEX-MIN
             END-IF
             IF NOT WS-FIRST-DAY-OF-MONTH = 1
               MOVE MONTHLY-ATTENDANT-ABSENT TO
                 WS-MONTHLY-ATTENDANT-OVERTIME
               MOVE MONTHLY-ATTENDANT-WORK-MIN TO
                 WS-MONTHLY-ATTENDANT-WORK-MIN
      * A RUNNING-TOTALS LINE WRITTEN BEFORE THE PREMIUM MINUTES WERE
      * CARRIED IS SHORT BY THEM - READ THE MISSING FIELDS AS ZERO SO
      * THE MONTH IN PROGRESS JUST STARTS COUNTING FROM TODAY
               MOVE MONTHLY-ATTENDANT-REST-MIN TO
                 WS-MONTHLY-ATTENDANT-REST-MIN
               MOVE MONTHLY-ATTENDANT-HOLIDAY-MIN TO
                 WS-MONTHLY-ATTENDANT-HOLIDAY-MIN
               MOVE MONTHLY-ATTENDANT-NIGHT-MIN TO
                 WS-MONTHLY-ATTENDANT-NIGHT-MIN
               IF WS-MONTHLY-ATTENDANT-REST-MIN NOT NUMERIC
                 MOVE 0 TO WS-MONTHLY-ATTENDANT-REST-MIN
               END-IF
               IF WS-MONTHLY-ATTENDANT-HOLIDAY-MIN NOT NUMERIC
                 MOVE 0 TO WS-MONTHLY-ATTENDANT-HOLIDAY-MIN
               END-IF
               IF WS-MONTHLY-ATTENDANT-NIGHT-MIN NOT NUMERIC
                 MOVE 0 TO WS-MONTHLY-ATTENDANT-NIGHT-MIN
               END-IF
               MOVE MONTHLY-ATTENDANT-FLEX-MIN TO
                 WS-MONTHLY-ATTENDANT-FLEX-MIN
               IF WS-MONTHLY-ATTENDANT-FLEX-MIN NOT NUMERIC
                 MOVE 0 TO WS-MONTHLY-ATTENDANT-FLEX-MIN
               END-IF
             END-IF
             ADD WS-ABSENT TO WS-MONTHLY-ATTENDANT-ABSENT
             ADD WS-LATE TO WS-MONTHLY-ATTENDANT-LATE
             ADD WS-OVERTIME TO WS-MONTHLY-ATTENDANT-OVERTIME
             ADD WS-WORKED-MINUTES TO WS-MONTHLY-ATTENDANT-WORK-MIN
             ADD WS-REST-MINUTES TO WS-MONTHLY-ATTENDANT-REST-MIN
             ADD WS-HOLIDAY-MINUTES TO WS-MONTHLY-ATTENDANT-HOLIDAY-MIN
             ADD WS-NIGHT-MINUTES TO WS-MONTHLY-ATTENDANT-NIGHT-MIN
             ADD WS-FLEX-MINUTES TO WS-MONTHLY-ATTENDANT-FLEX-MIN
             WRITE MONTHLY-ATTENDANT-OUT FROM WS-MONTHLY-ATTENDANT
             ADD 1 TO WS-RUN-JOURNAL-WRITTEN.

      * WALKS EVERY ARRIVE/LEAVE PAIR ATTENDANCE-SORTED HOLDS FOR THIS
      * EMPLOYEE (LUNCH BADGE-OUT/BADGE-IN SHOWS UP AS A SECOND PAIR ON
               END-IF
               MOVE WS-PAIR-MINUTES-CALC TO WS-PAIR-MINUTES
               ADD WS-PAIR-MINUTES TO WS-WORKED-MINUTES
               IF WS-NIGHT-WINDOW-LENGTH > 0 AND WS-OFF-ROLL-DAY = 0
                 PERFORM ADD-PAIR-NIGHT-MINUTES
               END-IF
               PERFORM BANK-PUNCH-PAIR
               MOVE 0 TO WS-ATTENDANT-FIRST-PAIR
               IF WS-ATTENDANTS-SORTED-STATUS-KEY-1 NOT = "1"
               PERFORM APPLY-OVERTIME-APPROVAL
             END-IF
             ADD WS-OVERTIME TO WS-OVERTIME-HOURS
             MOVE WS-WORKED-MINUTES TO WS-SUMMARY-WORKED-MINUTES
      * A DAY WORKED ON A CALENDAR HOLIDAY OR A ROSTERED DAY OFF EARNS
      * ITS PREMIUM ON EVERY MINUTE WORKED. A HOLIDAY THAT FALLS ON A
      * DAY OFF IS PAID AS A HOLIDAY ONLY - ONE DAY PREMIUM PER MINUTE,
      * THE NIGHT PREMIUM STILL STACKS ON TOP. FILLUP-SUMMARY NEVER
      * LOOKED AT THE CALENDAR FOR A DAY OFF, SO IT IS LOOKED UP HERE;
      * THE STATUS NOW READS PRESENT/LATE, SO THE HIT TAKES NO LEAVE
             MOVE 0 TO WS-REST-MINUTES
             MOVE 0 TO WS-HOLIDAY-MINUTES
             IF WS-OFF-ROLL-DAY = 0
               IF WS-ROSTER-OFF-DAY = 1
                 PERFORM FIND-LEAVE-CALENDAR-ENTRY
               END-IF
               IF WS-LEAVE-CALENDAR-FOUND = 1 AND
                  WS-LEAVE-CALENDAR-TYPE-FOUND = WS-HOLIDAY-TYPE
                 MOVE WS-WORKED-MINUTES TO WS-HOLIDAY-MINUTES
               ELSE
                 IF WS-ROSTER-OFF-DAY = 1
                   MOVE WS-WORKED-MINUTES TO WS-REST-MINUTES
                 END-IF
               END-IF
             END-IF.

      * THE PART OF ONE ARRIVE/LEAVE PAIR THAT FALLS INSIDE THE NIGHT
      * WINDOW, WHICHEVER SHIFT THE EMPLOYEE IS ROSTERED ON
           ADD-PAIR-NIGHT-MINUTES.
             COMPUTE WS-PAIR-ARRIVE-MINUTE =
               WS-ATTENDANT-DATETIME-ARRIVE-HOUR * 60 +
               WS-ATTENDANT-DATETIME-ARRIVE-MINUTE
             COMPUTE WS-PAIR-LEAVE-MINUTE =
               WS-PAIR-ARRIVE-MINUTE + WS-PAIR-MINUTES
             PERFORM ADD-NIGHT-WINDOW-OVERLAP
               VARYING WS-NIGHT-WINDOW-NUMBER FROM 0 BY 1
               UNTIL WS-NIGHT-WINDOW-NUMBER > 2.

      * WINDOW 0 OPENED THE EVENING BEFORE THE ARRIVE DAY, 1 OPENS ON
      * THE ARRIVE DAY ITSELF, 2 THE EVENING AFTER
           ADD-NIGHT-WINDOW-OVERLAP.
             COMPUTE WS-NIGHT-WINDOW-START =
               WS-NIGHT-START-HOUR * 60 +
               (WS-NIGHT-WINDOW-NUMBER - 1) * 1440
             COMPUTE WS-NIGHT-WINDOW-END =
               WS-NIGHT-WINDOW-START + WS-NIGHT-WINDOW-LENGTH
             MOVE WS-PAIR-ARRIVE-MINUTE TO WS-NIGHT-OVERLAP-START
             IF WS-NIGHT-WINDOW-START > WS-NIGHT-OVERLAP-START
               MOVE WS-NIGHT-WINDOW-START TO WS-NIGHT-OVERLAP-START
             END-IF
             MOVE WS-PAIR-LEAVE-MINUTE TO WS-NIGHT-OVERLAP-END
             IF WS-NIGHT-WINDOW-END < WS-NIGHT-OVERLAP-END
               MOVE WS-NIGHT-WINDOW-END TO WS-NIGHT-OVERLAP-END
             END-IF
             IF WS-NIGHT-OVERLAP-END > WS-NIGHT-OVERLAP-START
               COMPUTE WS-NIGHT-MINUTES = WS-NIGHT-MINUTES +
                 WS-NIGHT-OVERLAP-END - WS-NIGHT-OVERLAP-START
             END-IF.

      * THE EMPLOYEE'S OWN ROSTER LINE WINS WHEN THERE IS ONE - ONLY
      * EMPLOYEES NOT ON THE ROSTER FALL THROUGH TO THE DEPARTMENT
      * COUNTERS ARE KEPT OUT OF IT BY FINISH-ATTENDANT-DAY NEVER
      * RUNNING ON A SUSPICIOUS DAY
             MOVE 0 TO WS-WORKED-MINUTES
             MOVE 0 TO WS-NIGHT-MINUTES
      * SEE FINISH-ATTENDANT-DAY - ONLY UNDO THE ABSENT DEFAULT IF
      * FILLUP-SUMMARY ACTUALLY SET IT
             IF WS-ABSENT = 1
              MOVE 0 TO WS-ATTENDANT-SUSPICIOUS
              MOVE 0 TO WS-PUNCH-PAIRS-COUNT
              MOVE 0 TO WS-WORKED-MINUTES
              MOVE 0 TO WS-REST-MINUTES
              MOVE 0 TO WS-HOLIDAY-MINUTES
              MOVE 0 TO WS-NIGHT-MINUTES
              MOVE 0 TO WS-FLEX-MINUTES
              MOVE 0 TO WS-SUMMARY-WORKED-MINUTES
              MOVE 0 TO WS-MONTHLY-ATTENDANT-ABSENT
              MOVE 0 TO WS-MONTHLY-ATTENDANT-LATE
              MOVE 0 TO WS-MONTHLY-ATTENDANT-OVERTIME
              MOVE 0 TO WS-MONTHLY-ATTENDANT-WORK-MIN
              MOVE 0 TO WS-MONTHLY-ATTENDANT-REST-MIN
              MOVE 0 TO WS-MONTHLY-ATTENDANT-HOLIDAY-MIN
              MOVE 0 TO WS-MONTHLY-ATTENDANT-NIGHT-MIN
              MOVE 0 TO WS-MONTHLY-ATTENDANT-FLEX-MIN
      * A ROSTERED EMPLOYEE WHOSE DAY FLAG SAYS THIS IS NOT A WORKING
      * DAY DEFAULTS TO "DAY OFF", NOT ABSENT - NO COUNTER MOVES AND
      * NO LEAVE IS LOOKED UP, SO NOBODY STUFFS THE CALENDAR WITH
                   (WS-ROSTER-HIT, WS-RUN-DAY-OF-WEEK) NOT = "Y"
                MOVE 1 TO WS-ROSTER-OFF-DAY
              END-IF
      * A DAY BEFORE THE HIRING DATE OR AFTER THE TERMINATION DATE IS
      * NOT THE EMPLOYEE'S TO MISS - IT DEFAULTS TO "OFF ROLL" THE SAME
      * WAY A ROSTERED DAY OFF DOES, SO PAYROLL'S PART-MONTH PAY IS NOT
      * DOCKED A SECOND TIME THROUGH THE ABSENCE COUNT
              MOVE 0 TO WS-OFF-ROLL-DAY
              IF EMPLOYEE-DATE-OF-HIRING > WS-SUMMARY-DATE-TEXT
                MOVE 1 TO WS-OFF-ROLL-DAY
              END-IF
              IF EMPLOYEE-DATE-OF-TERMINATION NOT = SPACES AND
                 EMPLOYEE-DATE-OF-TERMINATION < WS-SUMMARY-DATE-TEXT
                MOVE 1 TO WS-OFF-ROLL-DAY
              END-IF
              IF WS-OFF-ROLL-DAY = 1
                MOVE "OFF ROLL" TO WS-SUMMARY-STATUS
                MOVE 0 TO WS-ABSENT
                MOVE 0 TO WS-LEAVE-CALENDAR-FOUND
              ELSE
                IF WS-ROSTER-OFF-DAY = 1
                  MOVE "DAY OFF" TO WS-SUMMARY-STATUS
                  MOVE 0 TO WS-ABSENT
                  MOVE 0 TO WS-LEAVE-CALENDAR-FOUND
                ELSE
                  PERFORM FIND-LEAVE-CALENDAR-ENTRY
                  IF WS-LEAVE-CALENDAR-FOUND = 1
                    MOVE WS-LEAVE-CALENDAR-TYPE-FOUND TO
                      WS-SUMMARY-STATUS
                    MOVE 0 TO WS-ABSENT
                  ELSE
                    MOVE "ABSENT" TO WS-SUMMARY-STATUS
                    ADD 1 TO WS-ABSENCES-VALUE
                    ADD 1 TO WS-DEPT-ABSENCES-VALUE
                    MOVE 1 TO WS-ABSENT
                  END-IF
                END-IF
              END-IF.

              CLOSE ATTENDANTS-SORTED, MONTHLY-ATTENDANTS, EMPLOYEES,
                    MONTHLY-ATTENDANTS-OUT, SUMMARIES, SUMMARIES-CSV,
                    EXCEPTIONS, UNAPPROVED-OVERTIME, ATTENDANTS
      * EACH BACKLOG PASS IS ITS OWN BUSINESS DAY, SO EACH GETS ITS
      * OWN JOURNAL LINE BEFORE THE NEXT PASS STARTS OVER
              IF WS-SUMMARY-DATE-TEXT NOT = SPACES
                MOVE WS-SUMMARY-DATE-TEXT TO WS-RUN-JOURNAL-FROM-DATE
                MOVE WS-SUMMARY-DATE-TEXT TO WS-RUN-JOURNAL-TO-DATE
              END-IF
              PERFORM WRITE-RUN-JOURNAL
      * MORE BACKLOG DAYS WAIT - EVERY FILE IS CLOSED AND THE DAY
      * JUST DONE IS STAMPED, SO THE NEXT PASS STARTS EXACTLY AS A
      * FRESH INVOCATION WOULD. A DAY THAT FAILS STOPS THE RUN IN
                GO TO BEGIN
              END-IF.
          STOP RUN.

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
