           IDENTIFICATION DIVISION.
           PROGRAM-ID. OPSRPT.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * THE SHARED BATCH RUN JOURNAL - ONE LINE PER RUN OF EVERY
      * BATCH PROGRAM, OLDEST FIRST, ONLY EVER APPENDED TO
                SELECT RUN-JOURNAL ASSIGN TO
                       'run-journal.txt'
                       FILE STATUS IS WS-RUN-JOURNAL-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

                SELECT OPS-REPORT ASSIGN TO
                       'ops-report.txt'
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD.
                 88 EOF-RUN-JOURNAL VALUE HIGH-VALUES.
                 02 RUN-JOURNAL-PROGRAM PIC X(10).
                 02 RUN-JOURNAL-PADDING1 PIC X(1).
                 02 RUN-JOURNAL-FROM-DATE PIC X(10).
                 02 RUN-JOURNAL-PADDING2 PIC X(1).
                 02 RUN-JOURNAL-TO-DATE PIC X(10).
                 02 RUN-JOURNAL-PADDING3 PIC X(1).
                 02 RUN-JOURNAL-RUN-DATE PIC X(10).
                 02 RUN-JOURNAL-PADDING4 PIC X(1).
                 02 RUN-JOURNAL-START PIC X(8).
                 02 RUN-JOURNAL-PADDING5 PIC X(1).
                 02 RUN-JOURNAL-END PIC X(8).
                 02 RUN-JOURNAL-PADDING6 PIC X(1).
                 02 RUN-JOURNAL-READ PIC 9(7).
                 02 RUN-JOURNAL-PADDING7 PIC X(1).
                 02 RUN-JOURNAL-WRITTEN PIC 9(7).
                 02 RUN-JOURNAL-PADDING8 PIC X(1).
                 02 RUN-JOURNAL-ENDING PIC X(8).

           FD OPS-REPORT.
           01 OPS-REPORT-LINE PIC X(72).

           WORKING-STORAGE SECTION.
           01 WS-RUN-JOURNAL-FILE-STATUS.
             05 WS-RUN-JOURNAL-STATUS-KEY-1 PIC X.
             05 WS-RUN-JOURNAL-STATUS-KEY-2 PIC X.
      * THE DAILY CHAIN IN THE ORDER IT HAS TO RUN FOR A BUSINESS DAY -
      * A LINE'S STEP IS ITS POSITION HERE, 5 FOR THE MONTH-END RUNS
      * THAT NEED THE PERIOD'S LAST DAY THROUGH FILES FIRST, 0 FOR
      * EVERYTHING ELSE
           01 WS-STEP-NAMES-LIST PIC X(40)
                VALUE "INGEST    VALIDATE  FILES     RECONCILE ".
           01 WS-STEP-NAMES REDEFINES WS-STEP-NAMES-LIST.
             02 WS-STEP-NAME OCCURS 4 TIMES PIC X(10).
           01 WS-STEP-INDEX PIC 9.
           01 WS-CHECK-STEP PIC 9.
      * THE WHOLE JOURNAL, IN THE ORDER THE RUNS HAPPENED - THE ORDER
      * CHECKS ARE ALL "DID THIS LINE COME BEFORE THAT ONE"
           01 WS-JOURNAL-TABLE.
             02 WS-JOURNAL-ENTRY OCCURS 2000 TIMES.
               03 WS-JOURNAL-PROGRAM PIC X(10).
               03 WS-JOURNAL-FROM-DATE PIC X(10).
               03 WS-JOURNAL-TO-DATE PIC X(10).
               03 WS-JOURNAL-RUN-DATE PIC X(10).
               03 WS-JOURNAL-START PIC X(8).
               03 WS-JOURNAL-END PIC X(8).
               03 WS-JOURNAL-READ PIC 9(7).
               03 WS-JOURNAL-WRITTEN PIC 9(7).
               03 WS-JOURNAL-ENDING PIC X(8).
               03 WS-JOURNAL-STEP PIC 9.
           01 WS-JOURNAL-COUNT PIC 9(4) VALUE 0.
           01 WS-JOURNAL-INDEX PIC 9(4).
           01 WS-SCAN-INDEX PIC 9(4).
      * THE JOURNAL ONLY EVER GROWS, SO WHEN IT OUTRUNS THE TABLE THE
      * OLDEST LINES ARE THE ONES LEFT OUT - A FIRST PASS COUNTS THE
      * LINES, THE SECOND SKIPS ALL BUT THE NEWEST 2000
           01 WS-JOURNAL-LINES PIC 9(7) VALUE 0.
           01 WS-JOURNAL-LINE-NO PIC 9(7) VALUE 0.
           01 WS-JOURNAL-SKIPPED PIC 9(7) VALUE 0.
      * EVERY BUSINESS DATE THE JOURNAL TOUCHES, KEPT IN ASCENDING
      * ORDER AS THEY ARE ADDED - YYYY-MM-DD SORTS AS TEXT
           01 WS-DATES-TABLE.
             02 WS-BUSINESS-DATE OCCURS 1000 TIMES PIC X(10).
           01 WS-DATES-COUNT PIC 9(4) VALUE 0.
      * WITH THE DATES TABLE FULL THE OLDEST DATE MAKES WAY FOR A
      * NEWER ONE, AND EVERY DATE LEFT OUT IS COUNTED
           01 WS-DATES-DROPPED PIC 9(7) VALUE 0.
           01 WS-DATE-POS PIC 9(4).
           01 WS-DATE-HIT PIC 9(4).
           01 WS-DATE-SLOT-FOUND PIC 9.
           01 WS-ADD-DATE PIC X(10).
           01 WS-CURRENT-DATE PIC X(10).
           01 WS-CHECK-DATE PIC X(10).
      * A DAILY-CHAIN LINE COVERING SEVERAL DAYS (INGEST OR VALIDATE
      * AFTER A CATCH-UP) PUTS EVERY DAY OF ITS RANGE ON THE LIST, SO A
      * DAY FILES NEVER REACHED STILL SHOWS UP. THE WALK STOPS AFTER
      * TWO MONTHS IN CASE A BAD DATE MAKES THE RANGE NONSENSE
           01 WS-STEP-DATE.
             02 WS-STEP-YEAR PIC 9(4).
             02 WS-STEP-DASH1 PIC X(1).
             02 WS-STEP-MONTH PIC 9(2).
             02 WS-STEP-DASH2 PIC X(1).
             02 WS-STEP-DAY PIC 9(2).
           01 WS-STEP-DAYS PIC 9(3).
           01 WS-MONTH-LENGTHS-LIST PIC X(24)
                VALUE "312831303130313130313031".
           01 WS-MONTH-LENGTHS REDEFINES WS-MONTH-LENGTHS-LIST.
             02 WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(2).
           01 WS-STEP-MONTH-LENGTH PIC 9(2).
           01 WS-LEAP-QUOTIENT PIC 9(4).
           01 WS-LEAP-REMAINDER PIC 9(4).
      * RESULTS OF A SEARCH FOR A STEP'S RUN COVERING WS-CHECK-DATE
           01 WS-FOUND-BEFORE PIC 9.
           01 WS-FOUND-LATER PIC 9.
           01 WS-FOUND-RUN PIC 9.
           01 WS-FOUND-GUARD PIC 9.
           01 WS-CHAIN-ACTIVE PIC 9.
           01 WS-FLAG-TEXT PIC X(40).
           01 WS-FLAGGED-COUNT PIC 9(4) VALUE 0.
           01 WS-MISSING-COUNT PIC 9(4) VALUE 0.
           01 WS-GUARD-COUNT PIC 9(4) VALUE 0.
           01 WS-RESTART-COUNT PIC 9(4) VALUE 0.
           01 WS-TITLE PIC X(72) VALUE "Batch Operations Report".
           01 WS-NO-RUNS PIC X(72) VALUE "No runs on the run journal".
           01 WS-DATE-HEADER.
             02 F PIC X(15) VALUE "Business date: ".
             02 WS-DATE-HEADER-DATE PIC X(10).
           01 WS-COLUMNS.
             02 F PIC X(35) VALUE
               "  Program    From       Ran on     ".
             02 F PIC X(37) VALUE
               "Start End      Read Written Ending".
           01 WS-DASHES.
             02 F PIC X(24) VALUE '------------------------'.
             02 F PIC X(24) VALUE '------------------------'.
             02 F PIC X(24) VALUE '------------------------'.
      * THE FROM COLUMN IS THE FIRST BUSINESS DATE THE RUN COVERED -
      * THE LAST IS THE DATE IT IS LISTED UNDER
           01 WS-DETAIL-LINE.
             02 F PIC X(2) VALUE SPACES.
             02 WS-DETAIL-PROGRAM PIC X(10).
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-FROM-DATE PIC X(10).
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-RUN-DATE PIC X(10).
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-START PIC X(5).
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-END PIC X(5).
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-READ PIC ZZZZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-WRITTEN PIC ZZZZZZ9.
             02 F PIC X(1) VALUE SPACE.
             02 WS-DETAIL-ENDING PIC X(8).
           01 WS-FLAG-LINE.
             02 F PIC X(15) VALUE "             **".
             02 F PIC X(1) VALUE SPACE.
             02 WS-FLAG-LINE-TEXT PIC X(40).
           01 WS-COUNT-LINE.
             02 WS-COUNT-LABEL PIC X(30).
             02 WS-COUNT-OUT PIC ZZZZZZ9.

           PROCEDURE DIVISION.
           BEGIN.
             OPEN OUTPUT OPS-REPORT
             WRITE OPS-REPORT-LINE FROM WS-TITLE
             PERFORM LOAD-RUN-JOURNAL
             IF WS-JOURNAL-COUNT = 0
               WRITE OPS-REPORT-LINE FROM WS-NO-RUNS
               CLOSE OPS-REPORT
               DISPLAY "No runs on the run journal"
               STOP RUN
             END-IF
             PERFORM ADD-LINE-DATES
               VARYING WS-JOURNAL-INDEX FROM 1 BY 1
               UNTIL WS-JOURNAL-INDEX > WS-JOURNAL-COUNT
             PERFORM WRITE-DATE-SECTION
               VARYING WS-DATE-POS FROM 1 BY 1
               UNTIL WS-DATE-POS > WS-DATES-COUNT
             PERFORM WRITE-REPORT-FOOTER
             CLOSE OPS-REPORT
             DISPLAY "Runs on the journal: " WS-JOURNAL-COUNT
             IF WS-JOURNAL-SKIPPED > 0 OR WS-DATES-DROPPED > 0
               DISPLAY "Journal outgrew the report - oldest runs: "
                 WS-JOURNAL-SKIPPED " oldest dates: " WS-DATES-DROPPED
                 " not reported"
             END-IF
             DISPLAY "Runs flagged: " WS-FLAGGED-COUNT
             DISPLAY "Steps missing: " WS-MISSING-COUNT
             DISPLAY "Finished writing operations report"
             STOP RUN.

      * HELPER FUNCTIONS

      * NO JOURNAL YET IS SIMPLY NOTHING TO REPORT. A JOURNAL LONGER
      * THAN THE TABLE KEEPS ITS NEWEST RUNS AND COUNTS THE OLDER ONES
      * AS SKIPPED - THE RECENT DAYS ARE THE ONES OPERATIONS NEEDS
           LOAD-RUN-JOURNAL.
             OPEN INPUT RUN-JOURNAL
             IF WS-RUN-JOURNAL-STATUS-KEY-1 = "0"
               READ RUN-JOURNAL
               PERFORM COUNT-RUN-JOURNAL-LINE
                 UNTIL WS-RUN-JOURNAL-STATUS-KEY-1 = "1"
               CLOSE RUN-JOURNAL
               IF WS-JOURNAL-LINES > 2000
                 COMPUTE WS-JOURNAL-SKIPPED = WS-JOURNAL-LINES - 2000
               END-IF
               OPEN INPUT RUN-JOURNAL
               READ RUN-JOURNAL
               PERFORM LOAD-RUN-JOURNAL-ENTRY
                 UNTIL WS-RUN-JOURNAL-STATUS-KEY-1 = "1"
               CLOSE RUN-JOURNAL
             END-IF.

           COUNT-RUN-JOURNAL-LINE.
             ADD 1 TO WS-JOURNAL-LINES
             READ RUN-JOURNAL.

           LOAD-RUN-JOURNAL-ENTRY.
             ADD 1 TO WS-JOURNAL-LINE-NO
             IF WS-JOURNAL-LINE-NO > WS-JOURNAL-SKIPPED AND
                WS-JOURNAL-COUNT < 2000
               ADD 1 TO WS-JOURNAL-COUNT
               MOVE RUN-JOURNAL-PROGRAM TO
                 WS-JOURNAL-PROGRAM (WS-JOURNAL-COUNT)
               MOVE RUN-JOURNAL-FROM-DATE TO
                 WS-JOURNAL-FROM-DATE (WS-JOURNAL-COUNT)
               MOVE RUN-JOURNAL-TO-DATE TO
                 WS-JOURNAL-TO-DATE (WS-JOURNAL-COUNT)
               MOVE RUN-JOURNAL-RUN-DATE TO
                 WS-JOURNAL-RUN-DATE (WS-JOURNAL-COUNT)
               MOVE RUN-JOURNAL-START TO
                 WS-JOURNAL-START (WS-JOURNAL-COUNT)
               MOVE RUN-JOURNAL-END TO WS-JOURNAL-END (WS-JOURNAL-COUNT)
               MOVE 0 TO WS-JOURNAL-READ (WS-JOURNAL-COUNT)
               IF RUN-JOURNAL-READ IS NUMERIC
                 MOVE RUN-JOURNAL-READ TO
                   WS-JOURNAL-READ (WS-JOURNAL-COUNT)
               END-IF
               MOVE 0 TO WS-JOURNAL-WRITTEN (WS-JOURNAL-COUNT)
               IF RUN-JOURNAL-WRITTEN IS NUMERIC
                 MOVE RUN-JOURNAL-WRITTEN TO
                   WS-JOURNAL-WRITTEN (WS-JOURNAL-COUNT)
               END-IF
               MOVE RUN-JOURNAL-ENDING TO
                 WS-JOURNAL-ENDING (WS-JOURNAL-COUNT)
               IF RUN-JOURNAL-ENDING = "GUARD"
                 ADD 1 TO WS-GUARD-COUNT
               END-IF
               IF RUN-JOURNAL-ENDING = "RESTART"
                 ADD 1 TO WS-RESTART-COUNT
               END-IF
               PERFORM CLASSIFY-RUN
             END-IF
             READ RUN-JOURNAL.

           CLASSIFY-RUN.
             MOVE 0 TO WS-JOURNAL-STEP (WS-JOURNAL-COUNT)
             PERFORM CHECK-STEP-NAME
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > 4
             IF RUN-JOURNAL-PROGRAM = "PAYROLL" OR
                RUN-JOURNAL-PROGRAM = "RETROPAY" OR
                RUN-JOURNAL-PROGRAM = "FLEXBANK" OR
                RUN-JOURNAL-PROGRAM = "REMIT"
               MOVE 5 TO WS-JOURNAL-STEP (WS-JOURNAL-COUNT)
             END-IF.

           CHECK-STEP-NAME.
             IF RUN-JOURNAL-PROGRAM = WS-STEP-NAME (WS-STEP-INDEX)
               MOVE WS-STEP-INDEX TO WS-JOURNAL-STEP (WS-JOURNAL-COUNT)
             END-IF.

      * EVERY RUN IS LISTED UNDER THE LAST BUSINESS DATE IT COVERED -
      * A MONTH-END RUN THEREFORE LANDS ON THE PERIOD'S LAST DAY, NEXT
      * TO THE FILES RUN THAT HAD TO CLOSE IT
           ADD-LINE-DATES.
             MOVE WS-JOURNAL-TO-DATE (WS-JOURNAL-INDEX) TO WS-ADD-DATE
             PERFORM ADD-BUSINESS-DATE
             IF WS-JOURNAL-STEP (WS-JOURNAL-INDEX) > 0 AND
                WS-JOURNAL-STEP (WS-JOURNAL-INDEX) < 5 AND
                WS-JOURNAL-FROM-DATE (WS-JOURNAL-INDEX) <
                  WS-JOURNAL-TO-DATE (WS-JOURNAL-INDEX)
               MOVE WS-JOURNAL-FROM-DATE (WS-JOURNAL-INDEX) TO
                 WS-STEP-DATE
               IF WS-STEP-YEAR IS NUMERIC AND
                  WS-STEP-MONTH IS NUMERIC AND
                  WS-STEP-DAY IS NUMERIC
                 MOVE 0 TO WS-STEP-DAYS
                 PERFORM ADD-RANGE-DAY
                   UNTIL WS-STEP-DATE NOT <
                     WS-JOURNAL-TO-DATE (WS-JOURNAL-INDEX)
                     OR WS-STEP-DAYS > 62
               END-IF
             END-IF.

           ADD-RANGE-DAY.
             MOVE WS-STEP-DATE TO WS-ADD-DATE
             PERFORM ADD-BUSINESS-DATE
             PERFORM STEP-TO-NEXT-DAY
             ADD 1 TO WS-STEP-DAYS.

      * INSERTS WS-ADD-DATE IN ITS PLACE IN THE ASCENDING LIST, ONCE
           ADD-BUSINESS-DATE.
             IF WS-ADD-DATE NOT = SPACES
               MOVE 0 TO WS-DATE-SLOT-FOUND
               COMPUTE WS-DATE-HIT = WS-DATES-COUNT + 1
               PERFORM CHECK-DATE-SLOT
                 VARYING WS-SCAN-INDEX FROM 1 BY 1
                 UNTIL WS-SCAN-INDEX > WS-DATES-COUNT
                   OR WS-DATE-SLOT-FOUND = 1
               IF WS-DATE-HIT > WS-DATES-COUNT OR
                  WS-BUSINESS-DATE (WS-DATE-HIT) NOT = WS-ADD-DATE
                 IF WS-DATES-COUNT < 1000
                   PERFORM SHIFT-DATE-UP
                     VARYING WS-SCAN-INDEX FROM WS-DATES-COUNT BY -1
                     UNTIL WS-SCAN-INDEX < WS-DATE-HIT
                   MOVE WS-ADD-DATE TO WS-BUSINESS-DATE (WS-DATE-HIT)
                   ADD 1 TO WS-DATES-COUNT
                 ELSE
                   ADD 1 TO WS-DATES-DROPPED
                   IF WS-DATE-HIT > 1
                     SUBTRACT 1 FROM WS-DATE-HIT
                     PERFORM SHIFT-DATE-DOWN
                       VARYING WS-SCAN-INDEX FROM 1 BY 1
                       UNTIL WS-SCAN-INDEX NOT < WS-DATE-HIT
                     MOVE WS-ADD-DATE TO WS-BUSINESS-DATE (WS-DATE-HIT)
                   END-IF
                 END-IF
               END-IF
             END-IF.

           CHECK-DATE-SLOT.
             IF WS-BUSINESS-DATE (WS-SCAN-INDEX) NOT < WS-ADD-DATE
               MOVE WS-SCAN-INDEX TO WS-DATE-HIT
               MOVE 1 TO WS-DATE-SLOT-FOUND
             END-IF.

           SHIFT-DATE-UP.
             MOVE WS-BUSINESS-DATE (WS-SCAN-INDEX) TO
               WS-BUSINESS-DATE (WS-SCAN-INDEX + 1).

           SHIFT-DATE-DOWN.
             MOVE WS-BUSINESS-DATE (WS-SCAN-INDEX + 1) TO
               WS-BUSINESS-DATE (WS-SCAN-INDEX).

      * THE DAY AFTER WS-STEP-DATE, ROLLING MONTH AND YEAR ENDS THE WAY
      * THE DAILY RUN WORKS OUT ITS EXPECTED NEXT DATE
           STEP-TO-NEXT-DAY.
             MOVE 31 TO WS-STEP-MONTH-LENGTH
             IF WS-STEP-MONTH > 0 AND WS-STEP-MONTH < 13
               MOVE WS-MONTH-LENGTH (WS-STEP-MONTH) TO
                 WS-STEP-MONTH-LENGTH
             END-IF
             IF WS-STEP-MONTH = 02
               PERFORM CHECK-LEAP-YEAR
             END-IF
             IF WS-STEP-DAY < WS-STEP-MONTH-LENGTH
               ADD 1 TO WS-STEP-DAY
             ELSE
               MOVE 01 TO WS-STEP-DAY
               IF WS-STEP-MONTH NOT < 12
                 MOVE 01 TO WS-STEP-MONTH
                 ADD 1 TO WS-STEP-YEAR
               ELSE
                 ADD 1 TO WS-STEP-MONTH
               END-IF
             END-IF.

      * DIVISIBLE BY 4, EXCEPT CENTURIES UNLESS DIVISIBLE BY 400
           CHECK-LEAP-YEAR.
             DIVIDE WS-STEP-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
             IF WS-LEAP-REMAINDER = 0
               MOVE 29 TO WS-STEP-MONTH-LENGTH
               DIVIDE WS-STEP-YEAR BY 100
                 GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                 DIVIDE WS-STEP-YEAR BY 400
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
                 IF WS-LEAP-REMAINDER NOT = 0
                   MOVE 28 TO WS-STEP-MONTH-LENGTH
                 END-IF
               END-IF
             END-IF.

      * ONE SECTION PER BUSINESS DATE - THE RUNS LISTED UNDER IT IN
      * JOURNAL ORDER, EACH WITH ITS ORDER CHECK, THEN THE DAILY CHAIN
      * CHECKED FOR STEPS THAT NEVER RAN FOR THE DAY
           WRITE-DATE-SECTION.
             MOVE WS-BUSINESS-DATE (WS-DATE-POS) TO WS-CURRENT-DATE
             MOVE WS-CURRENT-DATE TO WS-DATE-HEADER-DATE
             MOVE SPACES TO OPS-REPORT-LINE
             WRITE OPS-REPORT-LINE
             WRITE OPS-REPORT-LINE FROM WS-DATE-HEADER
             WRITE OPS-REPORT-LINE FROM WS-COLUMNS
             WRITE OPS-REPORT-LINE FROM WS-DASHES
             PERFORM WRITE-RUN-ENTRY
               VARYING WS-JOURNAL-INDEX FROM 1 BY 1
               UNTIL WS-JOURNAL-INDEX > WS-JOURNAL-COUNT
             PERFORM CHECK-CHAIN-FOR-DATE.

           WRITE-RUN-ENTRY.
             IF WS-JOURNAL-TO-DATE (WS-JOURNAL-INDEX) = WS-CURRENT-DATE
               MOVE WS-JOURNAL-PROGRAM (WS-JOURNAL-INDEX) TO
                 WS-DETAIL-PROGRAM
               MOVE WS-JOURNAL-FROM-DATE (WS-JOURNAL-INDEX) TO
                 WS-DETAIL-FROM-DATE
               MOVE WS-JOURNAL-RUN-DATE (WS-JOURNAL-INDEX) TO
                 WS-DETAIL-RUN-DATE
               MOVE WS-JOURNAL-START (WS-JOURNAL-INDEX) TO
                 WS-DETAIL-START
               MOVE WS-JOURNAL-END (WS-JOURNAL-INDEX) TO WS-DETAIL-END
               MOVE WS-JOURNAL-READ (WS-JOURNAL-INDEX) TO
                 WS-DETAIL-READ
               MOVE WS-JOURNAL-WRITTEN (WS-JOURNAL-INDEX) TO
                 WS-DETAIL-WRITTEN
               MOVE WS-JOURNAL-ENDING (WS-JOURNAL-INDEX) TO
                 WS-DETAIL-ENDING
               WRITE OPS-REPORT-LINE FROM WS-DETAIL-LINE
               PERFORM CHECK-RUN-ORDER
               IF WS-FLAG-TEXT NOT = SPACES
                 MOVE WS-FLAG-TEXT TO WS-FLAG-LINE-TEXT
                 WRITE OPS-REPORT-LINE FROM WS-FLAG-LINE
                 ADD 1 TO WS-FLAGGED-COUNT
               END-IF
             END-IF.

      * A CHAIN STEP NEEDS EVERY EARLIER STEP TO HAVE RUN FOR BOTH ENDS
      * OF ITS DATES FIRST - A RUN FOR THE DAY FOUND ONLY FURTHER DOWN
      * THE JOURNAL MEANS THIS ONE WENT AHEAD OF IT. A STEP THAT NEVER
      * RAN AT ALL IS LEFT TO CHECK-CHAIN-FOR-DATE. A MONTH-END RUN
      * NEEDS FILES TO HAVE PROCESSED THE PERIOD'S LAST DAY FIRST. A
      * RUN STOPPED BY A GUARD DID NOTHING, SO IS NEVER HELD TO ORDER
           CHECK-RUN-ORDER.
             MOVE SPACES TO WS-FLAG-TEXT
             IF WS-JOURNAL-ENDING (WS-JOURNAL-INDEX) NOT = "GUARD"
               IF WS-JOURNAL-STEP (WS-JOURNAL-INDEX) > 1 AND
                  WS-JOURNAL-STEP (WS-JOURNAL-INDEX) < 5
                 PERFORM CHECK-EARLIER-STEP
                   VARYING WS-CHECK-STEP FROM 1 BY 1
                   UNTIL WS-CHECK-STEP NOT <
                     WS-JOURNAL-STEP (WS-JOURNAL-INDEX)
                     OR WS-FLAG-TEXT NOT = SPACES
               END-IF
               IF WS-JOURNAL-STEP (WS-JOURNAL-INDEX) = 5
                 MOVE 3 TO WS-CHECK-STEP
                 MOVE WS-JOURNAL-TO-DATE (WS-JOURNAL-INDEX) TO
                   WS-CHECK-DATE
                 PERFORM FIND-STEP-AROUND-RUN
                 IF WS-FOUND-BEFORE = 0
                   IF WS-FOUND-LATER = 1
                     MOVE "RAN BEFORE FILES CLOSED THE MONTH" TO
                       WS-FLAG-TEXT
                   ELSE
                     MOVE "MONTH NOT CLOSED BY FILES" TO WS-FLAG-TEXT
                   END-IF
                 END-IF
               END-IF
             END-IF.

           CHECK-EARLIER-STEP.
             MOVE WS-JOURNAL-FROM-DATE (WS-JOURNAL-INDEX) TO
               WS-CHECK-DATE
             PERFORM FIND-STEP-AROUND-RUN
             IF WS-FOUND-BEFORE = 1 OR WS-FOUND-LATER = 0
               MOVE WS-JOURNAL-TO-DATE (WS-JOURNAL-INDEX) TO
                 WS-CHECK-DATE
               PERFORM FIND-STEP-AROUND-RUN
             END-IF
             IF WS-FOUND-BEFORE = 0 AND WS-FOUND-LATER = 1
               STRING "RAN BEFORE " DELIMITED BY SIZE
                      WS-STEP-NAME (WS-CHECK-STEP) DELIMITED BY SPACE
                      " FOR " DELIMITED BY SIZE
                      WS-CHECK-DATE DELIMITED BY SIZE
                 INTO WS-FLAG-TEXT
             END-IF.

      * LOOKS EITHER SIDE OF THE RUN AT WS-JOURNAL-INDEX FOR A RUN OF
      * STEP WS-CHECK-STEP, NOT STOPPED BY A GUARD, COVERING
      * WS-CHECK-DATE
           FIND-STEP-AROUND-RUN.
             MOVE 0 TO WS-FOUND-BEFORE
             MOVE 0 TO WS-FOUND-LATER
             PERFORM CHECK-STEP-AROUND-RUN
               VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-JOURNAL-COUNT.

           CHECK-STEP-AROUND-RUN.
             IF WS-JOURNAL-STEP (WS-SCAN-INDEX) = WS-CHECK-STEP AND
                WS-JOURNAL-ENDING (WS-SCAN-INDEX) NOT = "GUARD" AND
                WS-JOURNAL-FROM-DATE (WS-SCAN-INDEX) NOT >
                  WS-CHECK-DATE AND
                WS-JOURNAL-TO-DATE (WS-SCAN-INDEX) NOT < WS-CHECK-DATE
               IF WS-SCAN-INDEX < WS-JOURNAL-INDEX
                 MOVE 1 TO WS-FOUND-BEFORE
               END-IF
               IF WS-SCAN-INDEX > WS-JOURNAL-INDEX
                 MOVE 1 TO WS-FOUND-LATER
               END-IF
             END-IF.

      * ONCE ANY DAILY-CHAIN STEP HAS TOUCHED THE DATE, ALL FOUR ARE
      * EXPECTED FOR IT - A STEP THAT ONLY EVER STOPPED AT A GUARD IS
      * CALLED OUT AS SUCH, SINCE IT TOO LEFT THE DAY UNPROCESSED
           CHECK-CHAIN-FOR-DATE.
             MOVE WS-CURRENT-DATE TO WS-CHECK-DATE
             MOVE 0 TO WS-CHAIN-ACTIVE
             PERFORM CHECK-CHAIN-ACTIVE
               VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-JOURNAL-COUNT
                 OR WS-CHAIN-ACTIVE = 1
             IF WS-CHAIN-ACTIVE = 1
               PERFORM CHECK-CHAIN-STEP
                 VARYING WS-CHECK-STEP FROM 1 BY 1
                 UNTIL WS-CHECK-STEP > 4
             END-IF.

           CHECK-CHAIN-ACTIVE.
             IF WS-JOURNAL-STEP (WS-SCAN-INDEX) > 0 AND
                WS-JOURNAL-STEP (WS-SCAN-INDEX) < 5 AND
                WS-JOURNAL-FROM-DATE (WS-SCAN-INDEX) NOT >
                  WS-CHECK-DATE AND
                WS-JOURNAL-TO-DATE (WS-SCAN-INDEX) NOT < WS-CHECK-DATE
               MOVE 1 TO WS-CHAIN-ACTIVE
             END-IF.

           CHECK-CHAIN-STEP.
             MOVE 0 TO WS-FOUND-RUN
             MOVE 0 TO WS-FOUND-GUARD
             PERFORM CHECK-CHAIN-STEP-RUN
               VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-JOURNAL-COUNT
             IF WS-FOUND-RUN = 0
               MOVE SPACES TO WS-FLAG-TEXT
               IF WS-FOUND-GUARD = 1
                 STRING WS-STEP-NAME (WS-CHECK-STEP) DELIMITED BY SPACE
                        " ONLY STOPPED AT A GUARD" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT
               ELSE
                 STRING "NO " DELIMITED BY SIZE
                        WS-STEP-NAME (WS-CHECK-STEP) DELIMITED BY SPACE
                        " RUN FOR THIS DATE" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT
               END-IF
               MOVE WS-FLAG-TEXT TO WS-FLAG-LINE-TEXT
               WRITE OPS-REPORT-LINE FROM WS-FLAG-LINE
               ADD 1 TO WS-MISSING-COUNT
             END-IF.

           CHECK-CHAIN-STEP-RUN.
             IF WS-JOURNAL-STEP (WS-SCAN-INDEX) = WS-CHECK-STEP AND
                WS-JOURNAL-FROM-DATE (WS-SCAN-INDEX) NOT >
                  WS-CHECK-DATE AND
                WS-JOURNAL-TO-DATE (WS-SCAN-INDEX) NOT < WS-CHECK-DATE
               IF WS-JOURNAL-ENDING (WS-SCAN-INDEX) = "GUARD"
                 MOVE 1 TO WS-FOUND-GUARD
               ELSE
                 MOVE 1 TO WS-FOUND-RUN
               END-IF
             END-IF.

           WRITE-REPORT-FOOTER.
             MOVE SPACES TO OPS-REPORT-LINE
             WRITE OPS-REPORT-LINE
             WRITE OPS-REPORT-LINE FROM WS-DASHES
             MOVE "Runs on the journal:" TO WS-COUNT-LABEL
             MOVE WS-JOURNAL-COUNT TO WS-COUNT-OUT
             WRITE OPS-REPORT-LINE FROM WS-COUNT-LINE
             IF WS-JOURNAL-SKIPPED > 0
               MOVE "Oldest runs not reported:" TO WS-COUNT-LABEL
               MOVE WS-JOURNAL-SKIPPED TO WS-COUNT-OUT
               WRITE OPS-REPORT-LINE FROM WS-COUNT-LINE
             END-IF
             IF WS-DATES-DROPPED > 0
               MOVE "Oldest dates not reported:" TO WS-COUNT-LABEL
               MOVE WS-DATES-DROPPED TO WS-COUNT-OUT
               WRITE OPS-REPORT-LINE FROM WS-COUNT-LINE
             END-IF
             MOVE "Business dates:" TO WS-COUNT-LABEL
             MOVE WS-DATES-COUNT TO WS-COUNT-OUT
             WRITE OPS-REPORT-LINE FROM WS-COUNT-LINE
             MOVE "Runs flagged:" TO WS-COUNT-LABEL
             MOVE WS-FLAGGED-COUNT TO WS-COUNT-OUT
             WRITE OPS-REPORT-LINE FROM WS-COUNT-LINE
             MOVE "Daily steps missing:" TO WS-COUNT-LABEL
             MOVE WS-MISSING-COUNT TO WS-COUNT-OUT
             WRITE OPS-REPORT-LINE FROM WS-COUNT-LINE
             MOVE "Runs stopped by a guard:" TO WS-COUNT-LABEL
             MOVE WS-GUARD-COUNT TO WS-COUNT-OUT
             WRITE OPS-REPORT-LINE FROM WS-COUNT-LINE
             MOVE "Restarted from checkpoint:" TO WS-COUNT-LABEL
             MOVE WS-RESTART-COUNT TO WS-COUNT-OUT
             WRITE OPS-REPORT-LINE FROM WS-COUNT-LINE.
