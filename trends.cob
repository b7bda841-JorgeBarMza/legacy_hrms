           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * THE LIVE MONTHLY ARCHIVE - WHEN THE TWELVE-MONTH WINDOW REACHES
      * BACK INTO A YEAR YEAREND HAS CLOSED OUT, THAT YEAR'S
      * MONTHLY-ATTENDANCE-HISTORY-YYYY.TXT IS READ AS WELL, SO THE
      * NAME IS SET BEFORE EACH OPEN
                SELECT MONTHLY-HISTORY ASSIGN USING
                       WS-MONTHLY-HISTORY-NAME
                       FILE STATUS IS WS-MONTHLY-HISTORY-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.
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
           FD MONTHLY-HISTORY.
           FD TREND-REPORT.
           01 TREND-REPORT-LINE PIC X(84).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(86).

           WORKING-STORAGE SECTION.
           01 WS-MONTHLY-HISTORY-FILE-STATUS.
             05 WS-MONTHLY-HISTORY-STATUS-KEY-1 PIC X.
             05 WS-MONTHLY-HISTORY-STATUS-KEY-2 PIC X.
      * THE LIVE HISTORY FILE, OR LAST YEAR'S ARCHIVE WHEN THE
      * TWELVE-MONTH WINDOW REACHES BACK PAST THE YEAR-END CUT
           01 WS-MONTHLY-HISTORY-NAME PIC X(40)
                VALUE "monthly-attendance-history.txt".
           01 WS-HISTORY-LIVE-NAME PIC X(40)
                VALUE "monthly-attendance-history.txt".
           01 WS-HISTORY-ARCHIVE-NAME.
             02 F PIC X(27) VALUE "monthly-attendance-history-".
             02 WS-HISTORY-ARCHIVE-YEAR PIC 9(4).
             02 F PIC X(4) VALUE ".txt".
           01 WS-WINDOW-START-YEAR PIC 9(4).
           01 WS-EMPLOYEES-FILE-STATUS.
             05 WS-EMPLOYEES-STATUS-KEY-1 PIC X.
             05 WS-EMPLOYEES-STATUS-KEY-2 PIC X.
             "No employees crossed the thresholds".
           01 WS-CURRENT-DEPARTMENT PIC A(3) VALUE SPACES.

           01 WS-RUN-JOURNAL-FILE-STATUS.
             05 WS-RUN-JOURNAL-STATUS-KEY-1 PIC X.
             05 WS-RUN-JOURNAL-STATUS-KEY-2 PIC X.
      * THIS RUN'S JOURNAL LINE - THE BUSINESS DATES IT COVERED, WHEN
      * IT RAN, RECORDS READ AND WRITTEN, AND HOW IT ENDED: NORMAL,
      * GUARD (STOPPED BY A CHECK BEFORE DOING ITS WORK) OR RESTART
      * (PICKED UP FROM A CHECKPOINT)
           01 WS-RUN-JOURNAL-LINE.
             02 WS-RUN-JOURNAL-PROGRAM PIC X(10) VALUE "TRENDS".
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
             PERFORM LOAD-THRESHOLDS
             PERFORM LOAD-DEPARTMENTS
             PERFORM FIND-LATEST-PERIOD
               WRITE TREND-REPORT-LINE
               CLOSE TREND-REPORT
               DISPLAY "No history to report on"
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             DIVIDE WS-LATEST-PERIOD BY 12 GIVING WS-LATEST-YEAR
             PERFORM WRITE-TRIGGER-SECTION
             CLOSE TREND-REPORT
             DISPLAY "Finished writing attendance trend report"
             PERFORM WRITE-RUN-JOURNAL
             STOP RUN.

           LOAD-THRESHOLDS.
             READ MONTHLY-HISTORY.

      * SECOND PASS - EVERY RECORD INSIDE THE TWELVE-MONTH WINDOW ADDS
      * INTO ITS EMPLOYEE'S SLOTS, THE NEWEST THREE MONTHS TWICE OVER.
      * A WINDOW STARTING IN THE YEAR BEFORE THE NEWEST MONTH TAKES IN
      * THAT YEAR'S ARCHIVE FILE FIRST IF YEAREND HAS MOVED IT OUT -
      * NO SUCH FILE MEANS THE YEAR IS STILL ON THE LIVE FILE
           ACCUMULATE-HISTORY.
             COMPUTE WS-WINDOW-START-YEAR =
               (WS-LATEST-PERIOD - 11) / 12
             IF WS-WINDOW-START-YEAR < WS-LATEST-YEAR
               MOVE WS-WINDOW-START-YEAR TO WS-HISTORY-ARCHIVE-YEAR
               MOVE WS-HISTORY-ARCHIVE-NAME TO WS-MONTHLY-HISTORY-NAME
               OPEN INPUT MONTHLY-HISTORY
               IF WS-MONTHLY-HISTORY-STATUS-KEY-1 = "0"
                 READ MONTHLY-HISTORY
                 PERFORM ACCUMULATE-HISTORY-RECORD
                   UNTIL WS-MONTHLY-HISTORY-STATUS-KEY-1 = "1"
                 CLOSE MONTHLY-HISTORY
               END-IF
               MOVE WS-HISTORY-LIVE-NAME TO WS-MONTHLY-HISTORY-NAME
             END-IF
             OPEN INPUT MONTHLY-HISTORY
             IF WS-MONTHLY-HISTORY-STATUS-KEY-1 = "0"
               READ MONTHLY-HISTORY
             END-IF.

           ACCUMULATE-HISTORY-RECORD.
             ADD 1 TO WS-RUN-JOURNAL-READ
             COMPUTE WS-RECORD-PERIOD =
               MONTHLY-HISTORY-YEAR * 12 + MONTHLY-HISTORY-MONTH - 1
             COMPUTE WS-PERIOD-AGE =
               MOVE WS-LATE-12MO (EMPLOYEE-ID) TO WS-DETAIL-LATE-12MO
               MOVE WS-SEVERITY TO WS-DETAIL-SEVERITY
               WRITE TREND-REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-RUN-JOURNAL-WRITTEN
             END-IF
             READ EMPLOYEES.

                   WS-DETAIL-LATE-12MO
                 MOVE WS-SEVERITY TO WS-DETAIL-SEVERITY
                 WRITE TREND-REPORT-LINE FROM WS-DETAIL-LINE
                 ADD 1 TO WS-RUN-JOURNAL-WRITTEN
                 ADD 1 TO WS-TRIGGER-COUNT
               END-IF
             END-IF
             READ EMPLOYEES.

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
