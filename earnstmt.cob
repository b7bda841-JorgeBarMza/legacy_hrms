
      * THE CUMULATIVE PAY ARCHIVE PAYROLL APPENDS TO EVERY MONTH -
      * THE WHOLE POINT OF THIS PROGRAM IS THAT NOBODY RECONSTRUCTS A
      * YEAR FROM PAPER PAYSLIPS ANY MORE. A CLOSED YEAR YEAREND HAS
      * MOVED OUT TO PAYROLL-HISTORY-YYYY.TXT IS READ FROM THERE FIRST,
      * SO THE NAME IS SET BEFORE EACH OPEN
                SELECT PAYROLL-HISTORY ASSIGN USING
                       WS-PAYROLL-HISTORY-NAME
                       FILE STATUS IS WS-PAYROLL-HISTORY-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.
           01 WS-PAYROLL-HISTORY-FILE-STATUS.
             05 WS-PAYROLL-HISTORY-STATUS-KEY-1 PIC X.
             05 WS-PAYROLL-HISTORY-STATUS-KEY-2 PIC X.
           01 WS-PAYROLL-HISTORY-NAME PIC X(40).
           01 WS-PAYHIST-LIVE-NAME PIC X(40)
                VALUE "payroll-history.txt".
           01 WS-PAYHIST-ARCHIVE-NAME.
             02 F PIC X(16) VALUE "payroll-history-".
             02 WS-PAYHIST-ARCHIVE-YEAR PIC X(4).
             02 F PIC X(4) VALUE ".txt".
           01 WS-PAYHIST-ON-LIVE PIC 9 VALUE 0.
           01 WS-LOOKUP-ID PIC 9(4).
           01 WS-STATEMENT-YEAR PIC X(4).
           01 WS-EMPLOYEE-FOUND PIC 9 VALUE 0.
             02 F PIC X(1).
             02 WS-HIST-DED-AMOUNT PIC 9(6)V99.
             02 F PIC X(44).
      * UNTAKEN LEAVE PAID OUT ON A LEAVER'S FINAL SETTLEMENT - ALREADY
      * INSIDE THAT MONTH'S NET, TOTALLED HERE SO THE YEAR'S TAXABLE
      * EARNINGS SHOW IT
           01 WS-HIST-LVP-PARTS REDEFINES WS-HISTORY-LINE.
             02 F PIC X(17).
             02 WS-HIST-LVP-DAYS PIC 9(3).
             02 F PIC X(1).
             02 WS-HIST-LVP-AMOUNT PIC 9(6)V99.
             02 F PIC X(51).
      * REST-DAY, HOLIDAY AND NIGHT PREMIUMS - ALSO ALREADY INSIDE THE
      * MONTH'S NET, TOTALLED THE SAME WAY AS THE LEAVE PAYOUT
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
      * YEAR-TO-DATE TOTAL PER DEDUCTION CODE, BUILT UP AS THE DED
      * LINES GO PAST - THE CODES COME FROM TAX-BRACKETS.TXT SO TEN
      * SLOTS MATCH THE APPLIED-DEDUCTIONS TABLE IN PAYROLL
           01 WS-TOTAL-GROSS PIC 9(8) VALUE 0.
           01 WS-TOTAL-OVERTIME PIC 9(8)V99 VALUE 0.
           01 WS-TOTAL-NET PIC S9(8)V99 VALUE 0.
           01 WS-TOTAL-LEAVE-PAYOUT PIC 9(8)V99 VALUE 0.
           01 WS-TOTAL-PREMIUM PIC 9(8)V99 VALUE 0.
           01 WS-TITLE-LINE.
             02 F PIC X(26) VALUE "Annual Earnings Statement ".
             02 F PIC X(6) VALUE " Year ".
           01 WS-TOTAL-OVERTIME-LINE.
             02 F PIC X(22) VALUE "Total overtime pay:   ".
             02 WS-TOTAL-OVERTIME-DISPLAY PIC ZZZZZZZ9.99.
           01 WS-TOTAL-LEAVE-PAYOUT-LINE.
             02 F PIC X(22) VALUE "Total leave payout:   ".
             02 WS-TOTAL-LEAVE-PAYOUT-DISPLAY PIC ZZZZZZZ9.99.
           01 WS-TOTAL-PREMIUM-LINE.
             02 F PIC X(22) VALUE "Total premium pay:    ".
             02 WS-TOTAL-PREMIUM-DISPLAY PIC ZZZZZZZ9.99.
           01 WS-TOTAL-NET-LINE.
             02 F PIC X(22) VALUE "Total net paid:       ".
             02 WS-TOTAL-NET-DISPLAY PIC -ZZZZZZZ9.99.
             WRITE ANNUAL-STATEMENT-LINE FROM WS-NAME-LINE
             WRITE ANNUAL-STATEMENT-LINE FROM WS-COLUMNS
             WRITE ANNUAL-STATEMENT-LINE FROM WS-DASHES
      * NO ARCHIVE FILE FOR THE YEAR MEANS IT IS STILL LIVE
             MOVE WS-STATEMENT-YEAR TO WS-PAYHIST-ARCHIVE-YEAR
             MOVE WS-PAYHIST-ARCHIVE-NAME TO WS-PAYROLL-HISTORY-NAME
             OPEN INPUT PAYROLL-HISTORY
             IF WS-PAYROLL-HISTORY-STATUS-KEY-1 NOT = "0"
               PERFORM OPEN-LIVE-PAYROLL-HISTORY
             END-IF.

      * THE ARCHIVE IS APPENDED MONTH BY MONTH, SO THE PAY LINES FOR
      * ONE EMPLOYEE AND YEAR COME OUT IN CALENDAR ORDER BY THEMSELVES.
      * AN ARCHIVED YEAR IS FOLLOWED BY THE LIVE FILE, WHICH ONLY HAS
      * LINES FOR THE YEAR IF A MONTH WAS PAID AGAIN AFTER YEAREND
           PROCESS-HISTORY.
              READ PAYROLL-HISTORY
              IF WS-PAYROLL-HISTORY-STATUS-KEY-1 = "1"
                IF WS-PAYHIST-ON-LIVE = 0
                  CLOSE PAYROLL-HISTORY
                  PERFORM OPEN-LIVE-PAYROLL-HISTORY
                  GO TO PROCESS-HISTORY
                END-IF
                GO TO WRITE-STATEMENT-FOOTER
              END-IF
              MOVE PAYROLL-HISTORY-LINE TO WS-HISTORY-LINE
                IF WS-HIST-TYPE = "DED"
                  PERFORM TALLY-DEDUCTION
                END-IF
                IF WS-HIST-TYPE = "LVP"
                  ADD WS-HIST-LVP-AMOUNT TO WS-TOTAL-LEAVE-PAYOUT
                END-IF
                IF WS-HIST-TYPE = "PRM"
                  ADD WS-HIST-PRM-AMOUNT TO WS-TOTAL-PREMIUM
                END-IF
              END-IF
              GO TO PROCESS-HISTORY.

               WRITE ANNUAL-STATEMENT-LINE FROM WS-TOTAL-GROSS-LINE
               MOVE WS-TOTAL-OVERTIME TO WS-TOTAL-OVERTIME-DISPLAY
               WRITE ANNUAL-STATEMENT-LINE FROM WS-TOTAL-OVERTIME-LINE
               IF WS-TOTAL-PREMIUM > 0
                 MOVE WS-TOTAL-PREMIUM TO WS-TOTAL-PREMIUM-DISPLAY
                 WRITE ANNUAL-STATEMENT-LINE FROM WS-TOTAL-PREMIUM-LINE
               END-IF
               IF WS-TOTAL-LEAVE-PAYOUT > 0
                 MOVE WS-TOTAL-LEAVE-PAYOUT TO
                   WS-TOTAL-LEAVE-PAYOUT-DISPLAY
                 WRITE ANNUAL-STATEMENT-LINE
                   FROM WS-TOTAL-LEAVE-PAYOUT-LINE
               END-IF
               MOVE WS-TOTAL-NET TO WS-TOTAL-NET-DISPLAY
               WRITE ANNUAL-STATEMENT-LINE FROM WS-TOTAL-NET-LINE
             END-IF
               WS-DED-TOTAL-AMOUNT
             WRITE ANNUAL-STATEMENT-LINE FROM WS-DED-TOTAL-LINE.

           OPEN-LIVE-PAYROLL-HISTORY.
             MOVE WS-PAYHIST-LIVE-NAME TO WS-PAYROLL-HISTORY-NAME
             MOVE 1 TO WS-PAYHIST-ON-LIVE
             OPEN INPUT PAYROLL-HISTORY.

      * SEQUENTIAL SCAN OF THE TEXT MASTER FOR THE STATEMENT HEADER -
      * AN ID NO LONGER ON FILE STILL GETS ITS STATEMENT, THE ARCHIVE
      * IS THE RECORD, BUT THE NAME FIELDS STAY BLANK
