           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * THE LIVE MONTHLY ARCHIVE, OR FOR A YEAR YEAREND HAS CLOSED
      * OUT, MONTHLY-ATTENDANCE-HISTORY-YYYY.TXT FOLLOWED BY THE LIVE
      * FILE - THE NAME IS SET BEFORE EACH OPEN
                SELECT MONTHLY-HISTORY ASSIGN USING
                       WS-MONTHLY-HISTORY-NAME
                       FILE STATUS IS WS-MONTHLY-HISTORY-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.
           01 WS-MONTHLY-HISTORY-FILE-STATUS.
             05 WS-MONTHLY-HISTORY-STATUS-KEY-1 PIC X.
             05 WS-MONTHLY-HISTORY-STATUS-KEY-2 PIC X.
           01 WS-MONTHLY-HISTORY-NAME PIC X(40).
           01 WS-HISTORY-LIVE-NAME PIC X(40)
                VALUE "monthly-attendance-history.txt".
           01 WS-HISTORY-ARCHIVE-NAME.
             02 F PIC X(27) VALUE "monthly-attendance-history-".
             02 WS-HISTORY-ARCHIVE-YEAR PIC X(4).
             02 F PIC X(4) VALUE ".txt".
           01 WS-HISTORY-ON-LIVE PIC 9 VALUE 0.
           01 WS-LOOKUP-ID PIC 9(4).
      * BLANK FOR EVERY MONTH ON THE LIVE FILE, OR ONE YEAR ONLY
           01 WS-LOOKUP-YEAR PIC X(4).
           01 WS-MONTHS-FOUND PIC 9(4) VALUE 0.
           01 WS-TOTAL-ABSENT PIC 9(6) VALUE 0.
           01 WS-TOTAL-LATE PIC 9(6) VALUE 0.
           BEGIN.
             DISPLAY "Employee ID: " WITH NO ADVANCING
             ACCEPT WS-LOOKUP-ID
             DISPLAY "Year (YYYY, blank for all live months): "
               WITH NO ADVANCING
             ACCEPT WS-LOOKUP-YEAR
             MOVE WS-HISTORY-LIVE-NAME TO WS-MONTHLY-HISTORY-NAME
             MOVE 1 TO WS-HISTORY-ON-LIVE
             IF WS-LOOKUP-YEAR NOT = SPACES
               MOVE WS-LOOKUP-YEAR TO WS-HISTORY-ARCHIVE-YEAR
               MOVE WS-HISTORY-ARCHIVE-NAME TO WS-MONTHLY-HISTORY-NAME
               MOVE 0 TO WS-HISTORY-ON-LIVE
             END-IF
             OPEN INPUT MONTHLY-HISTORY
      * NO ARCHIVE FILE FOR THE YEAR MEANS IT IS STILL LIVE
             IF WS-MONTHLY-HISTORY-STATUS-KEY-1 NOT = "0" AND
                WS-HISTORY-ON-LIVE = 0
               PERFORM OPEN-LIVE-MONTHLY-HISTORY
             END-IF.

           PROCESS-MONTHLY-HISTORY.
              READ MONTHLY-HISTORY
              IF WS-MONTHLY-HISTORY-STATUS-KEY-1 = "1"
                IF WS-HISTORY-ON-LIVE = 0
                  CLOSE MONTHLY-HISTORY
                  PERFORM OPEN-LIVE-MONTHLY-HISTORY
                  GO TO PROCESS-MONTHLY-HISTORY
                END-IF
                GO TO FINISH
              END-IF
              IF MONTHLY-HISTORY-ID = WS-LOOKUP-ID AND
                 (WS-LOOKUP-YEAR = SPACES OR
                  MONTHLY-HISTORY-YEAR = WS-LOOKUP-YEAR)
                PERFORM SHOW-MONTHLY-HISTORY-RECORD
              END-IF
              GO TO PROCESS-MONTHLY-HISTORY.

           OPEN-LIVE-MONTHLY-HISTORY.
             MOVE WS-HISTORY-LIVE-NAME TO WS-MONTHLY-HISTORY-NAME
             MOVE 1 TO WS-HISTORY-ON-LIVE
             OPEN INPUT MONTHLY-HISTORY.

           SHOW-MONTHLY-HISTORY-RECORD.
             MOVE MONTHLY-HISTORY-YEAR TO WS-DETAIL-YEAR
             MOVE MONTHLY-HISTORY-MONTH TO WS-DETAIL-MONTH
