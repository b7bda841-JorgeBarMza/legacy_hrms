           IDENTIFICATION DIVISION.
           PROGRAM-ID. PUNCHLOAD.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * THE OLD TEXT PUNCH ARCHIVE THE DAILY RUN USED TO APPEND TO -
      * ONE LINE PER PAIR, NO PAIR NUMBER. LINES FOR ONE EMPLOYEE AND
      * DAY WERE ALWAYS WRITTEN TOGETHER, SO THEIR ORDER ON THE FILE IS
      * THE ORDER OF THE PAIRS IN THE DAY
                SELECT PUNCH-DETAIL-TEXT ASSIGN TO
                       'punch-detail.txt'
                       FILE STATUS IS WS-PUNCH-TEXT-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE KEYED PUNCH ARCHIVE FILES WRITES FROM NOW ON. THE TEXT
      * FILE IS IN DATE ORDER, NOT KEY ORDER, SO IT IS LOADED BY
      * RANDOM WRITES RATHER THAN THE SEQUENTIAL LOAD EMPLOAD USES
                SELECT PUNCH-DETAIL ASSIGN TO
                       'punch-detail.dat'
                       FILE STATUS IS WS-PUNCH-DETAIL-FILE-STATUS
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PUNCH-DETAIL-KEY
                       ALTERNATE RECORD KEY IS PUNCH-DETAIL-DATE
                         WITH DUPLICATES.

      * THE SHARED BATCH RUN JOURNAL - ONE LINE PER RUN FROM EVERY
      * BATCH PROGRAM, READ BACK BY OPSRPT FOR THE OPERATIONS REPORT
                SELECT RUN-JOURNAL ASSIGN TO
                       'run-journal.txt'
                       FILE STATUS IS WS-RUN-JOURNAL-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD PUNCH-DETAIL-TEXT.
           01 PUNCH-TEXT-RECORD.
                 88 EOF-PUNCH-TEXT VALUE HIGH-VALUES.
                 02 PUNCH-TEXT-ID PIC 9(4).
                 02 PUNCH-TEXT-PADDING1 PIC X(1).
                 02 PUNCH-TEXT-DATE PIC X(10).
                 02 PUNCH-TEXT-PADDING2 PIC X(1).
                 02 PUNCH-TEXT-ARRIVE PIC X(5).
                 02 PUNCH-TEXT-PADDING3 PIC X(1).
                 02 PUNCH-TEXT-LEAVE PIC X(5).
                 02 PUNCH-TEXT-PADDING4 PIC X(1).
                 02 PUNCH-TEXT-MINUTES PIC 9(4).
                 02 PUNCH-TEXT-PADDING5 PIC X(1).
                 02 PUNCH-TEXT-STATUS PIC X(10).

           FD PUNCH-DETAIL.
           01 PUNCH-DETAIL-RECORD.
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

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(86).

           WORKING-STORAGE SECTION.
           01 WS-PUNCH-TEXT-FILE-STATUS.
             05 WS-PUNCH-TEXT-STATUS-KEY-1 PIC X.
             05 WS-PUNCH-TEXT-STATUS-KEY-2 PIC X.
           01 WS-PUNCH-DETAIL-FILE-STATUS.
             05 WS-PUNCH-DETAIL-STATUS-KEY-1 PIC X.
             05 WS-PUNCH-DETAIL-STATUS-KEY-2 PIC X.
           01 WS-LOADED-COUNT PIC 9(7) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(7) VALUE 0.
      * THE EMPLOYEE AND DAY THE PAIR NUMBER IS COUNTING WITHIN
           01 WS-PAIR-OWNER.
             02 WS-PAIR-OWNER-ID PIC 9(4) VALUE 0.
             02 WS-PAIR-OWNER-DATE PIC X(10) VALUE SPACES.
           01 WS-PAIR-NUMBER PIC 9(2) VALUE 0.

           01 WS-RUN-JOURNAL-FILE-STATUS.
             05 WS-RUN-JOURNAL-STATUS-KEY-1 PIC X.
             05 WS-RUN-JOURNAL-STATUS-KEY-2 PIC X.
      * THIS RUN'S JOURNAL LINE - THE BUSINESS DATES IT COVERED, WHEN
      * IT RAN, RECORDS READ AND WRITTEN, AND HOW IT ENDED: NORMAL,
      * GUARD (STOPPED BY A CHECK BEFORE DOING ITS WORK) OR RESTART
      * (PICKED UP FROM A CHECKPOINT)
           01 WS-RUN-JOURNAL-LINE.
             02 WS-RUN-JOURNAL-PROGRAM PIC X(10) VALUE "PUNCHLOAD".
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
             OPEN INPUT PUNCH-DETAIL-TEXT
             IF WS-PUNCH-TEXT-STATUS-KEY-1 NOT = "0"
               DISPLAY "punch-detail.txt could not be opened"
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
      * THE KEYED ARCHIVE IS THE LIVE ONE ONCE IT EXISTS - LOADING
      * OVER IT WOULD THROW AWAY EVERY DAY FILES HAS WRITTEN SINCE
             OPEN INPUT PUNCH-DETAIL
             IF WS-PUNCH-DETAIL-STATUS-KEY-1 = "0"
               DISPLAY "punch-detail.dat already exists - not reloaded"
               CLOSE PUNCH-DETAIL-TEXT, PUNCH-DETAIL
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             OPEN OUTPUT PUNCH-DETAIL
             IF WS-PUNCH-DETAIL-STATUS-KEY-1 NOT = "0"
               DISPLAY "punch-detail.dat could not be created"
               CLOSE PUNCH-DETAIL-TEXT
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF.

      * THE PAIR NUMBER STARTS AGAIN AT 1 WHENEVER THE EMPLOYEE OR THE
      * DAY CHANGES. A DAY WHOSE LINES TURN UP IN TWO SEPARATE RUNS ON
      * THE TEXT FILE COMES OUT AS A DUPLICATE KEY AND IS REJECTED, THE
      * SAME WAY EMPLOAD REFUSES A DUPLICATE EMPLOYEE
           PROCESS-PUNCHES.
              READ PUNCH-DETAIL-TEXT
              IF WS-PUNCH-TEXT-STATUS-KEY-1 = "1"
                GO TO FINISH
              END-IF
              IF PUNCH-TEXT-ID NOT = WS-PAIR-OWNER-ID OR
                 PUNCH-TEXT-DATE NOT = WS-PAIR-OWNER-DATE
                MOVE PUNCH-TEXT-ID TO WS-PAIR-OWNER-ID
                MOVE PUNCH-TEXT-DATE TO WS-PAIR-OWNER-DATE
                MOVE 0 TO WS-PAIR-NUMBER
              END-IF
              ADD 1 TO WS-PAIR-NUMBER
              MOVE SPACES TO PUNCH-DETAIL-RECORD
              MOVE PUNCH-TEXT-ID TO PUNCH-DETAIL-ID
              MOVE PUNCH-TEXT-DATE TO PUNCH-DETAIL-DATE
              MOVE WS-PAIR-NUMBER TO PUNCH-DETAIL-PAIR
              MOVE PUNCH-TEXT-ARRIVE TO PUNCH-DETAIL-ARRIVE
              MOVE PUNCH-TEXT-LEAVE TO PUNCH-DETAIL-LEAVE
              MOVE PUNCH-TEXT-MINUTES TO PUNCH-DETAIL-MINUTES
              MOVE PUNCH-TEXT-STATUS TO PUNCH-DETAIL-STATUS
              WRITE PUNCH-DETAIL-RECORD
                INVALID KEY
                  DISPLAY "Rejected (duplicate pair): " PUNCH-TEXT-ID
                    " " PUNCH-TEXT-DATE " " PUNCH-TEXT-ARRIVE
                  ADD 1 TO WS-REJECTED-COUNT
                NOT INVALID KEY
                  ADD 1 TO WS-LOADED-COUNT
              END-WRITE
              GO TO PROCESS-PUNCHES.

           FINISH.
              DISPLAY "Punch pairs loaded: " WS-LOADED-COUNT
              DISPLAY "Punch pairs rejected: " WS-REJECTED-COUNT
              CLOSE PUNCH-DETAIL-TEXT, PUNCH-DETAIL
              COMPUTE WS-RUN-JOURNAL-READ =
                WS-LOADED-COUNT + WS-REJECTED-COUNT
              MOVE WS-LOADED-COUNT TO WS-RUN-JOURNAL-WRITTEN
              PERFORM WRITE-RUN-JOURNAL.
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
