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
           FD EMPLOYEE-MASTER.
                 02 EMPLOYEE-MONTHLY-SALARY PIC 9(6).
                 02 EMPLOYEE-DATE-OF-TERMINATION PIC X(10).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(86).

           WORKING-STORAGE SECTION.
           01 WS-MASTER-FILE-STATUS.
             05 WS-MASTER-STATUS-KEY-1 PIC X.
             05 WS-MASTER-STATUS-KEY-2 PIC X.
           01 WS-EXTRACTED-COUNT PIC 9(4) VALUE 0.

           01 WS-RUN-JOURNAL-FILE-STATUS.
             05 WS-RUN-JOURNAL-STATUS-KEY-1 PIC X.
             05 WS-RUN-JOURNAL-STATUS-KEY-2 PIC X.
      * THIS RUN'S JOURNAL LINE - THE BUSINESS DATES IT COVERED, WHEN
      * IT RAN, RECORDS READ AND WRITTEN, AND HOW IT ENDED: NORMAL,
      * GUARD (STOPPED BY A CHECK BEFORE DOING ITS WORK) OR RESTART
      * (PICKED UP FROM A CHECKPOINT)
           01 WS-RUN-JOURNAL-LINE.
             02 WS-RUN-JOURNAL-PROGRAM PIC X(10) VALUE "EMPEXTR".
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
             OPEN INPUT EMPLOYEE-MASTER
             IF WS-MASTER-STATUS-KEY-1 NOT = "0"
               DISPLAY "employees.dat could not be opened"
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             OPEN OUTPUT EMPLOYEES.

           FINISH.
              DISPLAY "Employees extracted: " WS-EXTRACTED-COUNT
              CLOSE EMPLOYEE-MASTER, EMPLOYEES
              MOVE WS-EXTRACTED-COUNT TO WS-RUN-JOURNAL-READ
              MOVE WS-EXTRACTED-COUNT TO WS-RUN-JOURNAL-WRITTEN
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
