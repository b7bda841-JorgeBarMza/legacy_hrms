                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE STAGED PUNCHES AND ANY BACKLOG INGEST LEFT - ONLY READ
      * FOR THEIR DATES, SO THE RUN JOURNAL SHOWS WHICH BUSINESS DAYS
      * THE MASTER WAS CHECKED FOR AHEAD OF THE DAILY RUN
                SELECT ATTENDANTS ASSIGN TO
                       'attendance.txt'
                       FILE STATUS IS WS-ATTENDANTS-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

                SELECT ATTENDANCE-BACKLOG ASSIGN TO
                       'attendance-backlog.txt'
                       FILE STATUS IS WS-BACKLOG-FILE-STATUS
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
           FD EMPLOYEES.
                 02 DEPARTMENT-NAME PIC X(20).
                 02 DEPARTMENT-MANAGER-ID PIC 9(4).

           FD ATTENDANTS.
           01 ATTENDANT.
                 02 ATTENDANT-ID PIC 9(4).
                 02 ATTENDANT-STATUS PIC A(6).
                 02 ATTENDANT-DATE PIC X(10).
                 02 ATTENDANT-TIME PIC X(6).

           FD ATTENDANCE-BACKLOG.
           01 BACKLOG-RECORD.
                 02 BACKLOG-ID PIC 9(4).
                 02 BACKLOG-STATUS PIC A(6).
                 02 BACKLOG-DATE PIC X(10).
                 02 BACKLOG-TIME PIC X(6).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(86).

           WORKING-STORAGE SECTION.
           01 WS-EMPLOYEES-FILE-STATUS.
             05 WS-EMPLOYEES-STATUS-KEY-1 PIC X.
           01 WS-DATE-VALID PIC 9.
           01 WS-EXCEPTION-COUNT PIC 9(4) VALUE 0.
           01 WS-EMPLOYEE-COUNT PIC 9(4) VALUE 0.
           01 WS-ATTENDANTS-FILE-STATUS.
             05 WS-ATTENDANTS-STATUS-KEY-1 PIC X.
             05 WS-ATTENDANTS-STATUS-KEY-2 PIC X.
           01 WS-BACKLOG-FILE-STATUS.
             05 WS-BACKLOG-STATUS-KEY-1 PIC X.
             05 WS-BACKLOG-STATUS-KEY-2 PIC X.
      * EARLIEST AND LATEST PUNCH DATES WAITING FOR THE DAILY RUN
           01 WS-EARLIEST-DATE PIC X(10) VALUE SPACES.
           01 WS-LATEST-DATE PIC X(10) VALUE SPACES.
           01 WS-PUNCH-DATE PIC X(10).

           01 WS-RUN-JOURNAL-FILE-STATUS.
             05 WS-RUN-JOURNAL-STATUS-KEY-1 PIC X.
             05 WS-RUN-JOURNAL-STATUS-KEY-2 PIC X.
      * THIS RUN'S JOURNAL LINE - THE BUSINESS DATES IT COVERED, WHEN
      * IT RAN, RECORDS READ AND WRITTEN, AND HOW IT ENDED: NORMAL,
      * GUARD (STOPPED BY A CHECK BEFORE DOING ITS WORK) OR RESTART
      * (PICKED UP FROM A CHECKPOINT)
           01 WS-RUN-JOURNAL-LINE.
             02 WS-RUN-JOURNAL-PROGRAM PIC X(10) VALUE "VALIDATE".
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
             PERFORM FIND-PUNCH-DATES
             PERFORM LOAD-DEPARTMENTS
             OPEN INPUT EMPLOYEES
             OPEN OUTPUT EXCEPTIONS.
           FINISH.
              DISPLAY "Employees checked: " WS-EMPLOYEE-COUNT
              DISPLAY "Exceptions found: " WS-EXCEPTION-COUNT
              CLOSE EMPLOYEES, EXCEPTIONS
              MOVE WS-EMPLOYEE-COUNT TO WS-RUN-JOURNAL-READ
              MOVE WS-EXCEPTION-COUNT TO WS-RUN-JOURNAL-WRITTEN
              PERFORM WRITE-RUN-JOURNAL.
           STOP RUN.

      * THE BUSINESS DAYS THIS CHECK WAS RUN AHEAD OF ARE THE ONES
      * WAITING IN ATTENDANCE.TXT AND THE BACKLOG - WITH NEITHER FILE
      * THERE THE JOURNAL KEEPS THE RUN DATE
           FIND-PUNCH-DATES.
             OPEN INPUT ATTENDANTS
             IF WS-ATTENDANTS-STATUS-KEY-1 = "0"
               READ ATTENDANTS
               PERFORM FIND-ATTENDANT-DATE
                 UNTIL WS-ATTENDANTS-STATUS-KEY-1 = "1"
               CLOSE ATTENDANTS
             END-IF
             OPEN INPUT ATTENDANCE-BACKLOG
             IF WS-BACKLOG-STATUS-KEY-1 = "0"
               READ ATTENDANCE-BACKLOG
               PERFORM FIND-BACKLOG-DATE
                 UNTIL WS-BACKLOG-STATUS-KEY-1 = "1"
               CLOSE ATTENDANCE-BACKLOG
             END-IF
             IF WS-EARLIEST-DATE NOT = SPACES
               MOVE WS-EARLIEST-DATE TO WS-RUN-JOURNAL-FROM-DATE
               MOVE WS-LATEST-DATE TO WS-RUN-JOURNAL-TO-DATE
             END-IF.

           FIND-ATTENDANT-DATE.
             MOVE ATTENDANT-DATE TO WS-PUNCH-DATE
             PERFORM NOTE-PUNCH-DATE
             READ ATTENDANTS.

           FIND-BACKLOG-DATE.
             MOVE BACKLOG-DATE TO WS-PUNCH-DATE
             PERFORM NOTE-PUNCH-DATE
             READ ATTENDANCE-BACKLOG.

           NOTE-PUNCH-DATE.
             IF WS-PUNCH-DATE NOT = SPACES
               IF WS-EARLIEST-DATE = SPACES OR
                  WS-PUNCH-DATE < WS-EARLIEST-DATE
                 MOVE WS-PUNCH-DATE TO WS-EARLIEST-DATE
               END-IF
               IF WS-PUNCH-DATE > WS-LATEST-DATE
                 MOVE WS-PUNCH-DATE TO WS-LATEST-DATE
               END-IF
             END-IF.

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
