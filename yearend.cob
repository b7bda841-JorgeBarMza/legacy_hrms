           IDENTIFICATION DIVISION.
           PROGRAM-ID. YEAREND.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * HOW MANY CALENDAR YEARS STAY ON THE LIVE FILES, THE RUN YEAR
      * INCLUDED - ONE RECORD, EDITED BY OPERATIONS. THERE IS NO
      * DEFAULT: A PURGE NEVER RUNS ON A GUESS
                SELECT RETENTION-CONTROL ASSIGN TO
                       'retention-control.txt'
                       FILE STATUS IS WS-RETENTION-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE KEYED PUNCH ARCHIVE ATD WRITES - READ IN DATE ORDER ON
      * THE DATE KEY, SO THE CLOSED YEARS COME OFF THE FRONT OF IT AND
      * ARE DELETED ONE RECORD AT A TIME
                SELECT PUNCH-DETAIL ASSIGN TO
                       'punch-detail.dat'
                       FILE STATUS IS WS-PUNCH-DETAIL-FILE-STATUS
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PUNCH-DETAIL-KEY
                       ALTERNATE RECORD KEY IS PUNCH-DETAIL-DATE
                         WITH DUPLICATES.

      * THE TEXT HISTORY FILE BEING PURGED - MONTHLY ATTENDANCE,
      * PAYROLL HISTORY, THE EMPLOYEE AUDIT OR THE LEAVE AUDIT IN
      * TURN. EVERY ONE OF THEM STARTS WITH THE YEAR, SO ONE RECORD
      * AREA SERVES ALL FOUR
                SELECT LIVE-FILE ASSIGN USING
                       WS-LIVE-FILE-NAME
                       FILE STATUS IS WS-LIVE-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE LINES BEING KEPT, COPIED BACK OVER THE LIVE FILE ONCE
      * EVERY CLOSED-YEAR LINE IS SAFELY IN ITS ARCHIVE - LINE
      * SEQUENTIAL HAS NO WAY TO DELETE FROM THE MIDDLE
                SELECT YEAREND-WORK ASSIGN TO
                       'yearend-work.txt'
                       FILE STATUS IS WS-YEAREND-WORK-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * ONE ARCHIVE PER FILE AND CLOSED YEAR, NAMED <FILE>-YYYY.TXT,
      * IN THE LIVE FILE'S OWN LAYOUT SO THE READING PROGRAMS NEED
      * NOTHING BUT THE NAME. EXTENDED, NEVER REWRITTEN - A LINE FOR A
      * CLOSED YEAR THAT TURNS UP ON THE LIVE FILE LATER (A MONTH PAID
      * AGAIN) JOINS ITS YEAR ON THE NEXT RUN
                SELECT ARCHIVE-FILE ASSIGN USING
                       WS-ARCHIVE-FILE-NAME
                       FILE STATUS IS WS-ARCHIVE-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

                SELECT YEAREND-REPORT ASSIGN TO
                       'yearend-report.txt'
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
           FD RETENTION-CONTROL.
           01 RETENTION-CONTROL-RECORD.
                 88 EOF-RETENTION-CONTROL VALUE HIGH-VALUES.
                 02 RETENTION-LIVE-YEARS PIC 9(2).

           FD PUNCH-DETAIL.
           01 PUNCH-DETAIL-RECORD.
                 88 EOF-PUNCH-DETAIL VALUE HIGH-VALUES.
                 02 PUNCH-DETAIL-KEY.
                    03 PUNCH-DETAIL-ID PIC 9(4).
                    03 PUNCH-DETAIL-PADDING1 PIC X(1).
                    03 PUNCH-DETAIL-DATE.
                       04 PUNCH-DETAIL-YEAR PIC X(4).
                       04 F PIC X(6).
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

      * WIDE ENOUGH FOR THE LONGEST OF THE FOUR - THE EMPLOYEE AUDIT
      * WITH ITS TWO MASTER IMAGES
           FD LIVE-FILE.
           01 LIVE-RECORD PIC X(200).

           FD YEAREND-WORK.
           01 YEAREND-WORK-RECORD PIC X(200).

           FD ARCHIVE-FILE.
           01 ARCHIVE-RECORD PIC X(200).

           FD YEAREND-REPORT.
           01 YEAREND-REPORT-LINE PIC X(72).

           FD RUN-JOURNAL.
           01 RUN-JOURNAL-RECORD PIC X(86).

           WORKING-STORAGE SECTION.
           01 WS-RETENTION-FILE-STATUS.
             05 WS-RETENTION-STATUS-KEY-1 PIC X.
             05 WS-RETENTION-STATUS-KEY-2 PIC X.
           01 WS-PUNCH-DETAIL-FILE-STATUS.
             05 WS-PUNCH-DETAIL-STATUS-KEY-1 PIC X.
             05 WS-PUNCH-DETAIL-STATUS-KEY-2 PIC X.
           01 WS-LIVE-FILE-STATUS.
             05 WS-LIVE-FILE-STATUS-KEY-1 PIC X.
             05 WS-LIVE-FILE-STATUS-KEY-2 PIC X.
           01 WS-YEAREND-WORK-FILE-STATUS.
             05 WS-YEAREND-WORK-STATUS-KEY-1 PIC X.
             05 WS-YEAREND-WORK-STATUS-KEY-2 PIC X.
           01 WS-ARCHIVE-FILE-STATUS.
             05 WS-ARCHIVE-FILE-STATUS-KEY-1 PIC X.
             05 WS-ARCHIVE-FILE-STATUS-KEY-2 PIC X.
           01 WS-LIVE-FILE-NAME PIC X(40).
           01 WS-ARCHIVE-FILE-NAME PIC X(40).
      * THE RETENTION AND THE FIRST YEAR THAT STAYS LIVE - EVERY LINE
      * DATED BEFORE IT IS A CLOSED YEAR AND GOES. TWO YEARS IS THE
      * FLOOR: JANUARY'S PAYROLL COMPARES AGAINST DECEMBER, RETROPAY
      * AND SALAPPLY REACH BACK INTO LAST YEAR, AND TRENDS' TWELVE
      * MONTHS SPAN THE YEAR END
           01 WS-LIVE-YEARS PIC 9(2) VALUE 0.
           01 WS-FIRST-LIVE-YEAR PIC 9(4).
           01 WS-FIRST-LIVE-YEAR-TEXT PIC X(4).
      * THE FILES PURGED, IN THE ORDER THEY ARE TAKEN - THE BASE NAME
      * EACH LIVE AND ARCHIVE NAME IS BUILT FROM, AND WHAT ITS CONTROL
      * TOTAL ADDS UP. FILE 1 IS THE KEYED PUNCH ARCHIVE
           01 WS-FILES-LIST.
             02 F PIC X(30) VALUE "punch-detail".
             02 F PIC X(20) VALUE "PAIR MINUTES".
             02 F PIC X(30) VALUE "monthly-attendance-history".
             02 F PIC X(20) VALUE "WORK MINUTES".
             02 F PIC X(30) VALUE "payroll-history".
             02 F PIC X(20) VALUE "NET PAY ON PAY LINES".
             02 F PIC X(30) VALUE "employee-audit".
             02 F PIC X(20) VALUE "EMPLOYEE ID HASH".
             02 F PIC X(30) VALUE "leave-request-audit".
             02 F PIC X(20) VALUE "LEAVE DAYS".
           01 WS-FILES-TABLE REDEFINES WS-FILES-LIST.
             02 WS-FILES-ENTRY OCCURS 5 TIMES.
               03 WS-FILES-BASE PIC X(30).
               03 WS-FILES-CONTROL PIC X(20).
           01 WS-FILES-INDEX PIC 9(2).
           01 WS-FILES-BALANCED PIC 9(2) VALUE 0.
      * THIS FILE'S COUNTS AND CONTROL TOTALS - WHAT WAS ON THE LIVE
      * FILE, WHAT STAYED, WHAT WENT, AND WHAT A RE-READ OF THE LIVE
      * FILE FINDS AFTERWARDS. READ MUST EQUAL LIVE AFTER PLUS
      * ARCHIVED, IN RECORDS AND IN THE TOTAL, OR SOMETHING WAS LOST
           01 WS-FILE-READ PIC 9(7).
           01 WS-FILE-READ-TOTAL PIC S9(11)V99.
           01 WS-FILE-KEPT PIC 9(7).
           01 WS-FILE-KEPT-TOTAL PIC S9(11)V99.
           01 WS-FILE-ARCHIVED PIC 9(7).
           01 WS-FILE-ARCHIVED-TOTAL PIC S9(11)V99.
           01 WS-FILE-AFTER PIC 9(7).
           01 WS-FILE-AFTER-TOTAL PIC S9(11)V99.
           01 WS-ALL-ARCHIVED PIC 9(7) VALUE 0.
      * THE CLOSED YEARS THIS FILE GAVE UP LINES TO, WITH WHAT EACH
      * YEAR'S ARCHIVE WAS GIVEN AND HOW MANY LINES IT HOLDS AFTERWARDS
           01 WS-YEARS-TABLE.
             02 WS-YEARS-ENTRY OCCURS 50 TIMES.
               03 WS-YEARS-YEAR PIC X(4).
               03 WS-YEARS-ADDED PIC 9(7).
               03 WS-YEARS-TOTAL PIC S9(11)V99.
           01 WS-YEARS-COUNT PIC 9(2) VALUE 0.
           01 WS-YEARS-INDEX PIC 9(2).
           01 WS-YEARS-HIT PIC 9(2).
           01 WS-YEARS-FOUND PIC 9 VALUE 0.
           01 WS-YEARS-HELD PIC 9(7).
      * THE YEAR WHOSE ARCHIVE IS OPEN FOR EXTEND, SPACES FOR NONE
           01 WS-ARCHIVE-OPEN-YEAR PIC X(4) VALUE SPACES.
      * THE RECORD IN HAND - ITS YEAR AND WHAT IT ADDS TO THE TOTAL
           01 WS-RECORD-YEAR PIC X(4).
           01 WS-RECORD-AMOUNT PIC S9(11)V99.
      * WORK COPY OF THE TEXT LINE JUST READ, CARVED UP BY THE
      * REDEFINES BELOW FOR EACH FILE'S CONTROL FIELD
           01 WS-LIVE-LINE PIC X(200).
           01 WS-LIVE-LINE-YEAR-PARTS REDEFINES WS-LIVE-LINE.
             02 WS-LINE-YEAR PIC X(4).
             02 F PIC X(196).
           01 WS-LIVE-LINE-MONTHLY-PARTS REDEFINES WS-LIVE-LINE.
             02 F PIC X(19).
             02 WS-LINE-WORK-MIN PIC 9(5).
             02 F PIC X(176).
           01 WS-LIVE-LINE-PAY-PARTS REDEFINES WS-LIVE-LINE.
             02 F PIC X(13).
             02 WS-LINE-PAY-TYPE PIC X(3).
             02 F PIC X(44).
             02 WS-LINE-PAY-NET PIC S9(6)V99 SIGN LEADING SEPARATE.
             02 F PIC X(131).
           01 WS-LIVE-LINE-AUDIT-PARTS REDEFINES WS-LIVE-LINE.
             02 F PIC X(96).
             02 WS-LINE-AUDIT-ID PIC 9(4).
             02 F PIC X(100).
           01 WS-LIVE-LINE-LEAVE-PARTS REDEFINES WS-LIVE-LINE.
             02 F PIC X(49).
             02 WS-LINE-LEAVE-DAYS PIC 9(3).
             02 F PIC X(148).

           01 WS-TITLE-LINE.
             02 F PIC X(30) VALUE "Year-end archive and purge".
             02 F PIC X(9) VALUE "Run date ".
             02 WS-TITLE-DATE PIC X(10).
           01 WS-RETENTION-LINE.
             02 F PIC X(12) VALUE "Live years: ".
             02 WS-RETENTION-YEARS PIC Z9.
             02 F PIC X(23) VALUE "   Archiving all years ".
             02 F PIC X(7) VALUE "before ".
             02 WS-RETENTION-FIRST PIC 9(4).
           01 WS-DASHES PIC X(72) VALUE ALL "-".
           01 WS-FILE-LINE.
             02 F PIC X(6) VALUE "File: ".
             02 WS-FILE-NAME PIC X(40).
           01 WS-CONTROL-LINE.
             02 F PIC X(17) VALUE "  Control total: ".
             02 WS-CONTROL-NAME PIC X(20).
           01 WS-NOT-ON-FILE-LINE PIC X(40)
                VALUE "  Not on file - nothing to archive".
           01 WS-COUNT-LINE.
             02 F PIC X(2) VALUE SPACES.
             02 WS-COUNT-LABEL PIC X(20).
             02 WS-COUNT-RECORDS PIC ZZZZZZ9.
             02 F PIC X(11) VALUE "   total   ".
             02 WS-COUNT-TOTAL PIC -ZZZZZZZZZZ9.99.
           01 WS-YEAR-LINE.
             02 F PIC X(4) VALUE SPACES.
             02 WS-YEAR-NAME PIC X(40).
             02 F PIC X(7) VALUE " added ".
             02 WS-YEAR-ADDED PIC ZZZZZZ9.
             02 F PIC X(7) VALUE " holds ".
             02 WS-YEAR-HELD PIC ZZZZZZ9.
           01 WS-YEAR-TOTAL-LINE.
             02 F PIC X(26) VALUE SPACES.
             02 F PIC X(18) VALUE "total archived    ".
             02 WS-YEAR-TOTAL PIC -ZZZZZZZZZZ9.99.
           01 WS-BALANCED-LINE PIC X(40)
                VALUE "  BALANCED - NOTHING LOST".
           01 WS-UNBALANCED-LINE.
             02 F PIC X(22) VALUE "  ** OUT OF BALANCE - ".
             02 F PIC X(33) VALUE "LIVE FILE AND ARCHIVES DISAGREE".
           01 WS-FOOTER-LINE.
             02 WS-FOOTER-LABEL PIC X(30).
             02 WS-FOOTER-VALUE PIC ZZZZZZ9.

           01 WS-RUN-JOURNAL-FILE-STATUS.
             05 WS-RUN-JOURNAL-STATUS-KEY-1 PIC X.
             05 WS-RUN-JOURNAL-STATUS-KEY-2 PIC X.
      * THIS RUN'S JOURNAL LINE - THE BUSINESS DATES IT COVERED, WHEN
      * IT RAN, RECORDS READ AND WRITTEN, AND HOW IT ENDED: NORMAL,
      * GUARD (STOPPED BY A CHECK BEFORE DOING ITS WORK) OR RESTART
      * (PICKED UP FROM A CHECKPOINT)
           01 WS-RUN-JOURNAL-LINE.
             02 WS-RUN-JOURNAL-PROGRAM PIC X(10) VALUE "YEAREND".
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
             PERFORM LOAD-RETENTION-CONTROL
             IF WS-LIVE-YEARS < 2
               DISPLAY "retention-control.txt is missing or holds "
                 "fewer than 2 live years - nothing archived"
               MOVE "GUARD" TO WS-RUN-JOURNAL-ENDING
               PERFORM WRITE-RUN-JOURNAL
               STOP RUN
             END-IF
             COMPUTE WS-FIRST-LIVE-YEAR =
               WS-RUN-JOURNAL-TODAY-YEAR - WS-LIVE-YEARS + 1
             MOVE WS-FIRST-LIVE-YEAR TO WS-FIRST-LIVE-YEAR-TEXT
             OPEN OUTPUT YEAREND-REPORT
             MOVE WS-RUN-JOURNAL-DATE TO WS-TITLE-DATE
             WRITE YEAREND-REPORT-LINE FROM WS-TITLE-LINE
             MOVE WS-LIVE-YEARS TO WS-RETENTION-YEARS
             MOVE WS-FIRST-LIVE-YEAR TO WS-RETENTION-FIRST
             WRITE YEAREND-REPORT-LINE FROM WS-RETENTION-LINE
             MOVE 1 TO WS-FILES-INDEX
             PERFORM ARCHIVE-PUNCH-DETAIL
             PERFORM ARCHIVE-TEXT-FILE
               VARYING WS-FILES-INDEX FROM 2 BY 1
               UNTIL WS-FILES-INDEX > 5.

           FINISH.
              WRITE YEAREND-REPORT-LINE FROM WS-DASHES
              MOVE "Files balanced (of 5):" TO WS-FOOTER-LABEL
              MOVE WS-FILES-BALANCED TO WS-FOOTER-VALUE
              WRITE YEAREND-REPORT-LINE FROM WS-FOOTER-LINE
              MOVE "Records archived:" TO WS-FOOTER-LABEL
              MOVE WS-ALL-ARCHIVED TO WS-FOOTER-VALUE
              WRITE YEAREND-REPORT-LINE FROM WS-FOOTER-LINE
              CLOSE YEAREND-REPORT
              DISPLAY "Records archived: " WS-ALL-ARCHIVED
              IF WS-FILES-BALANCED < 5
                DISPLAY "Year-end report shows a file out of balance"
              END-IF
              DISPLAY "Finished writing yearend-report.txt"
              MOVE WS-ALL-ARCHIVED TO WS-RUN-JOURNAL-WRITTEN
              PERFORM WRITE-RUN-JOURNAL.
           STOP RUN.

      * HELPER FUNCTIONS

           LOAD-RETENTION-CONTROL.
             OPEN INPUT RETENTION-CONTROL
             IF WS-RETENTION-STATUS-KEY-1 = "0"
               READ RETENTION-CONTROL
               IF WS-RETENTION-STATUS-KEY-1 = "0" AND
                  RETENTION-LIVE-YEARS IS NUMERIC
                 MOVE RETENTION-LIVE-YEARS TO WS-LIVE-YEARS
               END-IF
               CLOSE RETENTION-CONTROL
             END-IF.

      * CLEARS THE COUNTS AND NAMES THE FILE ON THE REPORT
           START-FILE-SECTION.
             MOVE 0 TO WS-FILE-READ
             MOVE 0 TO WS-FILE-READ-TOTAL
             MOVE 0 TO WS-FILE-KEPT
             MOVE 0 TO WS-FILE-KEPT-TOTAL
             MOVE 0 TO WS-FILE-ARCHIVED
             MOVE 0 TO WS-FILE-ARCHIVED-TOTAL
             MOVE 0 TO WS-FILE-AFTER
             MOVE 0 TO WS-FILE-AFTER-TOTAL
             MOVE 0 TO WS-YEARS-COUNT
             MOVE SPACES TO WS-ARCHIVE-OPEN-YEAR
             WRITE YEAREND-REPORT-LINE FROM WS-DASHES
             MOVE WS-LIVE-FILE-NAME TO WS-FILE-NAME
             WRITE YEAREND-REPORT-LINE FROM WS-FILE-LINE
             MOVE WS-FILES-CONTROL (WS-FILES-INDEX) TO WS-CONTROL-NAME
             WRITE YEAREND-REPORT-LINE FROM WS-CONTROL-LINE.

      * THE KEYED PUNCH ARCHIVE IS PURGED IN PLACE - THE DATE KEY
      * HANDS THE RECORDS OVER OLDEST FIRST, EACH CLOSED-YEAR RECORD
      * IS WRITTEN TO ITS ARCHIVE AND THEN DELETED, AND THE REST ARE
      * READ ONLY SO THE CONTROL TOTAL COVERS THE WHOLE FILE
           ARCHIVE-PUNCH-DETAIL.
             MOVE "punch-detail.dat" TO WS-LIVE-FILE-NAME
             PERFORM START-FILE-SECTION
             OPEN I-O PUNCH-DETAIL
             IF WS-PUNCH-DETAIL-STATUS-KEY-1 = "0"
               MOVE LOW-VALUES TO PUNCH-DETAIL-DATE
               START PUNCH-DETAIL
                 KEY IS NOT LESS THAN PUNCH-DETAIL-DATE
                 INVALID KEY MOVE "1" TO WS-PUNCH-DETAIL-STATUS-KEY-1
               END-START
               IF WS-PUNCH-DETAIL-STATUS-KEY-1 = "0"
                 READ PUNCH-DETAIL NEXT RECORD
                 PERFORM SPLIT-PUNCH-RECORD
                   UNTIL WS-PUNCH-DETAIL-STATUS-KEY-1 NOT = "0"
               END-IF
               CLOSE PUNCH-DETAIL
               PERFORM CLOSE-ARCHIVE-YEAR
               PERFORM RECOUNT-PUNCH-DETAIL
               PERFORM WRITE-FILE-SECTION
             ELSE
               WRITE YEAREND-REPORT-LINE FROM WS-NOT-ON-FILE-LINE
               ADD 1 TO WS-FILES-BALANCED
             END-IF.

           SPLIT-PUNCH-RECORD.
             MOVE PUNCH-DETAIL-YEAR TO WS-RECORD-YEAR
             MOVE PUNCH-DETAIL-MINUTES TO WS-RECORD-AMOUNT
             ADD 1 TO WS-FILE-READ
             ADD WS-RECORD-AMOUNT TO WS-FILE-READ-TOTAL
             IF WS-RECORD-YEAR IS NUMERIC AND
                WS-RECORD-YEAR < WS-FIRST-LIVE-YEAR-TEXT
               MOVE PUNCH-DETAIL-RECORD TO ARCHIVE-RECORD
               PERFORM WRITE-ARCHIVE-RECORD
               DELETE PUNCH-DETAIL RECORD
             ELSE
               ADD 1 TO WS-FILE-KEPT
               ADD WS-RECORD-AMOUNT TO WS-FILE-KEPT-TOTAL
             END-IF
             READ PUNCH-DETAIL NEXT RECORD.

      * A FRESH OPEN READS FROM THE LOWEST PRIMARY KEY, SO NEXT-RECORD
      * READS WALK THE WHOLE FILE
           RECOUNT-PUNCH-DETAIL.
             OPEN INPUT PUNCH-DETAIL
             IF WS-PUNCH-DETAIL-STATUS-KEY-1 = "0"
               READ PUNCH-DETAIL NEXT RECORD
               PERFORM RECOUNT-PUNCH-RECORD
                 UNTIL WS-PUNCH-DETAIL-STATUS-KEY-1 NOT = "0"
               CLOSE PUNCH-DETAIL
             END-IF.

           RECOUNT-PUNCH-RECORD.
             ADD 1 TO WS-FILE-AFTER
             ADD PUNCH-DETAIL-MINUTES TO WS-FILE-AFTER-TOTAL
             READ PUNCH-DETAIL NEXT RECORD.

      * A TEXT HISTORY FILE IS SPLIT INTO THE WORK FILE (KEPT) AND THE
      * YEAR ARCHIVES, AND THE WORK FILE IS COPIED BACK OVER THE LIVE
      * FILE ONLY AFTER EVERY ARCHIVE IS WRITTEN AND CLOSED - A RUN
      * THAT DIES FIRST LEAVES THE LIVE FILE WHOLE. A FILE WITH NO
      * CLOSED-YEAR LINES IS NOT REWRITTEN AT ALL
           ARCHIVE-TEXT-FILE.
             MOVE SPACES TO WS-LIVE-FILE-NAME
             STRING WS-FILES-BASE (WS-FILES-INDEX) DELIMITED BY SPACE
                    ".txt" DELIMITED BY SIZE
               INTO WS-LIVE-FILE-NAME
             END-STRING
             PERFORM START-FILE-SECTION
             OPEN INPUT LIVE-FILE
             IF WS-LIVE-FILE-STATUS-KEY-1 = "0"
               OPEN OUTPUT YEAREND-WORK
               READ LIVE-FILE
               PERFORM SPLIT-LIVE-RECORD
                 UNTIL WS-LIVE-FILE-STATUS-KEY-1 = "1"
               CLOSE LIVE-FILE
               CLOSE YEAREND-WORK
               PERFORM CLOSE-ARCHIVE-YEAR
               IF WS-FILE-ARCHIVED > 0
                 PERFORM REPLACE-LIVE-FILE
               END-IF
               PERFORM RECOUNT-LIVE-FILE
               PERFORM WRITE-FILE-SECTION
             ELSE
               WRITE YEAREND-REPORT-LINE FROM WS-NOT-ON-FILE-LINE
               ADD 1 TO WS-FILES-BALANCED
             END-IF.

           SPLIT-LIVE-RECORD.
             MOVE LIVE-RECORD TO WS-LIVE-LINE
             MOVE WS-LINE-YEAR TO WS-RECORD-YEAR
             PERFORM PICK-CONTROL-AMOUNT
             ADD 1 TO WS-FILE-READ
             ADD WS-RECORD-AMOUNT TO WS-FILE-READ-TOTAL
             IF WS-RECORD-YEAR IS NUMERIC AND
                WS-RECORD-YEAR < WS-FIRST-LIVE-YEAR-TEXT
               MOVE LIVE-RECORD TO ARCHIVE-RECORD
               PERFORM WRITE-ARCHIVE-RECORD
             ELSE
               WRITE YEAREND-WORK-RECORD FROM LIVE-RECORD
               ADD 1 TO WS-FILE-KEPT
               ADD WS-RECORD-AMOUNT TO WS-FILE-KEPT-TOTAL
             END-IF
             READ LIVE-FILE.

      * WHAT ONE LINE ADDS TO ITS FILE'S CONTROL TOTAL - A FIELD THAT
      * IS NOT NUMERIC (A SHORT OR DAMAGED LINE) ADDS NOTHING, BUT THE
      * LINE IS STILL COUNTED AND STILL MOVED
           PICK-CONTROL-AMOUNT.
             MOVE 0 TO WS-RECORD-AMOUNT
             IF WS-FILES-INDEX = 2 AND WS-LINE-WORK-MIN IS NUMERIC
               MOVE WS-LINE-WORK-MIN TO WS-RECORD-AMOUNT
             END-IF
             IF WS-FILES-INDEX = 3 AND WS-LINE-PAY-TYPE = "PAY" AND
                WS-LINE-PAY-NET IS NUMERIC
               MOVE WS-LINE-PAY-NET TO WS-RECORD-AMOUNT
             END-IF
             IF WS-FILES-INDEX = 4 AND WS-LINE-AUDIT-ID IS NUMERIC
               MOVE WS-LINE-AUDIT-ID TO WS-RECORD-AMOUNT
             END-IF
             IF WS-FILES-INDEX = 5 AND WS-LINE-LEAVE-DAYS IS NUMERIC
               MOVE WS-LINE-LEAVE-DAYS TO WS-RECORD-AMOUNT
             END-IF.

           REPLACE-LIVE-FILE.
             OPEN INPUT YEAREND-WORK
             OPEN OUTPUT LIVE-FILE
             READ YEAREND-WORK
             PERFORM COPY-WORK-TO-LIVE
               UNTIL WS-YEAREND-WORK-STATUS-KEY-1 = "1"
             CLOSE YEAREND-WORK
             CLOSE LIVE-FILE.

           COPY-WORK-TO-LIVE.
             WRITE LIVE-RECORD FROM YEAREND-WORK-RECORD
             READ YEAREND-WORK.

           RECOUNT-LIVE-FILE.
             OPEN INPUT LIVE-FILE
             IF WS-LIVE-FILE-STATUS-KEY-1 = "0"
               READ LIVE-FILE
               PERFORM RECOUNT-LIVE-RECORD
                 UNTIL WS-LIVE-FILE-STATUS-KEY-1 = "1"
               CLOSE LIVE-FILE
             END-IF.

           RECOUNT-LIVE-RECORD.
             MOVE LIVE-RECORD TO WS-LIVE-LINE
             PERFORM PICK-CONTROL-AMOUNT
             ADD 1 TO WS-FILE-AFTER
             ADD WS-RECORD-AMOUNT TO WS-FILE-AFTER-TOTAL
             READ LIVE-FILE.

      * THE RECORD IN ARCHIVE-RECORD GOES TO ITS YEAR'S ARCHIVE. THE
      * FILES ARE MOSTLY IN DATE ORDER, SO THE YEAR'S FILE STAYS OPEN
      * UNTIL A RECORD FOR ANOTHER YEAR TURNS UP. SAME EXTEND-OR-CREATE
      * FALLBACK THE AUDIT FILES USE
           WRITE-ARCHIVE-RECORD.
             IF WS-RECORD-YEAR NOT = WS-ARCHIVE-OPEN-YEAR
               PERFORM CLOSE-ARCHIVE-YEAR
               PERFORM SET-ARCHIVE-FILE-NAME
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARCHIVE-FILE-STATUS-KEY-1 = "3"
                 OPEN OUTPUT ARCHIVE-FILE
               END-IF
               MOVE WS-RECORD-YEAR TO WS-ARCHIVE-OPEN-YEAR
               PERFORM FIND-ARCHIVE-YEAR
             END-IF
             WRITE ARCHIVE-RECORD
             ADD 1 TO WS-FILE-ARCHIVED
             ADD WS-RECORD-AMOUNT TO WS-FILE-ARCHIVED-TOTAL
             ADD 1 TO WS-ALL-ARCHIVED
             IF WS-YEARS-HIT > 0
               ADD 1 TO WS-YEARS-ADDED (WS-YEARS-HIT)
               ADD WS-RECORD-AMOUNT TO WS-YEARS-TOTAL (WS-YEARS-HIT)
             END-IF.

           CLOSE-ARCHIVE-YEAR.
             IF WS-ARCHIVE-OPEN-YEAR NOT = SPACES
               CLOSE ARCHIVE-FILE
               MOVE SPACES TO WS-ARCHIVE-OPEN-YEAR
             END-IF.

           SET-ARCHIVE-FILE-NAME.
             MOVE SPACES TO WS-ARCHIVE-FILE-NAME
             STRING WS-FILES-BASE (WS-FILES-INDEX) DELIMITED BY SPACE
                    "-" DELIMITED BY SIZE
                    WS-RECORD-YEAR DELIMITED BY SIZE
                    ".txt" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME
             END-STRING.

      * THE YEAR'S SLOT ON THE REPORT, ADDED THE FIRST TIME THE YEAR
      * TURNS UP. FIFTY YEARS IN ONE RUN IS FAR BEYOND ANY BACKLOG -
      * PAST THAT THE RECORDS STILL MOVE, THEY JUST ARE NOT ITEMISED
           FIND-ARCHIVE-YEAR.
             MOVE 0 TO WS-YEARS-HIT
             MOVE 0 TO WS-YEARS-FOUND
             PERFORM CHECK-ARCHIVE-YEAR
               VARYING WS-YEARS-INDEX FROM 1 BY 1
               UNTIL WS-YEARS-INDEX > WS-YEARS-COUNT
                 OR WS-YEARS-FOUND = 1
             IF WS-YEARS-FOUND = 0 AND WS-YEARS-COUNT < 50
               ADD 1 TO WS-YEARS-COUNT
               MOVE WS-YEARS-COUNT TO WS-YEARS-HIT
               MOVE WS-RECORD-YEAR TO WS-YEARS-YEAR (WS-YEARS-HIT)
               MOVE 0 TO WS-YEARS-ADDED (WS-YEARS-HIT)
               MOVE 0 TO WS-YEARS-TOTAL (WS-YEARS-HIT)
             END-IF.

           CHECK-ARCHIVE-YEAR.
             IF WS-YEARS-YEAR (WS-YEARS-INDEX) = WS-RECORD-YEAR
               MOVE WS-YEARS-INDEX TO WS-YEARS-HIT
               MOVE 1 TO WS-YEARS-FOUND
             END-IF.

      * THE FILE'S COUNTS, EACH YEAR ARCHIVE IT FED (RE-READ, SO THE
      * LINE COUNT IS WHAT IS REALLY ON DISK), AND THE BALANCE CHECK
           WRITE-FILE-SECTION.
             MOVE "Records read" TO WS-COUNT-LABEL
             MOVE WS-FILE-READ TO WS-COUNT-RECORDS
             MOVE WS-FILE-READ-TOTAL TO WS-COUNT-TOTAL
             WRITE YEAREND-REPORT-LINE FROM WS-COUNT-LINE
             MOVE "Records kept" TO WS-COUNT-LABEL
             MOVE WS-FILE-KEPT TO WS-COUNT-RECORDS
             MOVE WS-FILE-KEPT-TOTAL TO WS-COUNT-TOTAL
             WRITE YEAREND-REPORT-LINE FROM WS-COUNT-LINE
             MOVE "Records archived" TO WS-COUNT-LABEL
             MOVE WS-FILE-ARCHIVED TO WS-COUNT-RECORDS
             MOVE WS-FILE-ARCHIVED-TOTAL TO WS-COUNT-TOTAL
             WRITE YEAREND-REPORT-LINE FROM WS-COUNT-LINE
             MOVE "Live file after" TO WS-COUNT-LABEL
             MOVE WS-FILE-AFTER TO WS-COUNT-RECORDS
             MOVE WS-FILE-AFTER-TOTAL TO WS-COUNT-TOTAL
             WRITE YEAREND-REPORT-LINE FROM WS-COUNT-LINE
             PERFORM WRITE-YEAR-LINES
               VARYING WS-YEARS-INDEX FROM 1 BY 1
               UNTIL WS-YEARS-INDEX > WS-YEARS-COUNT
             IF WS-FILE-READ = WS-FILE-AFTER + WS-FILE-ARCHIVED AND
                WS-FILE-READ-TOTAL =
                  WS-FILE-AFTER-TOTAL + WS-FILE-ARCHIVED-TOTAL AND
                WS-FILE-KEPT = WS-FILE-AFTER
               WRITE YEAREND-REPORT-LINE FROM WS-BALANCED-LINE
               ADD 1 TO WS-FILES-BALANCED
             ELSE
               WRITE YEAREND-REPORT-LINE FROM WS-UNBALANCED-LINE
             END-IF
             ADD WS-FILE-READ TO WS-RUN-JOURNAL-READ.

           WRITE-YEAR-LINES.
             MOVE WS-YEARS-YEAR (WS-YEARS-INDEX) TO WS-RECORD-YEAR
             PERFORM SET-ARCHIVE-FILE-NAME
             MOVE 0 TO WS-YEARS-HELD
             OPEN INPUT ARCHIVE-FILE
             IF WS-ARCHIVE-FILE-STATUS-KEY-1 = "0"
               READ ARCHIVE-FILE
               PERFORM COUNT-ARCHIVE-RECORD
                 UNTIL WS-ARCHIVE-FILE-STATUS-KEY-1 = "1"
               CLOSE ARCHIVE-FILE
             END-IF
             MOVE WS-ARCHIVE-FILE-NAME TO WS-YEAR-NAME
             MOVE WS-YEARS-ADDED (WS-YEARS-INDEX) TO WS-YEAR-ADDED
             MOVE WS-YEARS-HELD TO WS-YEAR-HELD
             WRITE YEAREND-REPORT-LINE FROM WS-YEAR-LINE
             MOVE WS-YEARS-TOTAL (WS-YEARS-INDEX) TO WS-YEAR-TOTAL
             WRITE YEAREND-REPORT-LINE FROM WS-YEAR-TOTAL-LINE.

           COUNT-ARCHIVE-RECORD.
             ADD 1 TO WS-YEARS-HELD
             READ ARCHIVE-FILE.

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
