           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * THE KEYED PAIR ARCHIVE THE DAILY RUN WRITES TO - THE DATE KEY
      * GOES STRAIGHT TO THE FIRST DAY OF THE MONTH, AND THE MONTH'S
      * LINES ARE SORTED INTO EMPLOYEE/DATE ORDER BELOW SO EACH
      * STATEMENT COMES OUT IN ONE PIECE
                SELECT PUNCH-DETAIL ASSIGN TO
                       'punch-detail.dat'
                       FILE STATUS IS WS-PUNCH-DETAIL-FILE-STATUS
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PUNCH-DETAIL-KEY
                       ALTERNATE RECORD KEY IS PUNCH-DETAIL-DATE
                         WITH DUPLICATES.

      * A CLOSED YEAR YEAREND HAS MOVED OUT OF THE KEYED ARCHIVE -
      * PUNCH-DETAIL-YYYY.TXT IN THE SAME LAYOUT, NAMED FROM THE
      * STATEMENT MONTH'S YEAR. NO SUCH FILE MEANS THE YEAR IS LIVE
                SELECT PUNCH-ARCHIVE ASSIGN USING
                       WS-PUNCH-ARCHIVE-NAME
                       FILE STATUS IS WS-PUNCH-ARCHIVE-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

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

           FD PUNCH-ARCHIVE.
           01 PUNCH-ARCHIVE-RECORD.
                 02 PUNCH-ARCHIVE-ID PIC 9(4).
                 02 PUNCH-ARCHIVE-PADDING1 PIC X(1).
                 02 PUNCH-ARCHIVE-DATE PIC X(10).
                 02 PUNCH-ARCHIVE-REST PIC X(31).

           SD PUNCH-WORK.
           01 PUNCH-WORK-RECORD.
                 02 PUNCH-WORK-ID PIC 9(4).
                 02 PUNCH-WORK-PADDING1 PIC X(1).
                 02 PUNCH-WORK-DATE PIC X(10).
                 02 PUNCH-WORK-PADDING2 PIC X(1).
                 02 PUNCH-WORK-PAIR PIC 9(2).
                 02 PUNCH-WORK-PADDING3 PIC X(1).
                 02 PUNCH-WORK-ARRIVE PIC X(5).
                 02 PUNCH-WORK-PADDING4 PIC X(1).
                 02 PUNCH-WORK-LEAVE PIC X(5).
                 02 PUNCH-WORK-PADDING5 PIC X(1).
                 02 PUNCH-WORK-MINUTES PIC 9(4).
                 02 PUNCH-WORK-PADDING6 PIC X(1).
                 02 PUNCH-WORK-STATUS PIC X(10).

           FD PUNCH-SORTED.
                 02 PUNCH-SORTED-PADDING1 PIC X(1).
                 02 PUNCH-SORTED-DATE PIC X(10).
                 02 PUNCH-SORTED-PADDING2 PIC X(1).
                 02 PUNCH-SORTED-PAIR PIC 9(2).
                 02 PUNCH-SORTED-PADDING3 PIC X(1).
                 02 PUNCH-SORTED-ARRIVE PIC X(5).
                 02 PUNCH-SORTED-PADDING4 PIC X(1).
                 02 PUNCH-SORTED-LEAVE PIC X(5).
                 02 PUNCH-SORTED-PADDING5 PIC X(1).
                 02 PUNCH-SORTED-MINUTES PIC 9(4).
                 02 PUNCH-SORTED-PADDING6 PIC X(1).
                 02 PUNCH-SORTED-STATUS PIC X(10).

           FD EMPLOYEES.
           01 WS-PUNCH-DETAIL-FILE-STATUS.
             05 WS-PUNCH-DETAIL-STATUS-KEY-1 PIC X.
             05 WS-PUNCH-DETAIL-STATUS-KEY-2 PIC X.
           01 WS-PUNCH-ARCHIVE-FILE-STATUS.
             05 WS-PUNCH-ARCHIVE-STATUS-KEY-1 PIC X.
             05 WS-PUNCH-ARCHIVE-STATUS-KEY-2 PIC X.
           01 WS-PUNCH-ARCHIVE-NAME.
             02 F PIC X(13) VALUE "punch-detail-".
             02 WS-PUNCH-ARCHIVE-YEAR PIC X(4).
             02 F PIC X(4) VALUE ".txt".
           01 WS-PUNCH-SORTED-FILE-STATUS.
             05 WS-PUNCH-SORTED-STATUS-KEY-1 PIC X.
             05 WS-PUNCH-SORTED-STATUS-KEY-2 PIC X.
             05 WS-EMPLOYEES-STATUS-KEY-1 PIC X.
             05 WS-EMPLOYEES-STATUS-KEY-2 PIC X.
           01 WS-REPORT-MONTH PIC X(7).
           01 WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
             02 WS-REPORT-YEAR PIC X(4).
             02 F PIC X(3).
           01 WS-PUNCH-MONTH PIC X(7).
           01 WS-PUNCH-SEEN PIC 9 VALUE 0.
      * THE STATEMENT TOTAL MATCHES WHAT UPDATE-MONTHLY-ATTENDANT
             DISPLAY "Statement month (YYYY-MM): " WITH NO ADVANCING
             ACCEPT WS-REPORT-MONTH
             SORT PUNCH-WORK ON ASCENDING KEY
                 PUNCH-WORK-ID PUNCH-WORK-DATE PUNCH-WORK-PAIR
                 INPUT PROCEDURE IS RELEASE-MONTH-PUNCHES
                 GIVING PUNCH-SORTED
             OPEN INPUT EMPLOYEES

      * ONLY THE REQUESTED MONTH'S LINES GO THROUGH THE SORT - THE
      * ARCHIVE HOLDS EVERY DAY SINCE IT STARTED AND THE STATEMENT IS
      * A ONE-MONTH DOCUMENT. A MONTH IN A CLOSED YEAR COMES FROM THAT
      * YEAR'S ARCHIVE FILE, READ FIRST, THEN THE KEYED ARCHIVE IS
      * ENTERED AT THE MONTH (A MONTH NAME WITH NO DAY SORTS AHEAD OF
      * ITS FIRST DAY) AND READ UNTIL THE MONTH CHANGES. SAME GUARDED
      * OPENS AS EVERYWHERE ELSE - NO ARCHIVE JUST MEANS NO STATEMENTS
           RELEASE-MONTH-PUNCHES.
             MOVE WS-REPORT-YEAR TO WS-PUNCH-ARCHIVE-YEAR
             OPEN INPUT PUNCH-ARCHIVE
             IF WS-PUNCH-ARCHIVE-STATUS-KEY-1 = "0"
               READ PUNCH-ARCHIVE
               PERFORM RELEASE-ARCHIVED-PUNCH
                 UNTIL WS-PUNCH-ARCHIVE-STATUS-KEY-1 = "1"
               CLOSE PUNCH-ARCHIVE
             END-IF
             OPEN INPUT PUNCH-DETAIL
             IF WS-PUNCH-DETAIL-STATUS-KEY-1 = "0"
               MOVE SPACES TO PUNCH-DETAIL-DATE
               MOVE WS-REPORT-MONTH TO PUNCH-DETAIL-DATE
               START PUNCH-DETAIL
                 KEY IS NOT LESS THAN PUNCH-DETAIL-DATE
                 INVALID KEY MOVE "1" TO WS-PUNCH-DETAIL-STATUS-KEY-1
               END-START
               IF WS-PUNCH-DETAIL-STATUS-KEY-1 = "0"
                 READ PUNCH-DETAIL NEXT RECORD
                 MOVE PUNCH-DETAIL-DATE TO WS-PUNCH-MONTH
                 PERFORM RELEASE-PUNCH-RECORD
                   UNTIL WS-PUNCH-DETAIL-STATUS-KEY-1 NOT = "0"
                     OR WS-PUNCH-MONTH NOT = WS-REPORT-MONTH
               END-IF
               CLOSE PUNCH-DETAIL
             END-IF.

           RELEASE-PUNCH-RECORD.
             MOVE PUNCH-DETAIL-RECORD TO PUNCH-WORK-RECORD
             RELEASE PUNCH-WORK-RECORD
             READ PUNCH-DETAIL NEXT RECORD
             MOVE PUNCH-DETAIL-DATE TO WS-PUNCH-MONTH.

           RELEASE-ARCHIVED-PUNCH.
             MOVE PUNCH-ARCHIVE-DATE TO WS-PUNCH-MONTH
             IF WS-PUNCH-MONTH = WS-REPORT-MONTH
               MOVE PUNCH-ARCHIVE-RECORD TO PUNCH-WORK-RECORD
               RELEASE PUNCH-WORK-RECORD
             END-IF
             READ PUNCH-ARCHIVE.

           FINISH.
              DISPLAY "Finished writing timesheet statements"
