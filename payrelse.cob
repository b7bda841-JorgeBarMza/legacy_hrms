           IDENTIFICATION DIVISION.
           PROGRAM-ID. PAYRELSE.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      * THE FLAGS THE LAST PAYROLL RUN RAISED AGAINST THE PERIOD
      * BEFORE - EACH ONE HAS TO BE LOOKED AT AND SIGNED OFF HERE
      * BEFORE THE BANK FILE IS ALLOWED OUT
                SELECT VARIANCE-FLAGS ASSIGN TO
                       'payroll-variance-flags.txt'
                       FILE STATUS IS WS-FLAGS-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

      * THE PAYMENT FILE PAYROLL LEFT MARKED UNRELEASED - ONLY ITS
      * HEADER LINE CHANGES, THE INSTRUCTIONS AND TRAILER GO BACK
      * EXACTLY AS PAYROLL WROTE THEM
                SELECT BANK-PAYMENTS ASSIGN TO
                       'bank-payments.txt'
                       FILE STATUS IS WS-BANK-FILE-STATUS
                       ORGANIZATION IS LINE SEQUENTIAL
                       ACCESS MODE IS SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD VARIANCE-FLAGS.
           01 VARIANCE-FLAG-RECORD.
                 88 EOF-VARIANCE-FLAG VALUE HIGH-VALUES.
                 02 VARIANCE-FLAG-PERIOD PIC X(7).
                 02 VARIANCE-FLAG-PADDING1 PIC X(1).
                 02 VARIANCE-FLAG-ID PIC 9(4).
                 02 VARIANCE-FLAG-PADDING2 PIC X(1).
                 02 VARIANCE-FLAG-CODE PIC X(8).
                 02 VARIANCE-FLAG-PADDING3 PIC X(1).
                 02 VARIANCE-FLAG-STATUS PIC X(6).
                 02 VARIANCE-FLAG-PADDING4 PIC X(1).
                 02 VARIANCE-FLAG-SIGNED-BY PIC X(3).
                 02 VARIANCE-FLAG-PADDING5 PIC X(1).
                 02 VARIANCE-FLAG-SIGNED-DATE PIC X(10).

           FD BANK-PAYMENTS.
           01 BANK-PAYMENT-LINE PIC X(40).

           WORKING-STORAGE SECTION.
           01 WS-FLAGS-FILE-STATUS.
             05 WS-FLAGS-STATUS-KEY-1 PIC X.
             05 WS-FLAGS-STATUS-KEY-2 PIC X.
           01 WS-BANK-FILE-STATUS.
             05 WS-BANK-STATUS-KEY-1 PIC X.
             05 WS-BANK-STATUS-KEY-2 PIC X.
           01 WS-ACCEPT-DATE PIC 9(8).
           01 WS-ACCEPT-DATE-PARTS REDEFINES WS-ACCEPT-DATE.
             02 WS-ACCEPT-YEAR PIC 9(4).
             02 WS-ACCEPT-MONTH PIC 9(2).
             02 WS-ACCEPT-DAY PIC 9(2).
           01 WS-TODAY-TEXT.
             02 WS-TODAY-YEAR PIC 9(4).
             02 F PIC X VALUE "-".
             02 WS-TODAY-MONTH PIC 9(2).
             02 F PIC X VALUE "-".
             02 WS-TODAY-DAY PIC 9(2).
      * THE WHOLE FLAGS FILE, LOADED ONCE AND WRITTEN BACK WHOLE WITH
      * THE NEW SIGN-OFFS, THE SAME WAY PAYROLL HANDLES ITS
      * ADJUSTMENTS FILE
           01 WS-FLAGS-TABLE.
             02 WS-FLAGS-ENTRY OCCURS 500 TIMES.
               03 WS-FLAG-PERIOD PIC X(7).
               03 WS-FLAG-ID PIC 9(4).
               03 WS-FLAG-CODE PIC X(8).
               03 WS-FLAG-STATUS PIC X(6).
               03 WS-FLAG-SIGNED-BY PIC X(3).
               03 WS-FLAG-SIGNED-DATE PIC X(10).
           01 WS-FLAGS-COUNT PIC 9(3) VALUE 0.
           01 WS-FLAGS-INDEX PIC 9(3).
      * FLAGS PAST THE TABLE'S 500 - WRITING THE FILE BACK WOULD LOSE
      * THEM, SO ANY AT ALL STOPS THE RUN BEFORE SIGNING OR RELEASE
           01 WS-FLAGS-SKIPPED PIC 9(5) VALUE 0.
           01 WS-OPEN-COUNT PIC 9(3) VALUE 0.
           01 WS-SIGNED-COUNT PIC 9(3) VALUE 0.
           01 WS-STOP-SIGNING PIC 9 VALUE 0.
           01 WS-RELEASE-OK PIC 9.
           01 WS-FIELD-OK PIC 9.
           01 WS-APPROVER PIC X(3).
           01 WS-ANSWER PIC X(1).
           01 WS-FLAGS-PERIOD PIC X(7).
      * THE PAYMENT FILE HELD WHOLE WHILE ITS HEADER IS CHANGED -
      * ROOM FOR THE HEADER, PAYROLL'S 500 INSTRUCTIONS AND TRAILER
           01 WS-BANK-LINES-TABLE.
             02 WS-BANK-LINE OCCURS 502 TIMES PIC X(40).
           01 WS-BANK-LINES-COUNT PIC 9(3) VALUE 0.
           01 WS-BANK-LINES-INDEX PIC 9(3).
           01 WS-BANK-HEADER-LINE.
             02 WS-BANK-HEADER-TAG PIC X(2).
             02 WS-BANK-HEADER-PERIOD PIC X(7).
             02 F PIC X(1).
             02 WS-BANK-HEADER-STATUS PIC X(10).
             02 F PIC X(20).

           PROCEDURE DIVISION.
           BEGIN.
             ACCEPT WS-ACCEPT-DATE FROM DATE YYYYMMDD
             MOVE WS-ACCEPT-YEAR TO WS-TODAY-YEAR
             MOVE WS-ACCEPT-MONTH TO WS-TODAY-MONTH
             MOVE WS-ACCEPT-DAY TO WS-TODAY-DAY
             PERFORM LOAD-VARIANCE-FLAGS
             IF WS-FLAGS-COUNT = 0
               DISPLAY "No variance flags on file - nothing to sign off"
               STOP RUN
             END-IF
             IF WS-FLAGS-SKIPPED > 0
               DISPLAY "More than 500 variance flags - "
                 WS-FLAGS-SKIPPED " not loaded"
               DISPLAY "Flags file left unchanged - bank payments "
                 "stay held"
               STOP RUN
             END-IF
             PERFORM COUNT-OPEN-FLAGS
             IF WS-OPEN-COUNT > 0
               DISPLAY "Open variance flags for period "
                 WS-FLAGS-PERIOD ": " WS-OPEN-COUNT
               MOVE 0 TO WS-FIELD-OK
               PERFORM GET-APPROVER UNTIL WS-FIELD-OK = 1
               PERFORM SIGN-OFF-FLAG
                 VARYING WS-FLAGS-INDEX FROM 1 BY 1
                 UNTIL WS-FLAGS-INDEX > WS-FLAGS-COUNT
                   OR WS-STOP-SIGNING = 1
               PERFORM REWRITE-VARIANCE-FLAGS
               PERFORM COUNT-OPEN-FLAGS
             END-IF
             IF WS-OPEN-COUNT > 0
               DISPLAY "Flags still open: " WS-OPEN-COUNT
                 " - bank payments stay held"
             ELSE
               PERFORM RELEASE-BANK-PAYMENTS
             END-IF.

           FINISH.
              DISPLAY "Flags signed off this session: " WS-SIGNED-COUNT.
           STOP RUN.

      * HELPER FUNCTIONS

           GET-APPROVER.
             DISPLAY "Approver initials: " WITH NO ADVANCING
             ACCEPT WS-APPROVER
             IF WS-APPROVER = SPACES
               DISPLAY "Initials are required"
             ELSE
               MOVE 1 TO WS-FIELD-OK
             END-IF.

      * EVERY OPEN FLAG IS SHOWN IN TURN - Y SIGNS IT OFF, N LEAVES
      * IT OPEN FOR SOMEONE ELSE, X STOPS AND SAVES WHAT IS DONE
           SIGN-OFF-FLAG.
             IF WS-FLAG-STATUS (WS-FLAGS-INDEX) = "OPEN"
               DISPLAY WS-FLAG-PERIOD (WS-FLAGS-INDEX) " "
                 WS-FLAG-ID (WS-FLAGS-INDEX) " "
                 WS-FLAG-CODE (WS-FLAGS-INDEX)
               MOVE 0 TO WS-FIELD-OK
               PERFORM GET-ANSWER UNTIL WS-FIELD-OK = 1
               IF WS-ANSWER = "Y"
                 MOVE "SIGNED" TO WS-FLAG-STATUS (WS-FLAGS-INDEX)
                 MOVE WS-APPROVER TO WS-FLAG-SIGNED-BY (WS-FLAGS-INDEX)
                 MOVE WS-TODAY-TEXT TO
                   WS-FLAG-SIGNED-DATE (WS-FLAGS-INDEX)
                 ADD 1 TO WS-SIGNED-COUNT
               END-IF
               IF WS-ANSWER = "X"
                 MOVE 1 TO WS-STOP-SIGNING
               END-IF
             END-IF.

           GET-ANSWER.
             DISPLAY "Sign off (Y=yes, N=leave open, X=stop): "
               WITH NO ADVANCING
             ACCEPT WS-ANSWER
             IF WS-ANSWER = "Y" OR WS-ANSWER = "N" OR WS-ANSWER = "X"
               MOVE 1 TO WS-FIELD-OK
             ELSE
               DISPLAY "Answer Y, N or X"
             END-IF.

           COUNT-OPEN-FLAGS.
             MOVE 0 TO WS-OPEN-COUNT
             PERFORM COUNT-OPEN-FLAG-ENTRY
               VARYING WS-FLAGS-INDEX FROM 1 BY 1
               UNTIL WS-FLAGS-INDEX > WS-FLAGS-COUNT.

           COUNT-OPEN-FLAG-ENTRY.
             IF WS-FLAG-STATUS (WS-FLAGS-INDEX) = "OPEN"
               ADD 1 TO WS-OPEN-COUNT
             END-IF.

      * ONLY THE HEADER OF THE SAME PERIOD THE FLAGS WERE RAISED FOR IS
      * EVER FLIPPED - A PAYMENT FILE FROM SOME OTHER RUN IS LEFT ALONE
           RELEASE-BANK-PAYMENTS.
             MOVE 0 TO WS-RELEASE-OK
             OPEN INPUT BANK-PAYMENTS
             IF WS-BANK-STATUS-KEY-1 = "0"
               READ BANK-PAYMENTS
               PERFORM LOAD-BANK-LINE
                 UNTIL WS-BANK-STATUS-KEY-1 = "1"
               CLOSE BANK-PAYMENTS
               MOVE WS-BANK-LINE (1) TO WS-BANK-HEADER-LINE
               MOVE 1 TO WS-RELEASE-OK
             ELSE
               DISPLAY "bank-payments.txt not found - nothing released"
             END-IF
             IF WS-RELEASE-OK = 1 AND
                (WS-BANK-HEADER-TAG NOT = "H " OR
                 WS-BANK-HEADER-PERIOD NOT = WS-FLAGS-PERIOD)
               DISPLAY "bank-payments.txt is not the run for period "
                 WS-FLAGS-PERIOD " - nothing released"
               MOVE 0 TO WS-RELEASE-OK
             END-IF
             IF WS-RELEASE-OK = 1 AND
                WS-BANK-HEADER-STATUS = "RELEASED"
               DISPLAY "Bank payments for period " WS-FLAGS-PERIOD
                 " already released"
               MOVE 0 TO WS-RELEASE-OK
             END-IF
             IF WS-RELEASE-OK = 1
               MOVE "RELEASED" TO WS-BANK-HEADER-STATUS
               MOVE WS-BANK-HEADER-LINE TO WS-BANK-LINE (1)
               OPEN OUTPUT BANK-PAYMENTS
               PERFORM WRITE-BANK-LINE
                 VARYING WS-BANK-LINES-INDEX FROM 1 BY 1
                 UNTIL WS-BANK-LINES-INDEX > WS-BANK-LINES-COUNT
               CLOSE BANK-PAYMENTS
               DISPLAY "Bank payments for period " WS-FLAGS-PERIOD
                 " released"
             END-IF.

           LOAD-BANK-LINE.
             IF WS-BANK-LINES-COUNT < 502
               ADD 1 TO WS-BANK-LINES-COUNT
               MOVE BANK-PAYMENT-LINE TO
                 WS-BANK-LINE (WS-BANK-LINES-COUNT)
             END-IF
             READ BANK-PAYMENTS.

           WRITE-BANK-LINE.
             WRITE BANK-PAYMENT-LINE FROM
               WS-BANK-LINE (WS-BANK-LINES-INDEX).

           LOAD-VARIANCE-FLAGS.
             OPEN INPUT VARIANCE-FLAGS
             IF WS-FLAGS-STATUS-KEY-1 = "0"
               READ VARIANCE-FLAGS
               PERFORM LOAD-VARIANCE-FLAG-ENTRY
                 UNTIL WS-FLAGS-STATUS-KEY-1 = "1"
               CLOSE VARIANCE-FLAGS
             END-IF.

           LOAD-VARIANCE-FLAG-ENTRY.
             IF WS-FLAGS-COUNT < 500
               ADD 1 TO WS-FLAGS-COUNT
               MOVE VARIANCE-FLAG-PERIOD TO
                 WS-FLAG-PERIOD (WS-FLAGS-COUNT)
               MOVE VARIANCE-FLAG-PERIOD TO WS-FLAGS-PERIOD
               MOVE VARIANCE-FLAG-ID TO WS-FLAG-ID (WS-FLAGS-COUNT)
               MOVE VARIANCE-FLAG-CODE TO WS-FLAG-CODE (WS-FLAGS-COUNT)
               MOVE VARIANCE-FLAG-STATUS TO
                 WS-FLAG-STATUS (WS-FLAGS-COUNT)
               MOVE VARIANCE-FLAG-SIGNED-BY TO
                 WS-FLAG-SIGNED-BY (WS-FLAGS-COUNT)
               MOVE VARIANCE-FLAG-SIGNED-DATE TO
                 WS-FLAG-SIGNED-DATE (WS-FLAGS-COUNT)
             ELSE
               ADD 1 TO WS-FLAGS-SKIPPED
               DISPLAY "Flag not loaded - table full: "
                 VARIANCE-FLAG-PERIOD " " VARIANCE-FLAG-ID " "
                 VARIANCE-FLAG-CODE
             END-IF
             READ VARIANCE-FLAGS.

           REWRITE-VARIANCE-FLAGS.
             OPEN OUTPUT VARIANCE-FLAGS
             PERFORM REWRITE-VARIANCE-FLAG-ENTRY
               VARYING WS-FLAGS-INDEX FROM 1 BY 1
               UNTIL WS-FLAGS-INDEX > WS-FLAGS-COUNT
             CLOSE VARIANCE-FLAGS.

           REWRITE-VARIANCE-FLAG-ENTRY.
             MOVE SPACE TO VARIANCE-FLAG-PADDING1
             MOVE SPACE TO VARIANCE-FLAG-PADDING2
             MOVE SPACE TO VARIANCE-FLAG-PADDING3
             MOVE SPACE TO VARIANCE-FLAG-PADDING4
             MOVE SPACE TO VARIANCE-FLAG-PADDING5
             MOVE WS-FLAG-PERIOD (WS-FLAGS-INDEX) TO
               VARIANCE-FLAG-PERIOD
             MOVE WS-FLAG-ID (WS-FLAGS-INDEX) TO VARIANCE-FLAG-ID
             MOVE WS-FLAG-CODE (WS-FLAGS-INDEX) TO VARIANCE-FLAG-CODE
             MOVE WS-FLAG-STATUS (WS-FLAGS-INDEX) TO
               VARIANCE-FLAG-STATUS
             MOVE WS-FLAG-SIGNED-BY (WS-FLAGS-INDEX) TO
               VARIANCE-FLAG-SIGNED-BY
             MOVE WS-FLAG-SIGNED-DATE (WS-FLAGS-INDEX) TO
               VARIANCE-FLAG-SIGNED-DATE
             WRITE VARIANCE-FLAG-RECORD.
