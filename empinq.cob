                 02 MONTHLY-ATTENDANT-OUT-LATE PIC 9(3).
                 02 MONTHLY-ATTENDANT-OUT-OVERTIME PIC 9(3).
                 02 MONTHLY-ATTENDANT-OUT-WORK-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-REST-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-HOLIDAY-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-NIGHT-MIN PIC 9(5).
                 02 MONTHLY-ATTENDANT-OUT-FLEX-MIN PIC S9(5)
                    SIGN LEADING SEPARATE.

           FD LEAVE-BALANCES.
           01 LEAVE-BALANCE.
             02 WS-MONTHLY-OVERTIME PIC ZZ9.
             02 F PIC X(8) VALUE " worked=".
             02 WS-MONTHLY-WORK-MIN PIC ZZZZ9.
      * THE SHARE OF THE WORKED MINUTES THAT EARNS A PREMIUM
           01 WS-PREMIUM-MINUTES-LINE.
             02 F PIC X(24) VALUE "  Premium minutes: rest=".
             02 WS-PREMIUM-REST-MIN PIC ZZZZ9.
             02 F PIC X(9) VALUE " holiday=".
             02 WS-PREMIUM-HOLIDAY-MIN PIC ZZZZ9.
             02 F PIC X(7) VALUE " night=".
             02 WS-PREMIUM-NIGHT-MIN PIC ZZZZ9.
      * THE MONTH'S NET MOVEMENT ON THE TIME BANK SO FAR - FLEXBANK
      * ADDS IT TO THE CARRIED BALANCE AT MONTH END
           01 WS-FLEX-MINUTES-LINE.
             02 F PIC X(24) VALUE "  Time bank this month: ".
             02 WS-FLEX-MONTH-MIN PIC -ZZZZ9.
             02 F PIC X(8) VALUE " minutes".
           01 WS-BALANCE-LINE.
             02 F PIC X(7) VALUE "Leave: ".
             02 WS-BALANCE-TYPE-OUT PIC X(10).
               MOVE MONTHLY-ATTENDANT-OUT-WORK-MIN TO
                 WS-MONTHLY-WORK-MIN
               DISPLAY WS-MONTHLY-LINE
      * A MONTHLY FILE WRITTEN BEFORE THE PREMIUM MINUTES WERE CARRIED
      * HAS NOTHING THERE TO SHOW
               IF MONTHLY-ATTENDANT-OUT-REST-MIN IS NUMERIC AND
                  MONTHLY-ATTENDANT-OUT-HOLIDAY-MIN IS NUMERIC AND
                  MONTHLY-ATTENDANT-OUT-NIGHT-MIN IS NUMERIC
                 MOVE MONTHLY-ATTENDANT-OUT-REST-MIN TO
                   WS-PREMIUM-REST-MIN
                 MOVE MONTHLY-ATTENDANT-OUT-HOLIDAY-MIN TO
                   WS-PREMIUM-HOLIDAY-MIN
                 MOVE MONTHLY-ATTENDANT-OUT-NIGHT-MIN TO
                   WS-PREMIUM-NIGHT-MIN
                 DISPLAY WS-PREMIUM-MINUTES-LINE
               END-IF
               IF MONTHLY-ATTENDANT-OUT-FLEX-MIN IS NUMERIC
                 MOVE MONTHLY-ATTENDANT-OUT-FLEX-MIN TO
                   WS-FLEX-MONTH-MIN
                 DISPLAY WS-FLEX-MINUTES-LINE
               END-IF
             ELSE
               READ MONTHLY-ATTENDANTS-OUT
             END-IF.
