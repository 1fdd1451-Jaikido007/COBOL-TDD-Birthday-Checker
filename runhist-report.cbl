           01 WS-Entry-Optout          PIC X(6).
           01 WS-Entry-Dates           PIC X(4).
           01 WS-Entry-Status          PIC X(10).
           01 WS-Entry-Per-Date        PIC X(8).
           01 WS-TS-Date               PIC 9(8).
           01 WS-TS-Seconds            PIC 9(6).
           01 WS-Start-Seconds         PIC S9(9).
           DISPLAY " "
           DISPLAY "RUNS IN RANGE"
           DISPLAY "  AS-OF     STARTED         DURATION(S) "
               "GREETINGS DATES SECS/DATE STATUS"

           PERFORM UNTIL WS-EOF
               READ RUN-HISTORY-FILE
               WS-Entry-Checked WS-Entry-Skipped WS-Entry-Happy
               WS-Entry-Almost WS-Entry-Not WS-Entry-Anniv
               WS-Entry-Optout WS-Entry-Dates WS-Entry-Status
               WS-Entry-Per-Date
           UNSTRING RUN-HISTORY-RECORD DELIMITED BY "|"
               INTO WS-Entry-As-Of WS-Entry-Start-TS WS-Entry-End-TS
                    WS-Entry-Roster WS-Entry-Read WS-Entry-Checked
                    WS-Entry-Skipped WS-Entry-Happy WS-Entry-Almost
                    WS-Entry-Not WS-Entry-Anniv WS-Entry-Optout
                    WS-Entry-Dates WS-Entry-Status WS-Entry-Per-Date
           END-UNSTRING
           IF WS-Entry-As-Of IS NOT NUMERIC
               EXIT PARAGRAPH
           MOVE WS-Duration TO WS-Duration-Display
           DISPLAY "  " WS-Entry-As-Of "  " WS-Entry-Start-TS "  "
               WS-Duration-Display "     " WS-Greet-Volume "    "
               WS-Entry-Dates "  " WS-Entry-Per-Date "  "
               FUNCTION TRIM (WS-Entry-Status)

           IF WS-Entry-Status NOT = "OK"
