               SELECT HOLIDAY-FILE ASSIGN TO "data/holiday.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Holiday-Status.
               SELECT COLLEAGUE-MESSAGE-FILE
                   ASSIGN TO "data/colleague.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CMSG-KEY
                   FILE STATUS IS WS-Colleague-Status.

       DATA DIVISION.
           FILE SECTION.
           FD EMPLOYEE-ROSTER-FILE.
           01 EMPLOYEE-ROSTER-RECORD       PIC X(59).

           FD CHECKPOINT-FILE.
           01 CHECKPOINT-RECORD.
           FD HOLIDAY-FILE.
           01 HOLIDAY-RECORD               PIC X(60).

           FD COLLEAGUE-MESSAGE-FILE.
           COPY "colleague-message.cpy".

           WORKING-STORAGE SECTION.
           COPY "message-templates.cpy".
           COPY "employee-record.cpy".

           01 WS-Date                  PIC 9(8).
           01 WS-As-Of-Date            PIC 9(8).
           01 WS-End-Timestamp         PIC 9(14).
           01 WS-Roster-Count          PIC 9(6) VALUE 0.
           01 WS-Read-Count            PIC 9(6) VALUE 0.
           01 WS-Evaluated-Count       PIC 9(8) VALUE 0.
           01 WS-Expected-Reads        PIC 9(8).
           01 WS-Checked-Count         PIC 9(6) VALUE 0.
           01 WS-Skipped-Count         PIC 9(6) VALUE 0.
           01 WS-Happy-Count           PIC 9(6) VALUE 0.
           01 WS-Run-Status            PIC X(10).
           01 WS-Abort-Flag            PIC X VALUE 'N'.
               88 WS-Run-Aborted               VALUE 'Y'.
           01 WS-Audit-Fail-Flag       PIC X VALUE 'N'.
               88 WS-Audit-Failed              VALUE 'Y'.
           01 WS-Ckpt-Counter          PIC 9(4) VALUE 0.
           01 WS-Ckpt-Interval         PIC 9(4) VALUE 25.
           01 WS-Last-Emp-ID           PIC X(6) VALUE SPACES.
           01 WS-Probe-Day             PIC 9(2).
           01 WS-Probe-Leap-Flag       PIC X.
               88 WS-Probe-Leap-Year           VALUE 'Y'.
           01 WS-Manager-Type          PIC X(1).
           01 WS-Manager-Base-Date     PIC 9(8).
           01 WS-Manager-Count         PIC 9(6) VALUE 0.
           01 WS-Base-Monthday         PIC 9(4).
           01 WS-Run-Monthday          PIC 9(4).
           01 WS-Occasion-Year         PIC 9(4).
           01 WS-Occasion-Date         PIC 9(8).
           01 WS-Occasion-Days         PIC 9(3).
           01 WS-Occasion-Days-Display PIC ZZ9.
           01 WS-Notify-Timestamp      PIC 9(14).
           01 WS-Log-Type              PIC X(1).
           01 WS-Log-Record            PIC X(160).
           01 WS-Colleague-Status      PIC X(2).
               88 WS-Colleague-File-Missing    VALUE '35'.
           01 WS-Colleague-Open-Flag   PIC X VALUE 'N'.
               88 WS-Colleague-Open            VALUE 'Y'.
           01 WS-Colleague-EOF-Flag    PIC X VALUE 'N'.
               88 WS-Colleague-EOF             VALUE 'Y'.
           01 WS-Card-Year             PIC 9(4).
           01 WS-Card-Message-Count    PIC 9(3).
           01 WS-Message-Card-Count    PIC 9(6) VALUE 0.
           01 WS-Printed-Message-Table.
               05 WS-Printed-Count     PIC 9(4) VALUE 0.
               05 WS-Printed-Key       PIC X(13) OCCURS 1000 TIMES.
           01 WS-Printed-Idx           PIC 9(4).
           01 WS-Lock-Action           PIC X(1).
           01 WS-Lock-Program          PIC X(20) VALUE "birthday-batch".
           01 WS-Lock-Operator-ID      PIC X(8) VALUE "BDAYBAT".
           01 WS-Lock-Result           PIC X(1).
               88 WS-Lock-Granted              VALUE 'Y'.
           01 WS-Saved-Return-Code     PIC S9(9) VALUE 0.
           01 WS-Roster-Table.
               05 WS-Roster-Entry      PIC X(59) OCCURS 20000 TIMES.
           01 WS-Roster-Idx            PIC 9(6).
           01 WS-Roster-Table-Flag     PIC X VALUE 'Y'.
               88 WS-Roster-In-Table           VALUE 'Y'.
           01 WS-Clock-Stamp           PIC X(16).
           01 WS-Clock-Seconds         PIC 9(11)V99.
           01 WS-Date-Start-Seconds    PIC 9(11)V99.
           01 WS-Date-Timing-Table.
               05 WS-Date-Timing OCCURS 31 TIMES.
                   10 WS-Timed-Date        PIC 9(8).
                   10 WS-Timed-Elapsed     PIC 9(5)V99.
           01 WS-Timing-Idx            PIC 9(2).
           01 WS-Total-Elapsed         PIC 9(7)V99.
           01 WS-Per-Date-Elapsed      PIC 9(5)V99 VALUE 0.
           01 WS-Elapsed-Display       PIC ZZZZ9.99.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-Start-Timestamp
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Real
           PERFORM TAKE-RUN-LOCK
           PERFORM LOAD-MESSAGE-CATALOG
           PERFORM LOAD-HOLIDAY-TABLE

               DISPLAY "Forward-dated rehearsal run: lastrun will "
                   "not advance past today and dispatch is held."
           END-IF
           PERFORM LOAD-ROSTER-TABLE
           IF NOT WS-Rehearsal-Run
               PERFORM LOAD-CHECKPOINT
           END-IF
               ELSE
                   OPEN OUTPUT BIRTHDAY-CARD-FILE
               END-IF
               OPEN I-O COLLEAGUE-MESSAGE-FILE
               IF NOT WS-Colleague-File-Missing
                   MOVE 'Y' TO WS-Colleague-Open-Flag
               END-IF
           END-IF

           PERFORM PROCESS-ONE-DATE
                   PERFORM WRITE-CARD-TRAILER
               END-IF
               CLOSE BIRTHDAY-CARD-FILE
               IF WS-Colleague-Open
                   IF NOT WS-Run-Aborted
                       PERFORM CLEAR-PRINTED-MESSAGES
                   END-IF
                   CLOSE COLLEAGUE-MESSAGE-FILE
               END-IF
           END-IF

           CALL "greeting-log-end"
           IF RETURN-CODE NOT = 0
               MOVE 'Y' TO WS-Audit-Fail-Flag
           END-IF
           PERFORM RELEASE-RUN-LOCK

           IF WS-Run-Aborted
               MOVE "CKPT-ERROR" TO WS-Run-Status
           MOVE "OK" TO WS-Run-Status
           COMPUTE WS-Expected-Count =
               WS-Roster-Count * WS-Dates-Processed
           IF WS-Roster-In-Table
               MOVE WS-Roster-Count TO WS-Expected-Reads
           ELSE
               MOVE WS-Expected-Count TO WS-Expected-Reads
           END-IF
           IF WS-Evaluated-Count NOT = WS-Expected-Count
                   OR WS-Read-Count NOT = WS-Expected-Reads
               DISPLAY "ERROR: batch read " WS-Read-Count
                   " records and evaluated " WS-Evaluated-Count
                   " employee-dates but expected " WS-Expected-Reads
                   " and " WS-Expected-Count
                   " (roster of " WS-Roster-Count " over "
                   WS-Dates-Processed " dates) -- the run may be "
                   "incomplete. Check data/roster.dat before "
               MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-Audit-Failed
               MOVE "AUDIT-ERR" TO WS-Run-Status
               MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-Rehearsal-Run AND RETURN-CODE = 0
               MOVE "REHEARSAL" TO WS-Run-Status
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROCESS-ONE-DATE.
           PERFORM READ-CLOCK
           MOVE WS-Clock-Seconds TO WS-Date-Start-Seconds
           COMPUTE WS-Date =
               FUNCTION DATE-OF-INTEGER (WS-Date-Integer)
           ADD 1 TO WS-Dates-Processed
               MOVE 'Y' TO WS-Skip-Flag
           END-IF

           IF WS-Roster-In-Table
               PERFORM EVALUATE-ROSTER-ENTRY
                   VARYING WS-Roster-Idx FROM 1 BY 1
                   UNTIL WS-Roster-Idx > WS-Roster-Count
           ELSE
               MOVE 'N' TO WS-EOF-Flag
               OPEN INPUT EMPLOYEE-ROSTER-FILE
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-ROSTER-FILE INTO EMPLOYEE-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           ADD 1 TO WS-Read-Count
                           PERFORM EVALUATE-EMPLOYEE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-ROSTER-FILE
           END-IF

           IF WS-Skip-Until-Checkpoint
               DISPLAY "ERROR: checkpoint employee ID "
           IF NOT WS-Run-Aborted AND WS-Ckpt-Counter > 0
                   AND WS-Last-Emp-ID NOT = SPACES
               PERFORM TAKE-CHECKPOINT
           END-IF

           PERFORM READ-CLOCK
           IF WS-Dates-Processed <= 31
               MOVE WS-Date TO WS-Timed-Date (WS-Dates-Processed)
               COMPUTE WS-Timed-Elapsed (WS-Dates-Processed) =
                   WS-Clock-Seconds - WS-Date-Start-Seconds
           END-IF.

       EVALUATE-ROSTER-ENTRY.
           MOVE WS-Roster-Entry (WS-Roster-Idx) TO EMPLOYEE-RECORD
           PERFORM EVALUATE-EMPLOYEE.

       EVALUATE-EMPLOYEE.
           ADD 1 TO WS-Evaluated-Count
           IF WS-Skip-Until-Checkpoint
               ADD 1 TO WS-Skipped-Count
               IF EMP-ID = WS-Checkpoint-ID
                   MOVE 'N' TO WS-Skip-Flag
               END-IF
           ELSE
               IF NOT EMP-TERMINATED
                   PERFORM CHECK-EMPLOYEE
               END-IF
           END-IF.

       READ-CLOCK.
           MOVE FUNCTION CURRENT-DATE (1:16) TO WS-Clock-Stamp
           COMPUTE WS-Clock-Seconds =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-Clock-Stamp (1:8))) * 86400
               + FUNCTION NUMVAL (WS-Clock-Stamp (9:2)) * 3600
               + FUNCTION NUMVAL (WS-Clock-Stamp (11:2)) * 60
               + FUNCTION NUMVAL (WS-Clock-Stamp (13:2))
               + FUNCTION NUMVAL (WS-Clock-Stamp (15:2)) / 100.

       CHECK-EMPLOYEE.
           CALL "birthday-checker" USING EMP-ID, EMP-NAME,
                EMP-BIRTHDAY, WS-Date,
                   END-IF
               WHEN "BA"
                   ADD 1 TO WS-Almost-Count
                   MOVE 'M' TO WS-Manager-Type
                   MOVE EMP-BIRTHDAY TO WS-Manager-Base-Date
                   PERFORM QUEUE-MANAGER-NOTICE
               WHEN "BN"
                   ADD 1 TO WS-Not-Count
               WHEN "BP"
                   AND EMP-HIRE-DATE > 0
               CALL "anniversary-checker" USING
                    EMP-ID, EMP-NAME, EMP-HIRE-DATE,
                    WS-Date, EMP-LANG-CODE, EMP-OPT-OUT,
                    WS-Anniv-Greeter, WS-Outcome-Code
               IF WS-Outcome-Code = "AH" OR WS-Outcome-Code = "AM"
                   ADD 1 TO WS-Anniv-Greet-Count
               END-IF
               IF WS-Outcome-Code = "AA" AND NOT EMP-OPTED-OUT
                   MOVE 'N' TO WS-Manager-Type
                   MOVE EMP-HIRE-DATE TO WS-Manager-Base-Date
                   PERFORM QUEUE-MANAGER-NOTICE
               END-IF
           END-IF
           MOVE EMP-ID TO WS-Last-Emp-ID
           IF WS-Printed-Count >= 900
               PERFORM TAKE-CHECKPOINT
           ELSE
               PERFORM WRITE-CHECKPOINT
           END-IF.

       QUEUE-MANAGER-NOTICE.
           COMPUTE WS-Base-Monthday =
               FUNCTION MOD (WS-Manager-Base-Date, 10000)
           COMPUTE WS-Run-Monthday = FUNCTION MOD (WS-Date, 10000)
           COMPUTE WS-Occasion-Year = WS-Date / 10000
           IF WS-Base-Monthday < WS-Run-Monthday
               ADD 1 TO WS-Occasion-Year
           END-IF
           IF WS-Base-Monthday = 0229
               IF NOT ((FUNCTION MOD (WS-Occasion-Year, 4) = 0
                       AND FUNCTION MOD (WS-Occasion-Year, 100) NOT = 0)
                   OR FUNCTION MOD (WS-Occasion-Year, 400) = 0)
                   MOVE 0228 TO WS-Base-Monthday
               END-IF
           END-IF
           COMPUTE WS-Occasion-Date =
               WS-Occasion-Year * 10000 + WS-Base-Monthday
           COMPUTE WS-Occasion-Days =
               FUNCTION INTEGER-OF-DATE (WS-Occasion-Date)
               - FUNCTION INTEGER-OF-DATE (WS-Date)
           MOVE WS-Occasion-Days TO WS-Occasion-Days-Display
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Notify-Timestamp
           MOVE SPACES TO WS-Log-Record
           STRING EMP-ID "|" FUNCTION TRIM (EMP-NAME) "|"
                   WS-Manager-Base-Date "|" WS-Date "|"
                   FUNCTION TRIM (WS-Occasion-Days-Display) "|"
                   WS-Notify-Timestamp "|" EMP-LANG-CODE "|"
                   WS-Manager-Type
               INTO WS-Log-Record
           END-STRING
           MOVE 'N' TO WS-Log-Type
           CALL "greeting-log" USING WS-Log-Type, WS-Log-Record
           ADD 1 TO WS-Manager-Count.

       WRITE-BIRTHDAY-CARD.
           PERFORM FIND-CARD-TEMPLATE
           MOVE SPACES TO CARD-TEXT
           WRITE BIRTHDAY-CARD-RECORD

           IF WS-Colleague-Open
               PERFORM PRINT-COLLEAGUE-MESSAGES
           END-IF

           MOVE SPACES TO CARD-TEXT
           STRING "     " WS-Date
               INTO CARD-TEXT
           MOVE SPACES TO CARD-TEXT (61:72)
           WRITE BIRTHDAY-CARD-RECORD.

       PRINT-COLLEAGUE-MESSAGES.
           MOVE 0 TO WS-Card-Message-Count
           COMPUTE WS-Card-Year = WS-Date / 10000
           MOVE 'N' TO WS-Colleague-EOF-Flag
           MOVE EMP-ID TO CMSG-EMP-ID
           MOVE WS-Card-Year TO CMSG-BDAY-YEAR
           MOVE 0 TO CMSG-SEQ
           START COLLEAGUE-MESSAGE-FILE
               KEY IS NOT LESS THAN CMSG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-Colleague-EOF-Flag
           END-START
           PERFORM UNTIL WS-Colleague-EOF
               READ COLLEAGUE-MESSAGE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-Colleague-EOF-Flag
                   NOT AT END
                       IF CMSG-EMP-ID NOT = EMP-ID
                               OR CMSG-BDAY-YEAR NOT = WS-Card-Year
                           MOVE 'Y' TO WS-Colleague-EOF-Flag
                       ELSE
                           PERFORM PRINT-ONE-COLLEAGUE-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Card-Message-Count > 0
               MOVE SPACES TO CARD-TEXT
               WRITE BIRTHDAY-CARD-RECORD
               ADD 1 TO WS-Message-Card-Count
           END-IF.

       PRINT-ONE-COLLEAGUE-MESSAGE.
           IF WS-Card-Message-Count = 0
               MOVE SPACES TO CARD-TEXT
               STRING "     Messages from your colleagues:"
                   INTO CARD-TEXT
               END-STRING
               WRITE BIRTHDAY-CARD-RECORD
           END-IF
           ADD 1 TO WS-Card-Message-Count
           MOVE SPACES TO CARD-TEXT
           STRING "       " QUOTE FUNCTION TRIM (CMSG-TEXT) QUOTE
                   " -- " FUNCTION TRIM (CMSG-SENDER-NAME)
               INTO CARD-TEXT
           END-STRING
           WRITE BIRTHDAY-CARD-RECORD
           IF WS-Printed-Count >= 1000
               DISPLAY "WARNING: printed-message table full -- "
                   "message for " CMSG-EMP-ID " " CMSG-BDAY-YEAR
                   " printed but left on data/colleague.idx"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Printed-Count
           MOVE CMSG-KEY TO WS-Printed-Key (WS-Printed-Count).

       CLEAR-PRINTED-MESSAGES.
           PERFORM VARYING WS-Printed-Idx FROM 1 BY 1
                   UNTIL WS-Printed-Idx > WS-Printed-Count
               MOVE WS-Printed-Key (WS-Printed-Idx) TO CMSG-KEY
               DELETE COLLEAGUE-MESSAGE-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM
           MOVE 0 TO WS-Printed-Count.

       FIND-CARD-TEMPLATE.
           CONTINUE.

               OR FUNCTION MOD (WS-Probe-Year, 400) = 0
               MOVE 'Y' TO WS-Probe-Leap-Flag
           END-IF
           IF WS-Roster-In-Table
               PERFORM SCREEN-HOLIDAY-ENTRY
                   VARYING WS-Roster-Idx FROM 1 BY 1
                   UNTIL WS-Roster-Idx > WS-Roster-Count
           ELSE
               MOVE 'N' TO WS-EOF-Flag
               OPEN INPUT EMPLOYEE-ROSTER-FILE
               PERFORM UNTIL WS-EOF
                   READ EMPLOYEE-ROSTER-FILE INTO EMPLOYEE-RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM SCREEN-HOLIDAY-EMPLOYEE
                   END-READ
               END-PERFORM
               CLOSE EMPLOYEE-ROSTER-FILE
           END-IF.

       SCREEN-HOLIDAY-ENTRY.
           MOVE WS-Roster-Entry (WS-Roster-Idx) TO EMPLOYEE-RECORD
           PERFORM SCREEN-HOLIDAY-EMPLOYEE.

       SCREEN-HOLIDAY-EMPLOYEE.
           IF NOT EMP-TERMINATED AND NOT EMP-OPTED-OUT
               PERFORM CHECK-HOLIDAY-BIRTHDAY
           END-IF.

       CHECK-HOLIDAY-BIRTHDAY.
           IF EMP-BIRTHDAY IS NOT NUMERIC
           END-STRING
           WRITE BIRTHDAY-CARD-RECORD.

       LOAD-ROSTER-TABLE.
           MOVE 0 TO WS-Roster-Count
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           PERFORM UNTIL WS-EOF
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Roster-Count
                       IF WS-Roster-Count > 20000
                           MOVE 'N' TO WS-Roster-Table-Flag
                       ELSE
                           MOVE EMPLOYEE-ROSTER-RECORD
                               TO WS-Roster-Entry (WS-Roster-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-ROSTER-FILE
           MOVE 'N' TO WS-EOF-Flag
           IF WS-Roster-In-Table
               MOVE WS-Roster-Count TO WS-Read-Count
           ELSE
               DISPLAY "WARNING: roster of " WS-Roster-Count
                   " records is larger than the batch can hold -- "
                   "reading data/roster.dat once per date."
           END-IF.

       WRITE-RUN-SUMMARY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-End-Timestamp
           MOVE 0 TO WS-Total-Elapsed
           PERFORM VARYING WS-Timing-Idx FROM 1 BY 1
                   UNTIL WS-Timing-Idx > WS-Dates-Processed
                       OR WS-Timing-Idx > 31
               ADD WS-Timed-Elapsed (WS-Timing-Idx)
                   TO WS-Total-Elapsed
           END-PERFORM
           IF WS-Dates-Processed > 0 AND WS-Dates-Processed <= 31
               COMPUTE WS-Per-Date-Elapsed ROUNDED =
                   WS-Total-Elapsed / WS-Dates-Processed
           END-IF
           MOVE WS-Per-Date-Elapsed TO WS-Elapsed-Display
           MOVE SPACES TO RUN-HISTORY-RECORD
           STRING WS-As-Of-Date "|" WS-Start-Timestamp "|"
                   WS-End-Timestamp "|"
                   WS-Happy-Count "|" WS-Almost-Count "|"
                   WS-Not-Count "|" WS-Anniv-Greet-Count "|"
                   WS-Optout-Count "|" WS-Dates-Processed "|"
                   FUNCTION TRIM (WS-Run-Status) "|"
                   FUNCTION TRIM (WS-Elapsed-Display)
               INTO RUN-HISTORY-RECORD
           END-STRING
           OPEN EXTEND RUN-HISTORY-FILE
           DISPLAY "  Roster records:     " WS-Roster-Count
           DISPLAY "  Dates processed:    " WS-Dates-Processed
           DISPLAY "  Records read:       " WS-Read-Count
           DISPLAY "  Employee-dates:     " WS-Evaluated-Count
           DISPLAY "  Employees checked:  " WS-Checked-Count
           DISPLAY "  Skipped (restart):  " WS-Skipped-Count
           DISPLAY "  Birthday greetings: " WS-Happy-Count
           DISPLAY "  Holiday cards early:" WS-Holiday-Card-Count
           DISPLAY "  Cards with messages:" WS-Message-Card-Count
           DISPLAY "  Almost notices:     " WS-Almost-Count
           DISPLAY "  Not-birthday:       " WS-Not-Count
           DISPLAY "  Anniversaries:      " WS-Anniv-Greet-Count
           DISPLAY "  Manager heads-ups:  " WS-Manager-Count
           DISPLAY "  Opted out:          " WS-Optout-Count
           DISPLAY "  Status:             "
               FUNCTION TRIM (WS-Run-Status)
           DISPLAY "  Started:            " WS-Start-Timestamp
           DISPLAY "  Ended:              " WS-End-Timestamp
           DISPLAY "  Elapsed by date (seconds):"
           PERFORM VARYING WS-Timing-Idx FROM 1 BY 1
                   UNTIL WS-Timing-Idx > WS-Dates-Processed
                       OR WS-Timing-Idx > 31
               MOVE WS-Timed-Elapsed (WS-Timing-Idx)
                   TO WS-Elapsed-Display
               DISPLAY "    " WS-Timed-Date (WS-Timing-Idx) "  "
                   WS-Elapsed-Display
           END-PERFORM
           MOVE WS-Per-Date-Elapsed TO WS-Elapsed-Display
           DISPLAY "  Average per date:   " WS-Elapsed-Display.

       LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF NOT WS-Rehearsal-Run
               CLOSE BIRTHDAY-CARD-FILE
               OPEN EXTEND BIRTHDAY-CARD-FILE
               IF WS-Colleague-Open
                   PERFORM CLEAR-PRINTED-MESSAGES
               END-IF
               MOVE WS-Date TO CKPT-RUN-DATE
               MOVE WS-Last-Emp-ID TO CKPT-EMP-ID
               MOVE WS-Card-Count TO CKPT-CARD-COUNT
           WRITE LAST-RUN-RECORD
           CLOSE LAST-RUN-FILE.

       TAKE-RUN-LOCK.
           MOVE 'J' TO WS-Lock-Action
           CALL "run-lock" USING WS-Lock-Action, WS-Lock-Program,
               WS-Lock-Operator-ID, WS-Lock-Result
           IF NOT WS-Lock-Granted
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-Saved-Return-Code
           MOVE 'R' TO WS-Lock-Action
           CALL "run-lock" USING WS-Lock-Action, WS-Lock-Program,
               WS-Lock-Operator-ID, WS-Lock-Result
           MOVE WS-Saved-Return-Code TO RETURN-CODE.

           END PROGRAM birthday-batch.
