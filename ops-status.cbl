       IDENTIFICATION DIVISION.
           PROGRAM-ID. ops-status.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LAST-RUN-FILE ASSIGN TO "data/lastrun.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Lastrun-Status.
               SELECT CHECKPOINT-FILE ASSIGN TO "data/batch.ckpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Checkpoint-Status.
               SELECT RUN-HISTORY-FILE ASSIGN TO "data/runhist.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-History-Status.
               SELECT NOTIFICATION-QUEUE-FILE
                   ASSIGN TO "data/notify.queue"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Queue-Status.
               SELECT NOTIFY-HELD-FILE ASSIGN TO "data/notify.held"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Held-Status.
               SELECT BOUNCE-LEDGER-FILE ASSIGN TO "data/bounce.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Ledger-Status.
               SELECT INTAKE-REJECT-FILE ASSIGN TO "data/hrintake.rej"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Intake-Reject-Status.
               SELECT ROSTER-REJECT-FILE ASSIGN TO "data/rosload.rej"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Roster-Reject-Status.
               SELECT CONTACT-REJECT-FILE ASSIGN TO "data/contact.rej"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Contact-Reject-Status.
               SELECT REJECT-LEDGER-FILE ASSIGN TO "data/reject.led"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Reject-Ledger-Status.
               SELECT REJECT-AGE-PARAM-FILE
                   ASSIGN TO "data/rejectage.ctl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Age-Param-Status.

       DATA DIVISION.
           FILE SECTION.
           FD LAST-RUN-FILE.
           01 LAST-RUN-RECORD              PIC X(8).

           FD CHECKPOINT-FILE.
           01 CHECKPOINT-RECORD.
               05 CKPT-RUN-DATE            PIC X(8).
               05 CKPT-EMP-ID              PIC X(6).
               05 CKPT-CARD-COUNT          PIC X(5).

           FD RUN-HISTORY-FILE.
           01 RUN-HISTORY-RECORD           PIC X(160).

           FD NOTIFICATION-QUEUE-FILE.
           01 NOTIFICATION-QUEUE-RECORD    PIC X(120).

           FD NOTIFY-HELD-FILE.
           01 NOTIFY-HELD-RECORD           PIC X(160).

           FD BOUNCE-LEDGER-FILE.
           01 BOUNCE-LEDGER-RECORD         PIC X(50).

           FD INTAKE-REJECT-FILE.
           01 INTAKE-REJECT-RECORD         PIC X(100).

           FD ROSTER-REJECT-FILE.
           01 ROSTER-REJECT-RECORD         PIC X(100).

           FD CONTACT-REJECT-FILE.
           01 CONTACT-REJECT-RECORD        PIC X(100).

           FD REJECT-LEDGER-FILE.
           01 REJECT-LEDGER-RECORD         PIC X(140).

           FD REJECT-AGE-PARAM-FILE.
           01 REJECT-AGE-PARAM-RECORD.
               05 REJECT-AGE-DAYS          PIC 9(3).

           WORKING-STORAGE SECTION.
           01 WS-Lastrun-Status        PIC X(2).
               88 WS-Lastrun-File-Missing      VALUE '35'.
           01 WS-Checkpoint-Status     PIC X(2).
               88 WS-Checkpoint-File-Missing   VALUE '35'.
           01 WS-History-Status        PIC X(2).
               88 WS-History-File-Missing      VALUE '35'.
           01 WS-Queue-Status          PIC X(2).
               88 WS-Queue-File-Missing        VALUE '35'.
           01 WS-Held-Status           PIC X(2).
               88 WS-Held-File-Missing         VALUE '35'.
           01 WS-Ledger-Status         PIC X(2).
               88 WS-Ledger-File-Missing       VALUE '35'.
           01 WS-Intake-Reject-Status  PIC X(2).
               88 WS-Intake-Reject-Missing     VALUE '35'.
           01 WS-Roster-Reject-Status  PIC X(2).
               88 WS-Roster-Reject-Missing     VALUE '35'.
           01 WS-Contact-Reject-Status PIC X(2).
               88 WS-Contact-Reject-Missing    VALUE '35'.
           01 WS-Reject-Ledger-Status  PIC X(2).
               88 WS-Reject-Ledger-Missing     VALUE '35'.
           01 WS-Age-Param-Status      PIC X(2).
               88 WS-Age-Param-Missing         VALUE '35'.
           01 WS-EOF-Flag              PIC X VALUE 'N'.
               88 WS-EOF                       VALUE 'Y'.
           01 WS-Retry-Cap             PIC 9(1) VALUE 3.
           01 WS-Today                 PIC 9(8).
           01 WS-Now                   PIC X(14).
           01 WS-Today-Integer         PIC 9(8).
           01 WS-Last-Run-Date         PIC X(8).
           01 WS-Last-Run-Date-Num REDEFINES WS-Last-Run-Date
                                       PIC 9(8).
           01 WS-Last-Run-Integer      PIC 9(8).
           01 WS-Gap-Days              PIC S9(5).
           01 WS-Gap-Display           PIC ZZZZ9.
           01 WS-Ckpt-Date             PIC X(8).
           01 WS-Ckpt-Emp-ID           PIC X(6).
           01 WS-Last-History          PIC X(160).
           01 WS-Entry-As-Of           PIC X(8).
           01 WS-Entry-Start-TS        PIC X(14).
           01 WS-Entry-End-TS          PIC X(14).
           01 WS-Entry-Status          PIC X(10).
           01 WS-Line-Count            PIC 9(7).
           01 WS-Count-Display         PIC ZZZZZZ9.
           01 WS-Capped-Count          PIC 9(5).
           01 WS-Ledger-Field-Key      PIC X(19).
           01 WS-Ledger-Field-Retries  PIC X(1).
           01 WS-Reject-Age-Days       PIC 9(3) VALUE 7.
           01 WS-Aged-Count            PIC 9(7).
           01 WS-Aged-Display          PIC ZZZZZZ9.
           01 WS-Reject-Field-Emp-ID   PIC X(6).
           01 WS-Reject-Field-Source   PIC X(1).
           01 WS-Reject-Field-First    PIC X(8).
           01 WS-Reject-First-Num REDEFINES WS-Reject-Field-First
                                       PIC 9(8).
           01 WS-Area-Name             PIC X(20).
           01 WS-Light                 PIC X(5).
               88 WS-Light-Green               VALUE "GREEN".
               88 WS-Light-Amber               VALUE "AMBER".
               88 WS-Light-Red                 VALUE "RED".
           01 WS-Detail                PIC X(80).
           01 WS-Hint                  PIC X(80).
           01 WS-Green-Count           PIC 9(2) VALUE 0.
           01 WS-Amber-Count           PIC 9(2) VALUE 0.
           01 WS-Red-Count             PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Now
           MOVE WS-Now (1:8) TO WS-Today
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Today)
           MOVE SPACES TO WS-Detail WS-Hint

           DISPLAY "BIRTHDAY SYSTEM OPERATIONS STATUS  "
               WS-Now (1:4) "-" WS-Now (5:2) "-" WS-Now (7:2) " "
               WS-Now (9:2) ":" WS-Now (11:2)
           DISPLAY "  AREA                  STATUS  DETAIL"
           DISPLAY " "

           PERFORM CHECK-LAST-RUN
           PERFORM CHECK-CHECKPOINT
           PERFORM CHECK-RUN-HISTORY
           PERFORM CHECK-QUEUE-DEPTH
           PERFORM CHECK-HELD-COUNT
           PERFORM CHECK-BOUNCE-CAP
           PERFORM CHECK-INTAKE-REJECTS
           PERFORM CHECK-ROSTER-REJECTS
           PERFORM CHECK-CONTACT-REJECTS
           PERFORM CHECK-REJECT-LEDGER

           DISPLAY " "
           DISPLAY "  GREEN: " WS-Green-Count "   AMBER: "
               WS-Amber-Count "   RED: " WS-Red-Count
           EVALUATE TRUE
               WHEN WS-Red-Count > 0
                   DISPLAY "  OVERALL: RED -- deal with the red areas "
                       "before the next batch window."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-Amber-Count > 0
                   DISPLAY "  OVERALL: AMBER -- the night ran; follow "
                       "up the amber areas during the shift."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "  OVERALL: GREEN -- nothing to do."
           END-EVALUATE

           STOP RUN.

       CHECK-LAST-RUN.
           MOVE "LAST RUN DATE" TO WS-Area-Name
           MOVE SPACES TO WS-Last-Run-Date
           OPEN INPUT LAST-RUN-FILE
           IF NOT WS-Lastrun-File-Missing
               READ LAST-RUN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LAST-RUN-RECORD TO WS-Last-Run-Date
               END-READ
               CLOSE LAST-RUN-FILE
           END-IF
           IF WS-Last-Run-Date IS NOT NUMERIC
               MOVE "RED" TO WS-Light
               MOVE "data/lastrun.dat is missing or holds no date."
                   TO WS-Detail
               STRING "Run birthday-batch with an explicit run date to "
                       "set the starting point."
                   INTO WS-Hint
               END-STRING
               PERFORM SHOW-STATUS-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Last-Run-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Last-Run-Date-Num)
           COMPUTE WS-Gap-Days = WS-Today-Integer - WS-Last-Run-Integer
           MOVE WS-Gap-Days TO WS-Gap-Display
           EVALUATE TRUE
               WHEN WS-Gap-Days <= 1
                   MOVE "GREEN" TO WS-Light
                   MOVE "None." TO WS-Hint
               WHEN WS-Gap-Days <= 3
                   MOVE "AMBER" TO WS-Light
                   STRING "Weekend gap -- the next birthday-batch run "
                           "catches the missed dates up."
                       INTO WS-Hint
                   END-STRING
               WHEN OTHER
                   MOVE "RED" TO WS-Light
                   STRING "The nightly job has not run -- check the "
                           "scheduler and run birthday-batch."
                       INTO WS-Hint
                   END-STRING
           END-EVALUATE
           STRING "Last processed " WS-Last-Run-Date ", "
                   FUNCTION TRIM (WS-Gap-Display) " day(s) ago."
               INTO WS-Detail
           END-STRING
           PERFORM SHOW-STATUS-LINE.

       CHECK-CHECKPOINT.
           MOVE "RESTART CHECKPOINT" TO WS-Area-Name
           MOVE SPACES TO WS-Ckpt-Date WS-Ckpt-Emp-ID
           OPEN INPUT CHECKPOINT-FILE
           IF NOT WS-Checkpoint-File-Missing
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CKPT-RUN-DATE TO WS-Ckpt-Date
                       MOVE CKPT-EMP-ID TO WS-Ckpt-Emp-ID
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-Ckpt-Date = SPACES
               MOVE "GREEN" TO WS-Light
               MOVE "data/batch.ckpt is empty -- last run finished."
                   TO WS-Detail
               MOVE "None." TO WS-Hint
           ELSE
               MOVE "RED" TO WS-Light
               STRING "Run stopped part way: date " WS-Ckpt-Date
                       " after employee " WS-Ckpt-Emp-ID "."
                   INTO WS-Detail
               END-STRING
               STRING "Rerun birthday-batch; it restarts from the "
                       "checkpoint. Do not clear batch.ckpt."
                   INTO WS-Hint
               END-STRING
           END-IF
           PERFORM SHOW-STATUS-LINE.

       CHECK-RUN-HISTORY.
           MOVE "LAST RUN RESULT" TO WS-Area-Name
           MOVE SPACES TO WS-Last-History
           MOVE 'N' TO WS-EOF-Flag
           OPEN INPUT RUN-HISTORY-FILE
           IF NOT WS-History-File-Missing
               PERFORM UNTIL WS-EOF
                   READ RUN-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF RUN-HISTORY-RECORD NOT = SPACES
                               MOVE RUN-HISTORY-RECORD
                                   TO WS-Last-History
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF
           IF WS-Last-History = SPACES
               MOVE "AMBER" TO WS-Light
               MOVE "data/runhist.dat has no runs recorded."
                   TO WS-Detail
               MOVE "Expected only before the first nightly run."
                   TO WS-Hint
               PERFORM SHOW-STATUS-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Entry-As-Of WS-Entry-Start-TS
               WS-Entry-End-TS WS-Entry-Status
           UNSTRING WS-Last-History DELIMITED BY "|"
               INTO WS-Entry-As-Of WS-Entry-Start-TS WS-Entry-End-TS
                    WS-Entry-Status WS-Entry-Status WS-Entry-Status
                    WS-Entry-Status WS-Entry-Status WS-Entry-Status
                    WS-Entry-Status WS-Entry-Status WS-Entry-Status
                    WS-Entry-Status WS-Entry-Status
           END-UNSTRING
           STRING "Run as of " WS-Entry-As-Of " ended "
                   WS-Entry-End-TS " status "
                   FUNCTION TRIM (WS-Entry-Status) "."
               INTO WS-Detail
           END-STRING
           EVALUATE WS-Entry-Status
               WHEN "OK"
                   MOVE "GREEN" TO WS-Light
                   MOVE "None." TO WS-Hint
               WHEN "REHEARSAL"
                   MOVE "AMBER" TO WS-Light
                   STRING "Last run was a forward-dated rehearsal -- "
                           "confirm the real nightly run followed."
                       INTO WS-Hint
                   END-STRING
               WHEN "SHORT-READ"
                   MOVE "RED" TO WS-Light
                   STRING "Control totals did not balance -- check "
                           "roster.dat and rerun the date."
                       INTO WS-Hint
                   END-STRING
               WHEN "CKPT-ERROR"
                   MOVE "RED" TO WS-Light
                   STRING "Checkpoint did not match the roster -- "
                           "check batch.ckpt against roster.dat."
                       INTO WS-Hint
                   END-STRING
               WHEN "AUDIT-ERR"
                   MOVE "RED" TO WS-Light
                   STRING "Audit records were not written -- see the "
                           "greeting-log messages in the job log."
                       INTO WS-Hint
                   END-STRING
               WHEN OTHER
                   MOVE "RED" TO WS-Light
                   STRING "Unrecognised run status -- review the "
                           "batch job log."
                       INTO WS-Hint
                   END-STRING
           END-EVALUATE
           PERFORM SHOW-STATUS-LINE.

       CHECK-QUEUE-DEPTH.
           MOVE "NOTIFICATION QUEUE" TO WS-Area-Name
           MOVE 0 TO WS-Line-Count
           MOVE 'N' TO WS-EOF-Flag
           OPEN INPUT NOTIFICATION-QUEUE-FILE
           IF NOT WS-Queue-File-Missing
               PERFORM UNTIL WS-EOF
                   READ NOTIFICATION-QUEUE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF NOTIFICATION-QUEUE-RECORD NOT = SPACES
                               ADD 1 TO WS-Line-Count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFICATION-QUEUE-FILE
           END-IF
           MOVE WS-Line-Count TO WS-Count-Display
           STRING FUNCTION TRIM (WS-Count-Display)
                   " entries waiting in data/notify.queue."
               INTO WS-Detail
           END-STRING
           IF WS-Line-Count = 0
               MOVE "GREEN" TO WS-Light
               MOVE "None." TO WS-Hint
           ELSE
               MOVE "AMBER" TO WS-Light
               STRING "Dispatch did not drain the queue -- run "
                       "notify-dispatch."
                   INTO WS-Hint
               END-STRING
           END-IF
           PERFORM SHOW-STATUS-LINE.

       CHECK-HELD-COUNT.
           MOVE "HELD NOTIFICATIONS" TO WS-Area-Name
           MOVE 0 TO WS-Line-Count
           MOVE 'N' TO WS-EOF-Flag
           OPEN INPUT NOTIFY-HELD-FILE
           IF NOT WS-Held-File-Missing
               PERFORM UNTIL WS-EOF
                   READ NOTIFY-HELD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF NOTIFY-HELD-RECORD NOT = SPACES
                               ADD 1 TO WS-Line-Count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTIFY-HELD-FILE
           END-IF
           MOVE WS-Line-Count TO WS-Count-Display
           STRING FUNCTION TRIM (WS-Count-Display)
                   " entries held in data/notify.held."
               INTO WS-Detail
           END-STRING
           IF WS-Line-Count = 0
               MOVE "GREEN" TO WS-Light
               MOVE "None." TO WS-Hint
           ELSE
               MOVE "AMBER" TO WS-Light
               STRING "Run held-review to fix and release or discard "
                       "them."
                   INTO WS-Hint
               END-STRING
           END-IF
           PERFORM SHOW-STATUS-LINE.

       CHECK-BOUNCE-CAP.
           MOVE "BOUNCES AT RETRY CAP" TO WS-Area-Name
           MOVE 0 TO WS-Capped-Count
           MOVE 'N' TO WS-EOF-Flag
           OPEN INPUT BOUNCE-LEDGER-FILE
           IF NOT WS-Ledger-File-Missing
               PERFORM UNTIL WS-EOF
                   READ BOUNCE-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM COUNT-CAPPED-BOUNCE
                   END-READ
               END-PERFORM
               CLOSE BOUNCE-LEDGER-FILE
           END-IF
           MOVE WS-Capped-Count TO WS-Count-Display
           STRING FUNCTION TRIM (WS-Count-Display)
                   " greeting(s) in data/bounce.log bounced "
                   WS-Retry-Cap " times."
               INTO WS-Detail
           END-STRING
           IF WS-Capped-Count = 0
               MOVE "GREEN" TO WS-Light
               MOVE "None." TO WS-Hint
           ELSE
               MOVE "AMBER" TO WS-Light
               STRING "Check those addresses with HR and correct them "
                       "through contact-maint."
                   INTO WS-Hint
               END-STRING
           END-IF
           PERFORM SHOW-STATUS-LINE.

       COUNT-CAPPED-BOUNCE.
           MOVE SPACES TO WS-Ledger-Field-Key WS-Ledger-Field-Retries
           UNSTRING BOUNCE-LEDGER-RECORD DELIMITED BY "|"
               INTO WS-Ledger-Field-Key WS-Ledger-Field-Retries
           END-UNSTRING
           IF WS-Ledger-Field-Retries IS NUMERIC
               IF FUNCTION NUMVAL (WS-Ledger-Field-Retries)
                       >= WS-Retry-Cap
                   ADD 1 TO WS-Capped-Count
               END-IF
           END-IF.

       CHECK-INTAKE-REJECTS.
           MOVE "HR INTAKE REJECTS" TO WS-Area-Name
           MOVE 0 TO WS-Line-Count
           MOVE 'N' TO WS-EOF-Flag
           OPEN INPUT INTAKE-REJECT-FILE
           IF NOT WS-Intake-Reject-Missing
               PERFORM UNTIL WS-EOF
                   READ INTAKE-REJECT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF INTAKE-REJECT-RECORD NOT = SPACES
                               ADD 1 TO WS-Line-Count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTAKE-REJECT-FILE
           END-IF
           MOVE WS-Line-Count TO WS-Count-Display
           STRING FUNCTION TRIM (WS-Count-Display)
                   " new reject(s) in data/hrintake.rej."
               INTO WS-Detail
           END-STRING
           PERFORM SET-REJECT-LIGHT.

       CHECK-ROSTER-REJECTS.
           MOVE "ROSTER LOAD REJECTS" TO WS-Area-Name
           MOVE 0 TO WS-Line-Count
           MOVE 'N' TO WS-EOF-Flag
           OPEN INPUT ROSTER-REJECT-FILE
           IF NOT WS-Roster-Reject-Missing
               PERFORM UNTIL WS-EOF
                   READ ROSTER-REJECT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF ROSTER-REJECT-RECORD NOT = SPACES
                               ADD 1 TO WS-Line-Count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-REJECT-FILE
           END-IF
           MOVE WS-Line-Count TO WS-Count-Display
           STRING FUNCTION TRIM (WS-Count-Display)
                   " new reject(s) in data/rosload.rej."
               INTO WS-Detail
           END-STRING
           PERFORM SET-REJECT-LIGHT.

       CHECK-CONTACT-REJECTS.
           MOVE "CONTACT FEED REJECTS" TO WS-Area-Name
           MOVE 0 TO WS-Line-Count
           MOVE 'N' TO WS-EOF-Flag
           OPEN INPUT CONTACT-REJECT-FILE
           IF NOT WS-Contact-Reject-Missing
               PERFORM UNTIL WS-EOF
                   READ CONTACT-REJECT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF CONTACT-REJECT-RECORD NOT = SPACES
                               ADD 1 TO WS-Line-Count
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-REJECT-FILE
           END-IF
           MOVE WS-Line-Count TO WS-Count-Display
           STRING FUNCTION TRIM (WS-Count-Display)
                   " new reject(s) in data/contact.rej."
               INTO WS-Detail
           END-STRING
           PERFORM SET-REJECT-LIGHT.

       SET-REJECT-LIGHT.
           IF WS-Line-Count = 0
               MOVE "GREEN" TO WS-Light
               MOVE "None." TO WS-Hint
           ELSE
               MOVE "AMBER" TO WS-Light
               STRING "Run reject-review to pick them up, then correct "
                       "and resubmit or discard them."
                   INTO WS-Hint
               END-STRING
           END-IF
           PERFORM SHOW-STATUS-LINE.

       CHECK-REJECT-LEDGER.
           MOVE "OUTSTANDING REJECTS" TO WS-Area-Name
           OPEN INPUT REJECT-AGE-PARAM-FILE
           IF NOT WS-Age-Param-Missing
               READ REJECT-AGE-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REJECT-AGE-DAYS IS NUMERIC
                           MOVE REJECT-AGE-DAYS TO WS-Reject-Age-Days
                       END-IF
               END-READ
               CLOSE REJECT-AGE-PARAM-FILE
           END-IF
           MOVE 0 TO WS-Line-Count WS-Aged-Count
           MOVE 'N' TO WS-EOF-Flag
           OPEN INPUT REJECT-LEDGER-FILE
           IF NOT WS-Reject-Ledger-Missing
               PERFORM UNTIL WS-EOF
                   READ REJECT-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           IF REJECT-LEDGER-RECORD NOT = SPACES
                               ADD 1 TO WS-Line-Count
                               PERFORM AGE-LEDGER-REJECT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJECT-LEDGER-FILE
           END-IF
           MOVE WS-Line-Count TO WS-Count-Display
           MOVE WS-Aged-Count TO WS-Aged-Display
           STRING FUNCTION TRIM (WS-Count-Display)
                   " outstanding in data/reject.led, "
                   FUNCTION TRIM (WS-Aged-Display)
                   " uncorrected over " WS-Reject-Age-Days " days."
               INTO WS-Detail
           END-STRING
           EVALUATE TRUE
               WHEN WS-Line-Count = 0
                   MOVE "GREEN" TO WS-Light
                   MOVE "None." TO WS-Hint
               WHEN WS-Aged-Count = 0
                   MOVE "AMBER" TO WS-Light
                   STRING "Run reject-review to correct and resubmit "
                           "or discard them."
                       INTO WS-Hint
                   END-STRING
               WHEN OTHER
                   MOVE "RED" TO WS-Light
                   STRING "Run reject-review and clear the aged "
                           "rejects first."
                       INTO WS-Hint
                   END-STRING
           END-EVALUATE
           PERFORM SHOW-STATUS-LINE.

       AGE-LEDGER-REJECT.
           MOVE SPACES TO WS-Reject-Field-Emp-ID WS-Reject-Field-Source
               WS-Reject-Field-First
           UNSTRING REJECT-LEDGER-RECORD DELIMITED BY "|"
               INTO WS-Reject-Field-Emp-ID WS-Reject-Field-Source
                    WS-Reject-Field-First
           END-UNSTRING
           IF WS-Reject-Field-First IS NUMERIC
                   AND WS-Reject-First-Num >= 16010101
                   AND WS-Reject-First-Num <= WS-Today
               IF WS-Today-Integer - FUNCTION INTEGER-OF-DATE
                       (WS-Reject-First-Num) > WS-Reject-Age-Days
                   ADD 1 TO WS-Aged-Count
               END-IF
           END-IF.

       SHOW-STATUS-LINE.
           EVALUATE TRUE
               WHEN WS-Light-Green
                   ADD 1 TO WS-Green-Count
               WHEN WS-Light-Amber
                   ADD 1 TO WS-Amber-Count
               WHEN OTHER
                   ADD 1 TO WS-Red-Count
           END-EVALUATE
           DISPLAY "  " WS-Area-Name "  " WS-Light "   "
               FUNCTION TRIM (WS-Detail)
           DISPLAY "                                 NEXT: "
               FUNCTION TRIM (WS-Hint)
           MOVE SPACES TO WS-Detail WS-Hint.

           END PROGRAM ops-status.
