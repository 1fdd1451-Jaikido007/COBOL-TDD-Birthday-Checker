       IDENTIFICATION DIVISION.
           PROGRAM-ID. delivery-recon.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "data/audit.arch"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Archive-Status.
               SELECT AUDIT-LOG-FILE ASSIGN TO "data/audit.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Audit-Status.
               SELECT NOTIFICATION-QUEUE-FILE
                   ASSIGN TO "data/notify.queue"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Queue-Status.
               SELECT NOTIFY-HELD-FILE ASSIGN TO "data/notify.held"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Held-Status.
               SELECT MAIL-OUTBOUND-FILE ASSIGN TO "data/mailout.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Outbound-Status.
               SELECT GATEWAY-ACK-FILE ASSIGN TO "data/gateway.ack"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Ack-Status.
               SELECT BIRTHDAY-CARD-FILE ASSIGN TO "data/cards.prn"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Card-Status.
               SELECT ACK-WAIT-PARAM-FILE
                   ASSIGN TO "data/ackwait.ctl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Wait-Param-Status.
               SELECT SENT-INDEX-FILE ASSIGN TO "data/sent.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS SENT-KEY
                   FILE STATUS IS WS-Sent-Index-Status.
               SELECT EMPLOYEE-INDEX-FILE ASSIGN TO "data/roster.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EMP-ID OF EMPLOYEE-INDEX-RECORD
                   ALTERNATE RECORD KEY IS
                       EMP-NAME OF EMPLOYEE-INDEX-RECORD
                       WITH DUPLICATES
                   FILE STATUS IS WS-Index-Status.
               SELECT DECISION-SORT-FILE ASSIGN TO "data/recon.srt".

       DATA DIVISION.
           FILE SECTION.
           FD AUDIT-ARCHIVE-FILE.
           01 AUDIT-ARCHIVE-RECORD         PIC X(200).

           FD AUDIT-LOG-FILE.
           01 AUDIT-LOG-RECORD             PIC X(200).

           FD NOTIFICATION-QUEUE-FILE.
           01 NOTIFICATION-QUEUE-RECORD    PIC X(120).

           FD NOTIFY-HELD-FILE.
           01 NOTIFY-HELD-RECORD           PIC X(160).

           FD MAIL-OUTBOUND-FILE.
           01 MAIL-OUTBOUND-RECORD         PIC X(200).

           FD GATEWAY-ACK-FILE.
           01 GATEWAY-ACK-RECORD           PIC X(80).

           FD BIRTHDAY-CARD-FILE.
           01 BIRTHDAY-CARD-RECORD.
               05 CARD-CARRIAGE-CONTROL    PIC X(1).
               05 CARD-TEXT                PIC X(132).

           FD ACK-WAIT-PARAM-FILE.
           01 ACK-WAIT-PARAM-RECORD.
               05 ACK-WAIT-DAYS            PIC 9(3).

           FD SENT-INDEX-FILE.
           COPY "sent-record.cpy".

           FD EMPLOYEE-INDEX-FILE.
           COPY "employee-record.cpy"
               REPLACING EMPLOYEE-RECORD BY EMPLOYEE-INDEX-RECORD.

           SD DECISION-SORT-FILE.
           01 DECISION-SORT-RECORD.
               05 DS-Run-Date              PIC X(8).
               05 DS-Code                  PIC X(2).
               05 DS-Emp-ID                PIC X(6).
               05 DS-Name                  PIC X(30).

           WORKING-STORAGE SECTION.
           01 WS-Archive-Status        PIC X(2).
               88 WS-Archive-File-Missing      VALUE '35'.
           01 WS-Audit-Status          PIC X(2).
               88 WS-Audit-File-Missing        VALUE '35'.
           01 WS-Queue-Status          PIC X(2).
               88 WS-Queue-File-Missing        VALUE '35'.
           01 WS-Held-Status           PIC X(2).
               88 WS-Held-File-Missing         VALUE '35'.
           01 WS-Outbound-Status       PIC X(2).
               88 WS-Outbound-File-Missing     VALUE '35'.
           01 WS-Ack-Status            PIC X(2).
               88 WS-Ack-File-Missing          VALUE '35'.
           01 WS-Card-Status           PIC X(2).
               88 WS-Card-File-Missing         VALUE '35'.
           01 WS-Wait-Param-Status     PIC X(2).
               88 WS-Wait-Param-Missing        VALUE '35'.
           01 WS-Sent-Index-Status     PIC X(2).
               88 WS-Found-Sent                VALUE "00".
               88 WS-Sent-Index-Missing        VALUE '35'.
           01 WS-Index-Status          PIC X(2).
               88 WS-Found-Employee            VALUE "00".
               88 WS-Index-File-Missing        VALUE '35'.
           01 WS-EOF-Flag              PIC X VALUE 'N'.
               88 WS-EOF                       VALUE 'Y'.
           01 WS-Sort-EOF-Flag         PIC X VALUE 'N'.
               88 WS-Sort-EOF                  VALUE 'Y'.
           01 WS-From-Date             PIC X(8).
           01 WS-From-Date-Num REDEFINES WS-From-Date
                                       PIC 9(8).
           01 WS-To-Date               PIC X(8).
           01 WS-To-Date-Num REDEFINES WS-To-Date
                                       PIC 9(8).
           01 WS-From-Integer          PIC 9(8).
           01 WS-To-Integer            PIC 9(8).
           01 WS-Today                 PIC 9(8).
           01 WS-Today-Integer         PIC 9(8).
           01 WS-Ack-Wait-Days         PIC 9(3) VALUE 3.
           01 WS-Line                  PIC X(200).
           01 WS-Entry-Emp-ID          PIC X(6).
           01 WS-Entry-Name            PIC X(30).
           01 WS-Entry-Run-Date        PIC X(8).
           01 WS-Entry-Run-Date-Num REDEFINES WS-Entry-Run-Date
                                       PIC 9(8).
           01 WS-Entry-Days            PIC X(4).
           01 WS-Entry-Greeting        PIC X(80).
           01 WS-Entry-Timestamp       PIC X(14).
           01 WS-Entry-Code            PIC X(2).
           01 WS-Entry-Birthday        PIC X(8).
           01 WS-Entry-Email           PIC X(50).
           01 WS-Entry-Lang-Code       PIC X(2).
           01 WS-Entry-Type            PIC X(1).
           01 WS-Entry-Reason          PIC X(30).
           01 WS-Entry-Key             PIC X(50).
           01 WS-Entry-Result          PIC X(1).
           01 WS-Entry-Integer         PIC 9(8).
           01 WS-Queue-Table.
               05 WS-Queue-Count       PIC 9(4) VALUE 0.
               05 WS-Queue-Entry OCCURS 2000 TIMES.
                   10 WS-Queue-Emp-ID      PIC X(6).
                   10 WS-Queue-Run-Date    PIC X(8).
                   10 WS-Queue-Type        PIC X(1).
           01 WS-Held-Table.
               05 WS-Held-Count        PIC 9(4) VALUE 0.
               05 WS-Held-Entry OCCURS 2000 TIMES.
                   10 WS-Held-Emp-ID       PIC X(6).
                   10 WS-Held-Run-Date     PIC X(8).
                   10 WS-Held-Type         PIC X(1).
                   10 WS-Held-Reason       PIC X(30).
           01 WS-Mail-Table.
               05 WS-Mail-Count        PIC 9(4) VALUE 0.
               05 WS-Mail-Entry OCCURS 5000 TIMES.
                   10 WS-Mail-Emp-ID       PIC X(6).
                   10 WS-Mail-Run-Date     PIC X(8).
                   10 WS-Mail-Type         PIC X(1).
                   10 WS-Mail-Key          PIC X(19).
           01 WS-Ack-Table.
               05 WS-Ack-Count         PIC 9(4) VALUE 0.
               05 WS-Ack-Entry OCCURS 5000 TIMES.
                   10 WS-Ack-Key           PIC X(19).
                   10 WS-Ack-Result        PIC X(1).
           01 WS-Card-Table.
               05 WS-Card-Count        PIC 9(4) VALUE 0.
               05 WS-Card-Entry OCCURS 2000 TIMES.
                   10 WS-Card-Date         PIC X(8).
                   10 WS-Card-Greeting     PIC X(80).
           01 WS-Overflow-Flag         PIC X VALUE 'N'.
               88 WS-Table-Overflowed          VALUE 'Y'.
           01 WS-Tbl-Idx               PIC 9(4).
           01 WS-Queue-Hit             PIC 9(4).
           01 WS-Held-Hit              PIC 9(4).
           01 WS-Mail-Hit              PIC 9(4).
           01 WS-Ack-Hit               PIC 9(4).
           01 WS-Card-Hit              PIC 9(4).
           01 WS-Card-Covered-Flag     PIC X VALUE 'N'.
               88 WS-Card-Date-Covered         VALUE 'Y'.
           01 WS-Card-State            PIC X VALUE 'N'.
               88 WS-Card-Want-Greeting        VALUE 'G'.
               88 WS-Card-Want-Date            VALUE 'D'.
               88 WS-Card-Idle                 VALUE 'N'.
           01 WS-Card-Pending-Greeting PIC X(80).
           01 WS-Card-Trimmed          PIC X(132).
           01 WS-Name-Length           PIC 9(2).
           01 WS-Name-Tally            PIC 9(3).
           01 WS-Notice-Type           PIC X(1).
           01 WS-Base-Date             PIC 9(8).
           01 WS-Base-Monthday         PIC 9(4).
           01 WS-Run-Monthday          PIC 9(4).
           01 WS-Occurrence-Year       PIC 9(4).
           01 WS-Sent-Key              PIC X(19).
           01 WS-Roster-Flag           PIC X VALUE 'N'.
               88 WS-On-Roster                 VALUE 'Y'.
           01 WS-Recon-Status          PIC X(30).
           01 WS-Recon-Flag            PIC X VALUE 'Y'.
               88 WS-Recon-Explained           VALUE 'Y'.
               88 WS-Recon-Exception           VALUE 'N'.
           01 WS-Age-Days              PIC S9(8).
           01 WS-Current-Date          PIC X(8) VALUE SPACES.
           01 WS-Code-Names.
               05 FILLER               PIC X(2) VALUE "BH".
               05 FILLER               PIC X(2) VALUE "BA".
               05 FILLER               PIC X(2) VALUE "AH".
               05 FILLER               PIC X(2) VALUE "AM".
               05 FILLER               PIC X(2) VALUE "AA".
           01 WS-Code-Name-Tbl REDEFINES WS-Code-Names.
               05 WS-Code-Name         PIC X(2) OCCURS 5 TIMES.
           01 WS-Code-Idx              PIC 9(1).
           01 WS-Code-Hit              PIC 9(1).
           01 WS-Date-Counts.
               05 WS-Date-Entry OCCURS 5 TIMES.
                   10 WS-Date-Decided      PIC 9(6).
                   10 WS-Date-Accounted    PIC 9(6).
                   10 WS-Date-Exceptions   PIC 9(6).
           01 WS-Total-Counts.
               05 WS-Total-Entry OCCURS 5 TIMES.
                   10 WS-Total-Decided     PIC 9(6).
                   10 WS-Total-Accounted   PIC 9(6).
                   10 WS-Total-Exceptions  PIC 9(6).
           01 WS-Decision-Count        PIC 9(6) VALUE 0.
           01 WS-Run-Date-Count        PIC 9(4) VALUE 0.
           01 WS-Exception-Count       PIC 9(6) VALUE 0.
           01 WS-Delivered-Count       PIC 9(6) VALUE 0.
           01 WS-Bounced-Count         PIC 9(6) VALUE 0.
           01 WS-Awaiting-Count        PIC 9(6) VALUE 0.
           01 WS-No-Ack-Count          PIC 9(6) VALUE 0.
           01 WS-Held-Total            PIC 9(6) VALUE 0.
           01 WS-Queued-Total          PIC 9(6) VALUE 0.
           01 WS-Stuck-Count           PIC 9(6) VALUE 0.
           01 WS-Already-Sent-Count    PIC 9(6) VALUE 0.
           01 WS-No-Mailout-Count      PIC 9(6) VALUE 0.
           01 WS-Optout-Count          PIC 9(6) VALUE 0.
           01 WS-Purged-Count          PIC 9(6) VALUE 0.
           01 WS-Rehearsal-Count       PIC 9(6) VALUE 0.
           01 WS-Never-Queued-Count    PIC 9(6) VALUE 0.
           01 WS-Card-Found-Count      PIC 9(6) VALUE 0.
           01 WS-Card-Missing-Count    PIC 9(6) VALUE 0.
           01 WS-Card-Unchecked-Count  PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Today)

           DISPLAY "Report from run date (CCYYMMDD, blank = a week "
               "ago)?"
           ACCEPT WS-From-Date
           DISPLAY "Report to run date (CCYYMMDD, blank = today)?"
           ACCEPT WS-To-Date
           IF WS-To-Date = SPACES
               MOVE WS-Today TO WS-To-Date-Num
           END-IF
           IF WS-To-Date IS NOT NUMERIC
               DISPLAY "That is not a valid to date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-To-Integer =
               FUNCTION INTEGER-OF-DATE (WS-To-Date-Num)
           IF WS-From-Date = SPACES AND WS-To-Integer > 6
               COMPUTE WS-From-Date-Num = FUNCTION DATE-OF-INTEGER
                   (WS-To-Integer - 6)
           END-IF
           IF WS-From-Date IS NOT NUMERIC
               DISPLAY "That is not a valid from date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-From-Integer =
               FUNCTION INTEGER-OF-DATE (WS-From-Date-Num)
           IF WS-From-Integer = 0 OR WS-To-Integer = 0
                   OR WS-From-Integer > WS-To-Integer
               DISPLAY "That is not a valid date range."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-To-Integer - WS-From-Integer > 365
               DISPLAY "The range covers more than a year -- "
                   "report at most 366 days at a time."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-ACK-WAIT-PARAM
           PERFORM LOAD-QUEUE-TABLE
           PERFORM LOAD-HELD-TABLE
           PERFORM LOAD-MAIL-TABLE
           PERFORM LOAD-ACK-TABLE
           PERFORM LOAD-CARD-TABLE

           OPEN INPUT SENT-INDEX-FILE
           IF WS-Sent-Index-Missing
               DISPLAY "WARNING: data/sent.idx not found -- repeat "
                   "notices already sent for the same occasion "
                   "cannot be recognised."
           END-IF
           OPEN INPUT EMPLOYEE-INDEX-FILE
           IF WS-Index-File-Missing
               DISPLAY "WARNING: data/roster.idx not found -- "
                   "opt-outs and repeat notices cannot be "
                   "recognised."
           END-IF

           INITIALIZE WS-Total-Counts

           DISPLAY "AUDIT-TO-DELIVERY RECONCILIATION " WS-From-Date
               " TO " WS-To-Date
           DISPLAY "  Acknowledgment wait: " WS-Ack-Wait-Days " days"

           SORT DECISION-SORT-FILE
               ON ASCENDING KEY DS-Run-Date DS-Code DS-Emp-ID
               INPUT PROCEDURE IS COLLECT-DECISIONS
               OUTPUT PROCEDURE IS RECONCILE-DECISIONS

           IF NOT WS-Sent-Index-Missing
               CLOSE SENT-INDEX-FILE
           END-IF
           IF NOT WS-Index-File-Missing
               CLOSE EMPLOYEE-INDEX-FILE
           END-IF

           PERFORM PRINT-TOTALS

           IF WS-Exception-Count > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-Table-Overflowed
               DISPLAY "WARNING: a lookup table overflowed -- narrow "
                   "the date range and rerun before trusting the "
                   "exceptions above."
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

       LOAD-ACK-WAIT-PARAM.
           OPEN INPUT ACK-WAIT-PARAM-FILE
           IF NOT WS-Wait-Param-Missing
               READ ACK-WAIT-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACK-WAIT-DAYS IS NUMERIC
                           MOVE ACK-WAIT-DAYS TO WS-Ack-Wait-Days
                       END-IF
               END-READ
               CLOSE ACK-WAIT-PARAM-FILE
           END-IF.

       LOAD-QUEUE-TABLE.
           OPEN INPUT NOTIFICATION-QUEUE-FILE
           IF WS-Queue-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ NOTIFICATION-QUEUE-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       PERFORM SPLIT-QUEUE-LINE
                       IF WS-Entry-Integer > 0
                           IF WS-Queue-Count < 2000
                               ADD 1 TO WS-Queue-Count
                               MOVE WS-Entry-Emp-ID TO
                                   WS-Queue-Emp-ID (WS-Queue-Count)
                               MOVE WS-Entry-Run-Date TO
                                   WS-Queue-Run-Date (WS-Queue-Count)
                               MOVE WS-Entry-Type TO
                                   WS-Queue-Type (WS-Queue-Count)
                           ELSE
                               MOVE 'Y' TO WS-Overflow-Flag
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIFICATION-QUEUE-FILE.

       LOAD-HELD-TABLE.
           OPEN INPUT NOTIFY-HELD-FILE
           IF WS-Held-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ NOTIFY-HELD-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       PERFORM SPLIT-QUEUE-LINE
                       IF WS-Entry-Integer > 0
                           IF WS-Held-Count < 2000
                               ADD 1 TO WS-Held-Count
                               MOVE WS-Entry-Emp-ID TO
                                   WS-Held-Emp-ID (WS-Held-Count)
                               MOVE WS-Entry-Run-Date TO
                                   WS-Held-Run-Date (WS-Held-Count)
                               MOVE WS-Entry-Type TO
                                   WS-Held-Type (WS-Held-Count)
                               MOVE WS-Entry-Reason TO
                                   WS-Held-Reason (WS-Held-Count)
                           ELSE
                               MOVE 'Y' TO WS-Overflow-Flag
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTIFY-HELD-FILE.

       SPLIT-QUEUE-LINE.
           MOVE SPACES TO WS-Entry-Emp-ID WS-Entry-Name
               WS-Entry-Birthday WS-Entry-Run-Date WS-Entry-Days
               WS-Entry-Timestamp WS-Entry-Lang-Code WS-Entry-Type
               WS-Entry-Reason
           UNSTRING WS-Line DELIMITED BY "|"
               INTO WS-Entry-Emp-ID WS-Entry-Name WS-Entry-Birthday
                    WS-Entry-Run-Date WS-Entry-Days
                    WS-Entry-Timestamp WS-Entry-Lang-Code
                    WS-Entry-Type WS-Entry-Reason
           END-UNSTRING
           IF WS-Entry-Type = SPACE
               MOVE 'B' TO WS-Entry-Type
           END-IF
           PERFORM CHECK-ENTRY-IN-RANGE.

       CHECK-ENTRY-IN-RANGE.
           MOVE 0 TO WS-Entry-Integer
           IF WS-Entry-Run-Date IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Entry-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Entry-Run-Date-Num)
           IF WS-Entry-Integer < WS-From-Integer
                   OR WS-Entry-Integer > WS-To-Integer
               MOVE 0 TO WS-Entry-Integer
           END-IF.

       LOAD-MAIL-TABLE.
           OPEN INPUT MAIL-OUTBOUND-FILE
           IF WS-Outbound-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ MAIL-OUTBOUND-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       PERFORM STORE-MAIL-LINE
               END-READ
           END-PERFORM
           CLOSE MAIL-OUTBOUND-FILE.

       STORE-MAIL-LINE.
           MOVE SPACES TO WS-Entry-Emp-ID WS-Entry-Name
               WS-Entry-Email WS-Entry-Lang-Code WS-Entry-Type
               WS-Entry-Birthday WS-Entry-Run-Date
           UNSTRING WS-Line DELIMITED BY "|"
               INTO WS-Entry-Emp-ID WS-Entry-Name WS-Entry-Email
                    WS-Entry-Lang-Code WS-Entry-Type
                    WS-Entry-Birthday WS-Entry-Run-Date
           END-UNSTRING
           PERFORM CHECK-ENTRY-IN-RANGE
           IF WS-Entry-Integer = 0
                   OR WS-Entry-Birthday IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-Mail-Count >= 5000
               MOVE 'Y' TO WS-Overflow-Flag
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Mail-Count
           MOVE WS-Entry-Emp-ID TO WS-Mail-Emp-ID (WS-Mail-Count)
           MOVE WS-Entry-Run-Date TO WS-Mail-Run-Date (WS-Mail-Count)
           MOVE WS-Entry-Type TO WS-Mail-Type (WS-Mail-Count)
           MOVE WS-Entry-Type TO WS-Notice-Type
           MOVE FUNCTION NUMVAL (WS-Entry-Birthday) TO WS-Base-Date
           PERFORM BUILD-SENT-KEY
           MOVE WS-Sent-Key TO WS-Mail-Key (WS-Mail-Count).

       LOAD-ACK-TABLE.
           OPEN INPUT GATEWAY-ACK-FILE
           IF WS-Ack-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ GATEWAY-ACK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       PERFORM STORE-ACK-LINE
               END-READ
           END-PERFORM
           CLOSE GATEWAY-ACK-FILE.

       STORE-ACK-LINE.
           MOVE SPACES TO WS-Entry-Run-Date WS-Entry-Key
               WS-Entry-Result
           UNSTRING GATEWAY-ACK-RECORD DELIMITED BY "|"
               INTO WS-Entry-Run-Date WS-Entry-Key WS-Entry-Result
           END-UNSTRING
           IF WS-Entry-Key = SPACES
                   OR (WS-Entry-Result NOT = 'A'
                       AND WS-Entry-Result NOT = 'B')
               EXIT PARAGRAPH
           END-IF
           IF WS-Ack-Count >= 5000
               MOVE 'Y' TO WS-Overflow-Flag
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Ack-Count
           MOVE WS-Entry-Key (1:19) TO WS-Ack-Key (WS-Ack-Count)
           MOVE WS-Entry-Result TO WS-Ack-Result (WS-Ack-Count).

       LOAD-CARD-TABLE.
           OPEN INPUT BIRTHDAY-CARD-FILE
           IF WS-Card-File-Missing
               DISPLAY "WARNING: data/cards.prn not found -- birthday "
                   "cards cannot be checked."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-Flag
           MOVE 'N' TO WS-Card-State
           PERFORM UNTIL WS-EOF
               READ BIRTHDAY-CARD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       PERFORM SCAN-CARD-LINE
               END-READ
           END-PERFORM
           CLOSE BIRTHDAY-CARD-FILE.

       SCAN-CARD-LINE.
           IF CARD-CARRIAGE-CONTROL = '1'
               IF CARD-TEXT (1:5) = "*****"
                   MOVE 'G' TO WS-Card-State
               ELSE
                   MOVE 'N' TO WS-Card-State
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF CARD-TEXT = SPACES OR WS-Card-Idle
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM (CARD-TEXT) TO WS-Card-Trimmed
           IF WS-Card-Want-Greeting
               MOVE WS-Card-Trimmed TO WS-Card-Pending-Greeting
               MOVE 'D' TO WS-Card-State
               EXIT PARAGRAPH
           END-IF
           IF WS-Card-Trimmed (1:8) IS NUMERIC
                   AND WS-Card-Trimmed (9:1) = SPACE
               IF WS-Card-Count < 2000
                   ADD 1 TO WS-Card-Count
                   MOVE WS-Card-Trimmed (1:8)
                       TO WS-Card-Date (WS-Card-Count)
                   MOVE WS-Card-Pending-Greeting
                       TO WS-Card-Greeting (WS-Card-Count)
               ELSE
                   MOVE 'Y' TO WS-Overflow-Flag
               END-IF
               MOVE 'N' TO WS-Card-State
           END-IF.

       COLLECT-DECISIONS.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF NOT WS-Archive-File-Missing
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF
                   READ AUDIT-ARCHIVE-FILE INTO WS-Line
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM RELEASE-DECISION
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF
           OPEN INPUT AUDIT-LOG-FILE
           IF NOT WS-Audit-File-Missing
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF
                   READ AUDIT-LOG-FILE INTO WS-Line
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM RELEASE-DECISION
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       RELEASE-DECISION.
           MOVE SPACES TO WS-Entry-Emp-ID WS-Entry-Name
               WS-Entry-Run-Date WS-Entry-Days WS-Entry-Greeting
               WS-Entry-Timestamp WS-Entry-Code
           UNSTRING WS-Line DELIMITED BY "|"
               INTO WS-Entry-Emp-ID WS-Entry-Name WS-Entry-Run-Date
                    WS-Entry-Days WS-Entry-Greeting
                    WS-Entry-Timestamp WS-Entry-Code
           END-UNSTRING
           PERFORM FIND-CODE
           IF WS-Code-Hit = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ENTRY-IN-RANGE
           IF WS-Entry-Integer = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Entry-Run-Date TO DS-Run-Date
           MOVE WS-Entry-Code TO DS-Code
           MOVE WS-Entry-Emp-ID TO DS-Emp-ID
           MOVE WS-Entry-Name TO DS-Name
           RELEASE DECISION-SORT-RECORD.

       FIND-CODE.
           MOVE 0 TO WS-Code-Hit
           PERFORM VARYING WS-Code-Idx FROM 1 BY 1
                   UNTIL WS-Code-Idx > 5
               IF WS-Code-Name (WS-Code-Idx) = WS-Entry-Code
                   MOVE WS-Code-Idx TO WS-Code-Hit
                   MOVE 5 TO WS-Code-Idx
               END-IF
           END-PERFORM.

       RECONCILE-DECISIONS.
           PERFORM UNTIL WS-Sort-EOF
               RETURN DECISION-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-Sort-EOF-Flag
                   NOT AT END
                       PERFORM RECONCILE-ONE-DECISION
               END-RETURN
           END-PERFORM
           IF WS-Current-Date NOT = SPACES
               PERFORM PRINT-DATE-COUNTS
           END-IF.

       RECONCILE-ONE-DECISION.
           IF DS-Run-Date NOT = WS-Current-Date
               IF WS-Current-Date NOT = SPACES
                   PERFORM PRINT-DATE-COUNTS
               END-IF
               MOVE DS-Run-Date TO WS-Current-Date
               INITIALIZE WS-Date-Counts
               ADD 1 TO WS-Run-Date-Count
               DISPLAY " "
               DISPLAY "RUN DATE " WS-Current-Date
           END-IF
           MOVE DS-Code TO WS-Entry-Code
           PERFORM FIND-CODE
           MOVE DS-Run-Date TO WS-Entry-Run-Date
           ADD 1 TO WS-Decision-Count
           ADD 1 TO WS-Date-Decided (WS-Code-Hit)
           ADD 1 TO WS-Total-Decided (WS-Code-Hit)

           EVALUATE DS-Code
               WHEN "BH"
                   MOVE 'H' TO WS-Notice-Type
               WHEN "BA"
                   MOVE 'B' TO WS-Notice-Type
               WHEN "AA"
                   MOVE 'A' TO WS-Notice-Type
               WHEN OTHER
                   MOVE 'W' TO WS-Notice-Type
           END-EVALUATE

           PERFORM CLASSIFY-NOTICE
           IF WS-Recon-Exception
               PERFORM REPORT-EXCEPTION
           END-IF

           IF DS-Code = "BH" AND WS-Entry-Run-Date-Num <= WS-Today
               PERFORM CHECK-BIRTHDAY-CARD
           END-IF

           IF WS-Recon-Explained
               ADD 1 TO WS-Date-Accounted (WS-Code-Hit)
               ADD 1 TO WS-Total-Accounted (WS-Code-Hit)
           END-IF.

       CLASSIFY-NOTICE.
           MOVE 'Y' TO WS-Recon-Flag
           MOVE SPACES TO WS-Recon-Status
           IF WS-Entry-Run-Date-Num > WS-Today
               MOVE "REHEARSAL" TO WS-Recon-Status
               ADD 1 TO WS-Rehearsal-Count
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-MAIL-ENTRY
           IF WS-Mail-Hit > 0
               PERFORM CLASSIFY-ACK
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-HELD-ENTRY
           IF WS-Held-Hit > 0
               MOVE "HELD" TO WS-Recon-Status
               ADD 1 TO WS-Held-Total
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-QUEUE-ENTRY
           IF WS-Queue-Hit > 0
               IF WS-Entry-Run-Date-Num < WS-Today
                   MOVE "QUEUED, NEVER DISPATCHED" TO WS-Recon-Status
                   MOVE 'N' TO WS-Recon-Flag
                   ADD 1 TO WS-Stuck-Count
               ELSE
                   MOVE "QUEUED" TO WS-Recon-Status
                   ADD 1 TO WS-Queued-Total
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM LOOK-UP-EMPLOYEE
           IF NOT WS-On-Roster
               IF DS-Name = "PURGED"
                   MOVE "PURGED" TO WS-Recon-Status
                   ADD 1 TO WS-Purged-Count
               ELSE
                   MOVE "NEVER QUEUED (NOT ON ROSTER)"
                       TO WS-Recon-Status
                   MOVE 'N' TO WS-Recon-Flag
                   ADD 1 TO WS-Never-Queued-Count
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-SENT-INDEX
           IF WS-Found-Sent
               IF SENT-DATE < WS-Entry-Run-Date-Num
                   MOVE "ALREADY SENT" TO WS-Recon-Status
                   ADD 1 TO WS-Already-Sent-Count
               ELSE
                   MOVE "SENT, NO MAILOUT RECORD" TO WS-Recon-Status
                   MOVE 'N' TO WS-Recon-Flag
                   ADD 1 TO WS-No-Mailout-Count
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF EMP-OPTED-OUT OF EMPLOYEE-INDEX-RECORD
               MOVE "OPTED OUT" TO WS-Recon-Status
               ADD 1 TO WS-Optout-Count
               EXIT PARAGRAPH
           END-IF

           MOVE "NEVER QUEUED" TO WS-Recon-Status
           MOVE 'N' TO WS-Recon-Flag
           ADD 1 TO WS-Never-Queued-Count.

       CLASSIFY-ACK.
           MOVE 0 TO WS-Ack-Hit
           PERFORM VARYING WS-Tbl-Idx FROM 1 BY 1
                   UNTIL WS-Tbl-Idx > WS-Ack-Count
               IF WS-Ack-Key (WS-Tbl-Idx) = WS-Mail-Key (WS-Mail-Hit)
                   MOVE WS-Tbl-Idx TO WS-Ack-Hit
               END-IF
           END-PERFORM
           IF WS-Ack-Hit > 0
               IF WS-Ack-Result (WS-Ack-Hit) = 'A'
                   MOVE "DELIVERED" TO WS-Recon-Status
                   ADD 1 TO WS-Delivered-Count
               ELSE
                   MOVE "BOUNCED" TO WS-Recon-Status
                   ADD 1 TO WS-Bounced-Count
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Age-Days = WS-Today-Integer - FUNCTION
               INTEGER-OF-DATE (WS-Entry-Run-Date-Num)
           IF WS-Age-Days > WS-Ack-Wait-Days
               MOVE "SENT, NO ACKNOWLEDGMENT" TO WS-Recon-Status
               MOVE 'N' TO WS-Recon-Flag
               ADD 1 TO WS-No-Ack-Count
           ELSE
               MOVE "AWAITING ACKNOWLEDGMENT" TO WS-Recon-Status
               ADD 1 TO WS-Awaiting-Count
           END-IF.

       FIND-MAIL-ENTRY.
           MOVE 0 TO WS-Mail-Hit
           PERFORM VARYING WS-Tbl-Idx FROM 1 BY 1
                   UNTIL WS-Tbl-Idx > WS-Mail-Count
               IF WS-Mail-Emp-ID (WS-Tbl-Idx) = DS-Emp-ID
                       AND WS-Mail-Run-Date (WS-Tbl-Idx) = DS-Run-Date
                       AND WS-Mail-Type (WS-Tbl-Idx) = WS-Notice-Type
                   MOVE WS-Tbl-Idx TO WS-Mail-Hit
               END-IF
           END-PERFORM.

       FIND-HELD-ENTRY.
           MOVE 0 TO WS-Held-Hit
           PERFORM VARYING WS-Tbl-Idx FROM 1 BY 1
                   UNTIL WS-Tbl-Idx > WS-Held-Count
               IF WS-Held-Emp-ID (WS-Tbl-Idx) = DS-Emp-ID
                       AND WS-Held-Run-Date (WS-Tbl-Idx) = DS-Run-Date
                       AND WS-Held-Type (WS-Tbl-Idx) = WS-Notice-Type
                   MOVE WS-Tbl-Idx TO WS-Held-Hit
                   MOVE WS-Held-Count TO WS-Tbl-Idx
               END-IF
           END-PERFORM.

       FIND-QUEUE-ENTRY.
           MOVE 0 TO WS-Queue-Hit
           PERFORM VARYING WS-Tbl-Idx FROM 1 BY 1
                   UNTIL WS-Tbl-Idx > WS-Queue-Count
               IF WS-Queue-Emp-ID (WS-Tbl-Idx) = DS-Emp-ID
                       AND WS-Queue-Run-Date (WS-Tbl-Idx)
                           = DS-Run-Date
                       AND WS-Queue-Type (WS-Tbl-Idx)
                           = WS-Notice-Type
                   MOVE WS-Tbl-Idx TO WS-Queue-Hit
                   MOVE WS-Queue-Count TO WS-Tbl-Idx
               END-IF
           END-PERFORM.

       LOOK-UP-EMPLOYEE.
           MOVE 'N' TO WS-Roster-Flag
           IF WS-Index-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE DS-Emp-ID TO EMP-ID OF EMPLOYEE-INDEX-RECORD
           READ EMPLOYEE-INDEX-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Found-Employee
               MOVE 'Y' TO WS-Roster-Flag
           END-IF.

       CHECK-SENT-INDEX.
           IF WS-Sent-Index-Missing
               EXIT PARAGRAPH
           END-IF
           IF WS-Notice-Type = 'B' OR WS-Notice-Type = 'H'
               MOVE EMP-BIRTHDAY OF EMPLOYEE-INDEX-RECORD
                   TO WS-Base-Date
           ELSE
               MOVE EMP-HIRE-DATE OF EMPLOYEE-INDEX-RECORD
                   TO WS-Base-Date
           END-IF
           MOVE DS-Emp-ID TO WS-Entry-Emp-ID
           MOVE WS-Base-Date TO WS-Entry-Birthday
           PERFORM BUILD-SENT-KEY
           MOVE WS-Sent-Key TO SENT-KEY
           READ SENT-INDEX-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       BUILD-SENT-KEY.
           COMPUTE WS-Base-Monthday = FUNCTION MOD (WS-Base-Date, 10000)
           COMPUTE WS-Run-Monthday =
               FUNCTION MOD (WS-Entry-Run-Date-Num, 10000)
           COMPUTE WS-Occurrence-Year = WS-Entry-Run-Date-Num / 10000
           IF WS-Base-Monthday < WS-Run-Monthday
               ADD 1 TO WS-Occurrence-Year
           END-IF
           MOVE SPACES TO WS-Sent-Key
           STRING WS-Entry-Emp-ID WS-Entry-Birthday
                   WS-Occurrence-Year WS-Notice-Type
               INTO WS-Sent-Key
           END-STRING.

       CHECK-BIRTHDAY-CARD.
           MOVE 'N' TO WS-Card-Covered-Flag
           MOVE 0 TO WS-Card-Hit
           MOVE FUNCTION LENGTH (FUNCTION TRIM (DS-Name))
               TO WS-Name-Length
           PERFORM VARYING WS-Tbl-Idx FROM 1 BY 1
                   UNTIL WS-Tbl-Idx > WS-Card-Count
               IF WS-Card-Date (WS-Tbl-Idx) = DS-Run-Date
                   MOVE 'Y' TO WS-Card-Covered-Flag
                   MOVE 0 TO WS-Name-Tally
                   INSPECT WS-Card-Greeting (WS-Tbl-Idx)
                       TALLYING WS-Name-Tally
                       FOR ALL DS-Name (1:WS-Name-Length)
                   IF WS-Name-Tally > 0
                       MOVE WS-Tbl-Idx TO WS-Card-Hit
                       MOVE WS-Card-Count TO WS-Tbl-Idx
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-Card-Date-Covered
               ADD 1 TO WS-Card-Unchecked-Count
               EXIT PARAGRAPH
           END-IF
           IF WS-Card-Hit > 0
               ADD 1 TO WS-Card-Found-Count
           ELSE
               ADD 1 TO WS-Card-Missing-Count
               MOVE "NO BIRTHDAY CARD PRINTED" TO WS-Recon-Status
               MOVE 'N' TO WS-Recon-Flag
               PERFORM REPORT-EXCEPTION
           END-IF.

       REPORT-EXCEPTION.
           ADD 1 TO WS-Exception-Count
           ADD 1 TO WS-Date-Exceptions (WS-Code-Hit)
           ADD 1 TO WS-Total-Exceptions (WS-Code-Hit)
           DISPLAY "  EXCEPTION " DS-Code " " DS-Emp-ID " "
               DS-Name " " FUNCTION TRIM (WS-Recon-Status).

       PRINT-DATE-COUNTS.
           PERFORM VARYING WS-Code-Idx FROM 1 BY 1
                   UNTIL WS-Code-Idx > 5
               IF WS-Date-Decided (WS-Code-Idx) > 0
                   DISPLAY "  " WS-Code-Name (WS-Code-Idx)
                       "  DECIDED " WS-Date-Decided (WS-Code-Idx)
                       "  ACCOUNTED " WS-Date-Accounted (WS-Code-Idx)
                       "  EXCEPTIONS "
                       WS-Date-Exceptions (WS-Code-Idx)
               END-IF
           END-PERFORM.

       PRINT-TOTALS.
           DISPLAY " "
           DISPLAY "TOTALS BY OUTCOME CODE"
           PERFORM VARYING WS-Code-Idx FROM 1 BY 1
                   UNTIL WS-Code-Idx > 5
               DISPLAY "  " WS-Code-Name (WS-Code-Idx)
                   "  DECIDED " WS-Total-Decided (WS-Code-Idx)
                   "  ACCOUNTED " WS-Total-Accounted (WS-Code-Idx)
                   "  EXCEPTIONS " WS-Total-Exceptions (WS-Code-Idx)
           END-PERFORM
           DISPLAY " "
           DISPLAY "TOTALS"
           DISPLAY "  Run dates reported:     " WS-Run-Date-Count
           DISPLAY "  Decisions checked:      " WS-Decision-Count
           DISPLAY "  Delivered:              " WS-Delivered-Count
           DISPLAY "  Bounced:                " WS-Bounced-Count
           DISPLAY "  Awaiting ack:           " WS-Awaiting-Count
           DISPLAY "  Held for review:        " WS-Held-Total
           DISPLAY "  Queued for dispatch:    " WS-Queued-Total
           DISPLAY "  Already sent earlier:   " WS-Already-Sent-Count
           DISPLAY "  Opted out:              " WS-Optout-Count
           DISPLAY "  Purged:                 " WS-Purged-Count
           DISPLAY "  Rehearsal dates:        " WS-Rehearsal-Count
           DISPLAY "  Cards matched:          " WS-Card-Found-Count
           DISPLAY "  Cards not checked:      "
               WS-Card-Unchecked-Count
           DISPLAY "  Never queued:           " WS-Never-Queued-Count
           DISPLAY "  Queued, not dispatched: " WS-Stuck-Count
           DISPLAY "  Sent, no mailout:       " WS-No-Mailout-Count
           DISPLAY "  Sent, no ack over wait: " WS-No-Ack-Count
           DISPLAY "  Cards missing:          " WS-Card-Missing-Count
           DISPLAY "  Exceptions:             " WS-Exception-Count.

           END PROGRAM delivery-recon.
