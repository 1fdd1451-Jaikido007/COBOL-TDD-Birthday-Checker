       IDENTIFICATION DIVISION.
           PROGRAM-ID. personal-purge.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PURGE-PARAM-FILE ASSIGN TO "data/purge.ctl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Param-Status.
               SELECT EMPLOYEE-INDEX-FILE ASSIGN TO "data/roster.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-ID OF EMPLOYEE-INDEX-RECORD
                   ALTERNATE RECORD KEY IS
                       EMP-NAME OF EMPLOYEE-INDEX-RECORD
                       WITH DUPLICATES
                   FILE STATUS IS WS-Index-Status.
               SELECT EMPLOYEE-ROSTER-FILE ASSIGN TO "data/roster.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Roster-Status.
               SELECT CONTACT-INDEX-FILE ASSIGN TO "data/contact.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CON-EMP-ID
                   FILE STATUS IS WS-Contact-Status.
               SELECT AWARD-INDEX-FILE ASSIGN TO "data/award.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AWD-KEY
                   FILE STATUS IS WS-Award-Status.
               SELECT COLLEAGUE-MESSAGE-FILE
                   ASSIGN TO "data/colleague.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CMSG-KEY
                   FILE STATUS IS WS-Colleague-Status.
               SELECT SENT-INDEX-FILE ASSIGN TO "data/sent.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SENT-KEY
                   FILE STATUS IS WS-Sent-Index-Status.
               SELECT NOTIFY-SENT-FILE ASSIGN TO "data/notify.sent"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Sent-Status.
               SELECT AUDIT-LOG-FILE ASSIGN TO "data/audit.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Audit-Status.
               SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "data/audit.arch"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Archive-Status.
               SELECT AUDIT-SEAL-FILE ASSIGN TO "data/audit.seal"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Seal-Status.
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
               SELECT MAINT-LOG-FILE ASSIGN TO "data/maint.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Maint-Status.
               SELECT MAINT-PENDING-FILE ASSIGN TO "data/maint.pend"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Pending-Status.
               SELECT REJECT-LEDGER-FILE ASSIGN TO "data/reject.led"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Reject-Ledger-Status.
               SELECT ADDRESS-FIX-FILE ASSIGN TO "data/addrfix.req"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Addrfix-Status.
               SELECT PURGE-WORK-FILE ASSIGN TO "data/purge.wrk"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Work-Status.
               SELECT PURGE-CERT-FILE ASSIGN TO "data/purge.cert"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Cert-Status.

       DATA DIVISION.
           FILE SECTION.
           FD PURGE-PARAM-FILE.
           COPY "retention-param.cpy".

           FD EMPLOYEE-INDEX-FILE.
           COPY "employee-record.cpy"
               REPLACING EMPLOYEE-RECORD BY EMPLOYEE-INDEX-RECORD.

           FD EMPLOYEE-ROSTER-FILE.
           COPY "employee-record.cpy".

           FD CONTACT-INDEX-FILE.
           COPY "contact-record.cpy".

           FD AWARD-INDEX-FILE.
           COPY "award-record.cpy".

           FD COLLEAGUE-MESSAGE-FILE.
           COPY "colleague-message.cpy".

           FD SENT-INDEX-FILE.
           COPY "sent-record.cpy".

           FD NOTIFY-SENT-FILE.
           01 NOTIFY-SENT-RECORD           PIC X(50).

           FD AUDIT-LOG-FILE.
           01 AUDIT-LOG-RECORD             PIC X(200).

           FD AUDIT-ARCHIVE-FILE.
           01 AUDIT-ARCHIVE-RECORD         PIC X(200).

           FD AUDIT-SEAL-FILE.
           COPY "audit-seal.cpy".

           FD NOTIFICATION-QUEUE-FILE.
           01 NOTIFICATION-QUEUE-RECORD    PIC X(120).

           FD NOTIFY-HELD-FILE.
           01 NOTIFY-HELD-RECORD           PIC X(160).

           FD MAIL-OUTBOUND-FILE.
           01 MAIL-OUTBOUND-RECORD         PIC X(200).

           FD MAINT-LOG-FILE.
           01 MAINT-LOG-RECORD             PIC X(120).

           FD MAINT-PENDING-FILE.
           COPY "pending-txn.cpy".

           FD REJECT-LEDGER-FILE.
           01 REJECT-LEDGER-RECORD         PIC X(140).

           FD ADDRESS-FIX-FILE.
           01 ADDRESS-FIX-RECORD           PIC X(160).

           FD PURGE-WORK-FILE.
           01 PURGE-WORK-RECORD            PIC X(200).

           FD PURGE-CERT-FILE.
           01 PURGE-CERT-RECORD            PIC X(132).

           WORKING-STORAGE SECTION.
           01 WS-Param-Status          PIC X(2).
               88 WS-Param-File-Missing        VALUE '35'.
           01 WS-Index-Status          PIC X(2).
               88 WS-Found-Employee            VALUE "00".
               88 WS-Index-File-Missing        VALUE '35'.
           01 WS-Roster-Status         PIC X(2).
               88 WS-Roster-File-Missing       VALUE '35'.
           01 WS-Contact-Status        PIC X(2).
               88 WS-Found-Contact             VALUE "00".
               88 WS-Contact-File-Missing      VALUE '35'.
           01 WS-Award-Status          PIC X(2).
               88 WS-Award-File-Missing        VALUE '35'.
           01 WS-Colleague-Status      PIC X(2).
               88 WS-Colleague-File-Missing    VALUE '35'.
           01 WS-Sent-Index-Status     PIC X(2).
               88 WS-Found-Sent                VALUE "00".
               88 WS-Sent-Index-File-Missing   VALUE '35'.
           01 WS-Sent-Status           PIC X(2).
               88 WS-Sent-File-Missing         VALUE '35'.
           01 WS-Audit-Status          PIC X(2).
               88 WS-Audit-File-Missing        VALUE '35'.
           01 WS-Archive-Status        PIC X(2).
               88 WS-Archive-File-Missing      VALUE '35'.
           01 WS-Queue-Status          PIC X(2).
               88 WS-Queue-File-Missing        VALUE '35'.
           01 WS-Held-Status           PIC X(2).
               88 WS-Held-File-Missing         VALUE '35'.
           01 WS-Outbound-Status       PIC X(2).
               88 WS-Outbound-File-Missing     VALUE '35'.
           01 WS-Maint-Status          PIC X(2).
               88 WS-Maint-File-Missing        VALUE '35'.
           01 WS-Pending-Status        PIC X(2).
               88 WS-Pending-File-Missing      VALUE '35'.
           01 WS-Reject-Ledger-Status  PIC X(2).
               88 WS-Reject-Ledger-Missing     VALUE '35'.
           01 WS-Addrfix-Status        PIC X(2).
               88 WS-Addrfix-File-Missing      VALUE '35'.
           01 WS-Seal-Status           PIC X(2).
               88 WS-Seal-File-Missing         VALUE '35'.
           01 WS-Work-Status           PIC X(2).
           01 WS-Cert-Status           PIC X(2).
           01 WS-EOF-Flag              PIC X VALUE 'N'.
               88 WS-EOF                       VALUE 'Y'.
           01 WS-Work-EOF-Flag         PIC X VALUE 'N'.
               88 WS-Work-EOF                  VALUE 'Y'.
           01 WS-Mode                  PIC X.
               88 WS-Mode-Report-Only          VALUE 'R'.
               88 WS-Mode-Purge                VALUE 'P'.
           01 WS-Operator-ID           PIC X(8).
           01 WS-Retention-Days        PIC 9(4).
           01 WS-Today                 PIC 9(8).
           01 WS-Today-Integer         PIC 9(8).
           01 WS-Cutoff-Integer        PIC 9(8).
           01 WS-Cutoff-Date           PIC 9(8).
           01 WS-Maint-Timestamp       PIC 9(14).
           01 WS-Candidate-Table.
               05 WS-Cand-Count        PIC 9(4) VALUE 0.
               05 WS-Cand-Entry OCCURS 5000 TIMES.
                   10 WS-Cand-Emp-ID       PIC X(6).
                   10 WS-Cand-Term-Date    PIC 9(8).
                   10 WS-Cand-Last-Status  PIC X(1).
                   10 WS-Cand-Purge-Flag   PIC X(1).
                       88 WS-Cand-To-Purge         VALUE 'Y'.
           01 WS-Cand-Idx              PIC 9(4).
           01 WS-Cand-Hit              PIC 9(4).
           01 WS-Cand-Overflow-Flag    PIC X VALUE 'N'.
               88 WS-Cand-Overflowed           VALUE 'Y'.
           01 WS-Match-Emp-ID          PIC X(6).
           01 WS-Purge-Count           PIC 9(4) VALUE 0.
           01 WS-Undated-Count         PIC 9(4) VALUE 0.
           01 WS-Recent-Count          PIC 9(4) VALUE 0.
           01 WS-Line                  PIC X(200).
           01 WS-Line-Len              PIC 9(3).
           01 WS-Line-Action           PIC X(1).
               88 WS-Line-Keep                 VALUE 'K'.
               88 WS-Line-Masked               VALUE 'M'.
               88 WS-Line-Drop                 VALUE 'D'.
           01 WS-Fields.
               05 WS-Fld OCCURS 16 TIMES.
                   10 WS-Fld-Text          PIC X(200).
                   10 WS-Fld-Len           PIC 9(3).
           01 WS-Fld-Count             PIC 9(2).
           01 WS-Fld-Idx               PIC 9(2).
           01 WS-Mask-Idx              PIC 9(2).
           01 WS-Ptr                   PIC 9(3).
           01 WS-Log-Tag               PIC X(8).
           01 WS-Log-Status            PIC X(1).
           01 WS-Seal-Line-Len         PIC 9(3).
           01 WS-Seal-Text             PIC X(200).
           01 WS-Seal-Seq              PIC 9(9).
           01 WS-Seal-Stored-Check     PIC 9(10).
           01 WS-Seal-Computed-Check   PIC 9(10).
           01 WS-Seal-Line-Flag        PIC X VALUE 'N'.
               88 WS-Seal-Line-Sealed          VALUE 'Y'.
           01 WS-Seal-Chain-Flag       PIC X VALUE 'N'.
               88 WS-Seal-Chain-Started        VALUE 'Y'.
           01 WS-Seal-Chain-Seq        PIC 9(9) VALUE 0.
           01 WS-Seal-Chain-Check      PIC 9(10) VALUE 0.
           01 WS-Seal-New-Check        PIC 9(10) VALUE 0.
           01 WS-Seal-Break-Count      PIC 9(5) VALUE 0.
           01 WS-Reseal-Flag           PIC X VALUE 'N'.
               88 WS-Reseal-Trail              VALUE 'Y'.
           01 WS-Reseal-Count          PIC 9(7) VALUE 0.
           01 WS-Reseal-File-Count     PIC 9(7) VALUE 0.
           01 WS-Reseal-First-Seq      PIC 9(9) VALUE 0.
           01 WS-Anchor-Flag           PIC X VALUE 'N'.
               88 WS-Anchor-Present            VALUE 'Y'.
           01 WS-Anchor-Seq            PIC 9(9) VALUE 0.
           01 WS-Anchor-New-Check      PIC 9(10) VALUE 0.
           01 WS-Work-Sent-Record.
               05 WS-Work-Sent-Key     PIC X(19).
               05 WS-Work-Sent-Date    PIC 9(8).
           01 WS-Cert-Name-List.
               05 FILLER               PIC X(20)
                   VALUE "data/roster.idx".
               05 FILLER               PIC X(20)
                   VALUE "data/roster.dat".
               05 FILLER               PIC X(20)
                   VALUE "data/contact.idx".
               05 FILLER               PIC X(20)
                   VALUE "data/award.idx".
               05 FILLER               PIC X(20)
                   VALUE "data/sent.idx".
               05 FILLER               PIC X(20)
                   VALUE "data/notify.sent".
               05 FILLER               PIC X(20)
                   VALUE "data/audit.log".
               05 FILLER               PIC X(20)
                   VALUE "data/audit.arch".
               05 FILLER               PIC X(20)
                   VALUE "data/notify.queue".
               05 FILLER               PIC X(20)
                   VALUE "data/notify.held".
               05 FILLER               PIC X(20)
                   VALUE "data/mailout.dat".
               05 FILLER               PIC X(20)
                   VALUE "data/maint.log".
               05 FILLER               PIC X(20)
                   VALUE "data/maint.pend".
               05 FILLER               PIC X(20)
                   VALUE "data/reject.led".
               05 FILLER               PIC X(20)
                   VALUE "data/addrfix.req".
               05 FILLER               PIC X(20)
                   VALUE "data/colleague.idx".
           01 WS-Cert-Name-Tbl REDEFINES WS-Cert-Name-List.
               05 WS-Cert-File-Name    PIC X(20) OCCURS 16 TIMES.
           01 WS-Cert-File-Max         PIC 9(2) VALUE 16.
           01 WS-Cert-Counts.
               05 WS-Cert-Entry OCCURS 16 TIMES.
                   10 WS-Cert-Present      PIC X(1).
                   10 WS-Cert-Read         PIC 9(7).
                   10 WS-Cert-Changed      PIC 9(7).
                   10 WS-Cert-Removed      PIC 9(7).
           01 WS-Cert-Idx              PIC 9(2).
           01 WS-Cert-Line             PIC X(132).
           01 WS-Cert-Read-Display     PIC Z(6)9.
           01 WS-Cert-Changed-Display  PIC Z(6)9.
           01 WS-Cert-Removed-Display  PIC Z(6)9.
           01 WS-Lock-Action           PIC X(1).
           01 WS-Lock-Program          PIC X(20) VALUE "personal-purge".
           01 WS-Lock-Operator-ID      PIC X(8).
           01 WS-Lock-Result           PIC X(1).
               88 WS-Lock-Granted              VALUE 'Y'.
           01 WS-Saved-Return-Code     PIC S9(9) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           INITIALIZE WS-Cert-Counts

           OPEN INPUT PURGE-PARAM-FILE
           IF WS-Param-File-Missing
               DISPLAY "ERROR: data/purge.ctl not found -- the "
                   "retention period must be set before a purge."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-Retention-Days
           READ PURGE-PARAM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RETENTION-DAYS IS NUMERIC
                       MOVE RETENTION-DAYS TO WS-Retention-Days
                   END-IF
           END-READ
           CLOSE PURGE-PARAM-FILE
           IF WS-Retention-Days = 0
               DISPLAY "ERROR: data/purge.ctl does not hold a "
                   "retention period in days."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Today)
           COMPUTE WS-Cutoff-Integer =
               WS-Today-Integer - WS-Retention-Days
           COMPUTE WS-Cutoff-Date =
               FUNCTION DATE-OF-INTEGER (WS-Cutoff-Integer)

           DISPLAY "Operator ID?"
           ACCEPT WS-Operator-ID
           DISPLAY "Mode (R=report only, P=purge)?"
           ACCEPT WS-Mode
           IF NOT (WS-Mode-Report-Only OR WS-Mode-Purge)
               DISPLAY "Unknown mode: " WS-Mode
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-Operator-ID TO WS-Lock-Operator-ID
           PERFORM TAKE-RUN-LOCK

           OPEN I-O EMPLOYEE-INDEX-FILE
           IF WS-Index-File-Missing
               DISPLAY "ERROR: data/roster.idx not found -- run "
                   "roster-load first."
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-TERMINATED-EMPLOYEES
           PERFORM FIND-TERMINATION-DATES
           PERFORM SELECT-PURGE-EMPLOYEES

           IF WS-Mode-Purge AND WS-Purge-Count > 0
               PERFORM PURGE-ROSTER-INDEX
               PERFORM PURGE-ROSTER-FILE
               PERFORM PURGE-CONTACT-INDEX
               PERFORM PURGE-AWARD-INDEX
               PERFORM PURGE-SENT-INDEX
               PERFORM PURGE-NOTIFY-SENT
               PERFORM VERIFY-AUDIT-CHAIN
               PERFORM PURGE-AUDIT-ARCHIVE
               PERFORM PURGE-AUDIT-LOG
               PERFORM UPDATE-SEAL-ANCHOR
               PERFORM PURGE-NOTIFY-QUEUE
               PERFORM PURGE-NOTIFY-HELD
               PERFORM PURGE-MAILOUT
               PERFORM PURGE-MAINT-LOG
               PERFORM PURGE-PENDING-TXNS
               PERFORM PURGE-REJECT-LEDGER
               PERFORM PURGE-ADDRESS-FIX
               PERFORM PURGE-COLLEAGUE-MESSAGES
               PERFORM LOG-PURGED-EMPLOYEES
           END-IF

           CLOSE EMPLOYEE-INDEX-FILE

           PERFORM PRINT-PURGE-CERTIFICATE

           IF WS-Cand-Overflowed OR WS-Seal-Break-Count > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM RELEASE-RUN-LOCK

           STOP RUN.

       LOAD-TERMINATED-EMPLOYEES.
           MOVE 'N' TO WS-EOF-Flag
           MOVE LOW-VALUES TO EMP-ID OF EMPLOYEE-INDEX-RECORD
           START EMPLOYEE-INDEX-FILE
               KEY IS NOT LESS THAN EMP-ID OF EMPLOYEE-INDEX-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF EMP-TERMINATED OF EMPLOYEE-INDEX-RECORD
                           PERFORM ADD-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-CANDIDATE.
           IF WS-Cand-Count < 5000
               ADD 1 TO WS-Cand-Count
               MOVE EMP-ID OF EMPLOYEE-INDEX-RECORD
                   TO WS-Cand-Emp-ID (WS-Cand-Count)
               MOVE 0 TO WS-Cand-Term-Date (WS-Cand-Count)
               MOVE SPACES TO WS-Cand-Last-Status (WS-Cand-Count)
               MOVE 'N' TO WS-Cand-Purge-Flag (WS-Cand-Count)
           ELSE
               IF NOT WS-Cand-Overflowed
                   DISPLAY "WARNING: more than 5000 terminated "
                       "employees -- the rest wait for the next run."
               END-IF
               MOVE 'Y' TO WS-Cand-Overflow-Flag
           END-IF.

       FIND-TERMINATION-DATES.
           OPEN INPUT MAINT-LOG-FILE
           IF WS-Maint-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ MAINT-LOG-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       PERFORM DATE-ONE-MAINT-LINE
               END-READ
           END-PERFORM
           CLOSE MAINT-LOG-FILE.

       DATE-ONE-MAINT-LINE.
           PERFORM SPLIT-LINE
           IF WS-Fld-Count < 8
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Fld-Text (5) TO WS-Log-Tag
           IF WS-Log-Tag = "CONTACT" OR "AWARD" OR "PURGED"
                   OR "MESSAGE"
               EXIT PARAGRAPH
           END-IF
           IF WS-Fld-Text (3) NOT = "A" AND NOT = "C" AND NOT = "T"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Fld-Text (4) (1:6) TO WS-Match-Emp-ID
           PERFORM FIND-CANDIDATE
           IF WS-Cand-Hit = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Fld-Text (8) (1:1) TO WS-Log-Status
           IF WS-Log-Status = 'T'
                   AND WS-Cand-Last-Status (WS-Cand-Hit) NOT = 'T'
                   AND WS-Fld-Text (1) (1:8) IS NUMERIC
               MOVE WS-Fld-Text (1) (1:8)
                   TO WS-Cand-Term-Date (WS-Cand-Hit)
           END-IF
           MOVE WS-Log-Status TO WS-Cand-Last-Status (WS-Cand-Hit).

       SELECT-PURGE-EMPLOYEES.
           PERFORM VARYING WS-Cand-Idx FROM 1 BY 1
                   UNTIL WS-Cand-Idx > WS-Cand-Count
               EVALUATE TRUE
                   WHEN WS-Cand-Term-Date (WS-Cand-Idx) = 0
                       ADD 1 TO WS-Undated-Count
                   WHEN WS-Cand-Term-Date (WS-Cand-Idx)
                           < WS-Cutoff-Date
                       MOVE 'Y' TO WS-Cand-Purge-Flag (WS-Cand-Idx)
                       ADD 1 TO WS-Purge-Count
                   WHEN OTHER
                       ADD 1 TO WS-Recent-Count
               END-EVALUATE
           END-PERFORM.

       FIND-CANDIDATE.
           MOVE 0 TO WS-Cand-Hit
           PERFORM VARYING WS-Cand-Idx FROM 1 BY 1
                   UNTIL WS-Cand-Idx > WS-Cand-Count
               IF WS-Cand-Emp-ID (WS-Cand-Idx) = WS-Match-Emp-ID
                   MOVE WS-Cand-Idx TO WS-Cand-Hit
                   MOVE WS-Cand-Count TO WS-Cand-Idx
               END-IF
           END-PERFORM.

       FIND-PURGE-EMPLOYEE.
           PERFORM FIND-CANDIDATE
           IF WS-Cand-Hit > 0
               IF NOT WS-Cand-To-Purge (WS-Cand-Hit)
                   MOVE 0 TO WS-Cand-Hit
               END-IF
           END-IF.

       PURGE-ROSTER-INDEX.
           MOVE 1 TO WS-Cert-Idx
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           PERFORM VARYING WS-Cand-Idx FROM 1 BY 1
                   UNTIL WS-Cand-Idx > WS-Cand-Count
               IF WS-Cand-To-Purge (WS-Cand-Idx)
                   MOVE WS-Cand-Emp-ID (WS-Cand-Idx)
                       TO EMP-ID OF EMPLOYEE-INDEX-RECORD
                   ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                   DELETE EMPLOYEE-INDEX-FILE
                       INVALID KEY
                           DISPLAY "WARNING: could not remove "
                               WS-Cand-Emp-ID (WS-Cand-Idx)
                               " from data/roster.idx"
                       NOT INVALID KEY
                           ADD 1 TO WS-Cert-Removed (WS-Cert-Idx)
                   END-DELETE
               END-IF
           END-PERFORM.

       PURGE-ROSTER-FILE.
           MOVE 2 TO WS-Cert-Idx
           OPEN INPUT EMPLOYEE-ROSTER-FILE
           IF WS-Roster-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           OPEN OUTPUT PURGE-WORK-FILE
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ EMPLOYEE-ROSTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       MOVE EMP-ID OF EMPLOYEE-RECORD
                           TO WS-Match-Emp-ID
                       PERFORM FIND-PURGE-EMPLOYEE
                       IF WS-Cand-Hit > 0
                           ADD 1 TO WS-Cert-Removed (WS-Cert-Idx)
                       ELSE
                           MOVE EMPLOYEE-RECORD TO PURGE-WORK-RECORD
                           WRITE PURGE-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-ROSTER-FILE
           CLOSE PURGE-WORK-FILE
           IF WS-Cert-Removed (WS-Cert-Idx) = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PURGE-WORK-FILE
           OPEN OUTPUT EMPLOYEE-ROSTER-FILE
           MOVE 'N' TO WS-Work-EOF-Flag
           PERFORM UNTIL WS-Work-EOF
               READ PURGE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-EOF-Flag
                   NOT AT END
                       MOVE PURGE-WORK-RECORD TO EMPLOYEE-RECORD
                       WRITE EMPLOYEE-RECORD
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           CLOSE EMPLOYEE-ROSTER-FILE.

       PURGE-CONTACT-INDEX.
           MOVE 3 TO WS-Cert-Idx
           OPEN I-O CONTACT-INDEX-FILE
           IF WS-Contact-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           PERFORM VARYING WS-Cand-Idx FROM 1 BY 1
                   UNTIL WS-Cand-Idx > WS-Cand-Count
               IF WS-Cand-To-Purge (WS-Cand-Idx)
                   MOVE WS-Cand-Emp-ID (WS-Cand-Idx) TO CON-EMP-ID
                   READ CONTACT-INDEX-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-Found-Contact
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       DELETE CONTACT-INDEX-FILE
                           INVALID KEY
                               DISPLAY "WARNING: could not remove "
                                   CON-EMP-ID " from data/contact.idx"
                           NOT INVALID KEY
                               ADD 1 TO WS-Cert-Removed (WS-Cert-Idx)
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CONTACT-INDEX-FILE.

       PURGE-AWARD-INDEX.
           MOVE 4 TO WS-Cert-Idx
           OPEN I-O AWARD-INDEX-FILE
           IF WS-Award-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           MOVE 'N' TO WS-EOF-Flag
           MOVE LOW-VALUES TO AWD-KEY
           START AWARD-INDEX-FILE
               KEY IS NOT LESS THAN AWD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF
               READ AWARD-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       MOVE AWD-EMP-ID TO WS-Match-Emp-ID
                       PERFORM FIND-PURGE-EMPLOYEE
                       IF WS-Cand-Hit > 0
                           DELETE AWARD-INDEX-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-Cert-Removed
                                       (WS-Cert-Idx)
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AWARD-INDEX-FILE.

       PURGE-SENT-INDEX.
           MOVE 5 TO WS-Cert-Idx
           OPEN I-O SENT-INDEX-FILE
           IF WS-Sent-Index-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           OPEN OUTPUT PURGE-WORK-FILE
           MOVE 'N' TO WS-EOF-Flag
           MOVE LOW-VALUES TO SENT-KEY
           START SENT-INDEX-FILE
               KEY IS NOT LESS THAN SENT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF
               READ SENT-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       MOVE SENT-KEY (1:6) TO WS-Match-Emp-ID
                       PERFORM FIND-PURGE-EMPLOYEE
                       IF WS-Cand-Hit > 0
                               AND SENT-KEY (7:8) NOT = "00000000"
                           MOVE SENT-HISTORY-RECORD
                               TO PURGE-WORK-RECORD
                           WRITE PURGE-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE

           OPEN INPUT PURGE-WORK-FILE
           MOVE 'N' TO WS-Work-EOF-Flag
           PERFORM UNTIL WS-Work-EOF
               READ PURGE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-EOF-Flag
                   NOT AT END
                       PERFORM REKEY-SENT-ENTRY
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           CLOSE SENT-INDEX-FILE.

       REKEY-SENT-ENTRY.
           MOVE PURGE-WORK-RECORD TO WS-Work-Sent-Record
           MOVE WS-Work-Sent-Key TO SENT-KEY
           DELETE SENT-INDEX-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-DELETE
           MOVE WS-Work-Sent-Key TO SENT-KEY
           MOVE "00000000" TO SENT-KEY (7:8)
           MOVE WS-Work-Sent-Date TO SENT-DATE
           WRITE SENT-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-Cert-Removed (WS-Cert-Idx)
               NOT INVALID KEY
                   ADD 1 TO WS-Cert-Changed (WS-Cert-Idx)
           END-WRITE.

       PURGE-NOTIFY-SENT.
           MOVE 6 TO WS-Cert-Idx
           OPEN INPUT NOTIFY-SENT-FILE
           IF WS-Sent-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           OPEN OUTPUT PURGE-WORK-FILE
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ NOTIFY-SENT-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       MOVE WS-Line (1:6) TO WS-Match-Emp-ID
                       PERFORM FIND-PURGE-EMPLOYEE
                       IF WS-Cand-Hit > 0
                               AND WS-Line (7:8) NOT = "00000000"
                           MOVE "00000000" TO WS-Line (7:8)
                           ADD 1 TO WS-Cert-Changed (WS-Cert-Idx)
                       END-IF
                       MOVE WS-Line TO PURGE-WORK-RECORD
                       WRITE PURGE-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE NOTIFY-SENT-FILE
           CLOSE PURGE-WORK-FILE
           IF WS-Cert-Changed (WS-Cert-Idx) = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PURGE-WORK-FILE
           OPEN OUTPUT NOTIFY-SENT-FILE
           MOVE 'N' TO WS-Work-EOF-Flag
           PERFORM UNTIL WS-Work-EOF
               READ PURGE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-EOF-Flag
                   NOT AT END
                       MOVE PURGE-WORK-RECORD TO NOTIFY-SENT-RECORD
                       WRITE NOTIFY-SENT-RECORD
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           CLOSE NOTIFY-SENT-FILE.

       PURGE-AUDIT-LOG.
           MOVE 7 TO WS-Cert-Idx
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-Audit-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           MOVE 0 TO WS-Reseal-File-Count
           OPEN OUTPUT PURGE-WORK-FILE
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ AUDIT-LOG-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       PERFORM MASK-AUDIT-LINE
                       IF WS-Reseal-Trail
                           PERFORM RESEAL-AUDIT-LINE
                       END-IF
                       PERFORM WRITE-WORK-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
           CLOSE PURGE-WORK-FILE
           IF WS-Cert-Changed (WS-Cert-Idx) = 0
                   AND WS-Reseal-File-Count = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PURGE-WORK-FILE
           OPEN OUTPUT AUDIT-LOG-FILE
           MOVE 'N' TO WS-Work-EOF-Flag
           PERFORM UNTIL WS-Work-EOF
               READ PURGE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-EOF-Flag
                   NOT AT END
                       MOVE PURGE-WORK-RECORD TO AUDIT-LOG-RECORD
                       WRITE AUDIT-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           CLOSE AUDIT-LOG-FILE.

       PURGE-AUDIT-ARCHIVE.
           MOVE 8 TO WS-Cert-Idx
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-Archive-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           MOVE 0 TO WS-Reseal-File-Count
           OPEN OUTPUT PURGE-WORK-FILE
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ AUDIT-ARCHIVE-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       PERFORM MASK-AUDIT-LINE
                       IF WS-Reseal-Trail
                           PERFORM RESEAL-AUDIT-LINE
                       END-IF
                       PERFORM WRITE-WORK-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE PURGE-WORK-FILE
           IF WS-Cert-Changed (WS-Cert-Idx) = 0
                   AND WS-Reseal-File-Count = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PURGE-WORK-FILE
           OPEN OUTPUT AUDIT-ARCHIVE-FILE
           MOVE 'N' TO WS-Work-EOF-Flag
           PERFORM UNTIL WS-Work-EOF
               READ PURGE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-EOF-Flag
                   NOT AT END
                       MOVE PURGE-WORK-RECORD TO AUDIT-ARCHIVE-RECORD
                       WRITE AUDIT-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           CLOSE AUDIT-ARCHIVE-FILE.

       VERIFY-AUDIT-CHAIN.
           OPEN INPUT AUDIT-SEAL-FILE
           IF NOT WS-Seal-File-Missing
               READ AUDIT-SEAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEAL-LAST-SEQ IS NUMERIC
                           MOVE SEAL-LAST-SEQ TO WS-Anchor-Seq
                           MOVE 'Y' TO WS-Anchor-Flag
                       END-IF
               END-READ
               CLOSE AUDIT-SEAL-FILE
           END-IF
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF NOT WS-Archive-File-Missing
               MOVE 'N' TO WS-EOF-Flag
               PERFORM UNTIL WS-EOF
                   READ AUDIT-ARCHIVE-FILE INTO WS-Line
                       AT END
                           MOVE 'Y' TO WS-EOF-Flag
                       NOT AT END
                           PERFORM CHECK-AUDIT-SEAL
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
                           PERFORM CHECK-AUDIT-SEAL
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           IF WS-Seal-Chain-Started AND WS-Seal-Break-Count = 0
               MOVE 'Y' TO WS-Reseal-Flag
           END-IF
           IF WS-Seal-Break-Count > 0
               DISPLAY "WARNING: " WS-Seal-Break-Count " audit "
                   "record(s) fail their check -- the masked audit "
                   "trail is not re-sealed. Run audit-verify."
           END-IF
           MOVE 0 TO WS-Seal-Chain-Seq WS-Seal-Chain-Check
           MOVE 'N' TO WS-Seal-Chain-Flag.

       CHECK-AUDIT-SEAL.
           PERFORM SPLIT-AUDIT-SEAL
           IF NOT WS-Seal-Line-Sealed
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-Seal-Chain-Started
               IF WS-Seal-Seq NOT = 1
                   ADD 1 TO WS-Seal-Break-Count
               END-IF
           ELSE IF WS-Seal-Seq NOT = WS-Seal-Chain-Seq + 1
               ADD 1 TO WS-Seal-Break-Count
           END-IF
           END-IF
           IF WS-Seal-Seq = WS-Seal-Chain-Seq + 1
               CALL "audit-seal" USING WS-Seal-Chain-Check,
                   WS-Seal-Text, WS-Seal-Computed-Check
               IF WS-Seal-Computed-Check NOT = WS-Seal-Stored-Check
                   ADD 1 TO WS-Seal-Break-Count
               END-IF
           END-IF
           MOVE 'Y' TO WS-Seal-Chain-Flag
           MOVE WS-Seal-Seq TO WS-Seal-Chain-Seq
           MOVE WS-Seal-Stored-Check TO WS-Seal-Chain-Check.

       SPLIT-AUDIT-SEAL.
           MOVE 'N' TO WS-Seal-Line-Flag
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-Line TRAILING))
               TO WS-Seal-Line-Len
           IF WS-Seal-Line-Len < 22
               EXIT PARAGRAPH
           END-IF
           IF WS-Line (WS-Seal-Line-Len - 20:1) = "|"
                   AND WS-Line (WS-Seal-Line-Len - 10:1) = "|"
                   AND WS-Line (WS-Seal-Line-Len - 19:9) IS NUMERIC
                   AND WS-Line (WS-Seal-Line-Len - 9:10) IS NUMERIC
               MOVE WS-Line (WS-Seal-Line-Len - 19:9) TO WS-Seal-Seq
               MOVE WS-Line (WS-Seal-Line-Len - 9:10)
                   TO WS-Seal-Stored-Check
               MOVE SPACES TO WS-Seal-Text
               MOVE WS-Line (1:WS-Seal-Line-Len - 11) TO WS-Seal-Text
               MOVE 'Y' TO WS-Seal-Line-Flag
           END-IF.

       RESEAL-AUDIT-LINE.
           IF WS-Line (1:14) = "** END OF CUT "
               IF WS-Line (48:9) = WS-Seal-Chain-Seq
                       AND WS-Line (64:10) IS NUMERIC
                       AND WS-Line (64:10) NOT = WS-Seal-New-Check
                   MOVE WS-Seal-New-Check TO WS-Line (64:10)
                   ADD 1 TO WS-Reseal-File-Count
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-AUDIT-SEAL
           IF NOT WS-Seal-Line-Sealed
               EXIT PARAGRAPH
           END-IF
           CALL "audit-seal" USING WS-Seal-New-Check, WS-Seal-Text,
               WS-Seal-Computed-Check
           MOVE WS-Seal-Computed-Check TO WS-Seal-New-Check
           MOVE WS-Seal-Seq TO WS-Seal-Chain-Seq
           IF WS-Anchor-Present AND WS-Seal-Seq = WS-Anchor-Seq
               MOVE WS-Seal-New-Check TO WS-Anchor-New-Check
           END-IF
           IF WS-Seal-New-Check NOT = WS-Seal-Stored-Check
               MOVE WS-Seal-New-Check
                   TO WS-Line (WS-Seal-Line-Len - 9:10)
               ADD 1 TO WS-Reseal-File-Count
               ADD 1 TO WS-Reseal-Count
               IF WS-Reseal-First-Seq = 0
                   MOVE WS-Seal-Seq TO WS-Reseal-First-Seq
               END-IF
           END-IF.

       UPDATE-SEAL-ANCHOR.
           IF NOT WS-Reseal-Trail OR WS-Reseal-Count = 0
                   OR NOT WS-Anchor-Present
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AUDIT-SEAL-FILE
           MOVE WS-Anchor-Seq TO SEAL-LAST-SEQ
           MOVE WS-Anchor-New-Check TO SEAL-LAST-CHECK
           MOVE FUNCTION CURRENT-DATE (1:14) TO SEAL-WRITTEN-TS
           WRITE AUDIT-SEAL-RECORD
           CLOSE AUDIT-SEAL-FILE.

       MASK-AUDIT-LINE.
           MOVE 'K' TO WS-Line-Action
           IF WS-Line (7:1) NOT = "|"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Line (1:6) TO WS-Match-Emp-ID
           PERFORM FIND-PURGE-EMPLOYEE
           IF WS-Cand-Hit = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-LINE
           IF WS-Fld-Text (2) = "PURGED"
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-Mask-Idx
           PERFORM MASK-TEXT-FIELD
           MOVE 4 TO WS-Mask-Idx
           PERFORM MASK-NUMBER-FIELD
           MOVE 5 TO WS-Mask-Idx
           PERFORM MASK-TEXT-FIELD
           PERFORM JOIN-LINE
           MOVE 'M' TO WS-Line-Action.

       PURGE-NOTIFY-QUEUE.
           MOVE 9 TO WS-Cert-Idx
           OPEN INPUT NOTIFICATION-QUEUE-FILE
           IF WS-Queue-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           OPEN OUTPUT PURGE-WORK-FILE
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ NOTIFICATION-QUEUE-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       PERFORM DROP-PURGED-LINE
                       PERFORM WRITE-WORK-LINE
               END-READ
           END-PERFORM
           CLOSE NOTIFICATION-QUEUE-FILE
           CLOSE PURGE-WORK-FILE
           IF WS-Cert-Removed (WS-Cert-Idx) = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PURGE-WORK-FILE
           OPEN OUTPUT NOTIFICATION-QUEUE-FILE
           MOVE 'N' TO WS-Work-EOF-Flag
           PERFORM UNTIL WS-Work-EOF
               READ PURGE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-EOF-Flag
                   NOT AT END
                       MOVE PURGE-WORK-RECORD
                           TO NOTIFICATION-QUEUE-RECORD
                       WRITE NOTIFICATION-QUEUE-RECORD
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           CLOSE NOTIFICATION-QUEUE-FILE.

       PURGE-NOTIFY-HELD.
           MOVE 10 TO WS-Cert-Idx
           OPEN INPUT NOTIFY-HELD-FILE
           IF WS-Held-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           OPEN OUTPUT PURGE-WORK-FILE
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ NOTIFY-HELD-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       PERFORM DROP-PURGED-LINE
                       PERFORM WRITE-WORK-LINE
               END-READ
           END-PERFORM
           CLOSE NOTIFY-HELD-FILE
           CLOSE PURGE-WORK-FILE
           IF WS-Cert-Removed (WS-Cert-Idx) = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PURGE-WORK-FILE
           OPEN OUTPUT NOTIFY-HELD-FILE
           MOVE 'N' TO WS-Work-EOF-Flag
           PERFORM UNTIL WS-Work-EOF
               READ PURGE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-EOF-Flag
                   NOT AT END
                       MOVE PURGE-WORK-RECORD TO NOTIFY-HELD-RECORD
                       WRITE NOTIFY-HELD-RECORD
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           CLOSE NOTIFY-HELD-FILE.

       DROP-PURGED-LINE.
           MOVE 'K' TO WS-Line-Action
           IF WS-Line (7:1) NOT = "|"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Line (1:6) TO WS-Match-Emp-ID
           PERFORM FIND-PURGE-EMPLOYEE
           IF WS-Cand-Hit > 0
               MOVE 'D' TO WS-Line-Action
           END-IF.

       PURGE-MAILOUT.
           MOVE 11 TO WS-Cert-Idx
           OPEN INPUT MAIL-OUTBOUND-FILE
           IF WS-Outbound-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           OPEN OUTPUT PURGE-WORK-FILE
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ MAIL-OUTBOUND-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       PERFORM MASK-MAILOUT-LINE
                       PERFORM WRITE-WORK-LINE
               END-READ
           END-PERFORM
           CLOSE MAIL-OUTBOUND-FILE
           CLOSE PURGE-WORK-FILE
           IF WS-Cert-Changed (WS-Cert-Idx) = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PURGE-WORK-FILE
           OPEN OUTPUT MAIL-OUTBOUND-FILE
           MOVE 'N' TO WS-Work-EOF-Flag
           PERFORM UNTIL WS-Work-EOF
               READ PURGE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-EOF-Flag
                   NOT AT END
                       MOVE PURGE-WORK-RECORD TO MAIL-OUTBOUND-RECORD
                       WRITE MAIL-OUTBOUND-RECORD
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           CLOSE MAIL-OUTBOUND-FILE.

       MASK-MAILOUT-LINE.
           MOVE 'K' TO WS-Line-Action
           IF WS-Line (7:1) NOT = "|"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Line (1:6) TO WS-Match-Emp-ID
           PERFORM FIND-PURGE-EMPLOYEE
           IF WS-Cand-Hit = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-LINE
           IF WS-Fld-Text (2) = "PURGED"
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-Mask-Idx
           PERFORM MASK-TEXT-FIELD
           MOVE 3 TO WS-Mask-Idx
           PERFORM MASK-TEXT-FIELD
           MOVE 6 TO WS-Mask-Idx
           PERFORM MASK-NUMBER-FIELD
           MOVE 8 TO WS-Mask-Idx
           PERFORM MASK-NUMBER-FIELD
           MOVE 9 TO WS-Mask-Idx
           PERFORM MASK-TEXT-FIELD
           PERFORM JOIN-LINE
           MOVE 'M' TO WS-Line-Action.

       PURGE-MAINT-LOG.
           MOVE 12 TO WS-Cert-Idx
           OPEN INPUT MAINT-LOG-FILE
           IF WS-Maint-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           OPEN OUTPUT PURGE-WORK-FILE
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ MAINT-LOG-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       PERFORM MASK-MAINT-LINE
                       PERFORM WRITE-WORK-LINE
               END-READ
           END-PERFORM
           CLOSE MAINT-LOG-FILE
           CLOSE PURGE-WORK-FILE
           IF WS-Cert-Changed (WS-Cert-Idx) = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PURGE-WORK-FILE
           OPEN OUTPUT MAINT-LOG-FILE
           MOVE 'N' TO WS-Work-EOF-Flag
           PERFORM UNTIL WS-Work-EOF
               READ PURGE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-EOF-Flag
                   NOT AT END
                       MOVE PURGE-WORK-RECORD TO MAINT-LOG-RECORD
                       WRITE MAINT-LOG-RECORD
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           CLOSE MAINT-LOG-FILE.

       MASK-MAINT-LINE.
           MOVE 'K' TO WS-Line-Action
           PERFORM SPLIT-LINE
           IF WS-Fld-Count < 5
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Fld-Text (4) (1:6) TO WS-Match-Emp-ID
           PERFORM FIND-PURGE-EMPLOYEE
           IF WS-Cand-Hit = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Fld-Text (5) TO WS-Log-Tag
           EVALUATE WS-Log-Tag
               WHEN "AWARD"
               WHEN "MESSAGE"
               WHEN "PURGED"
               WHEN "REJECT"
                   EXIT PARAGRAPH
               WHEN "CONTACT"
                   IF WS-Fld-Text (6) = "PURGED"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 6 TO WS-Mask-Idx
                   PERFORM MASK-TEXT-FIELD
               WHEN OTHER
                   MOVE 5 TO WS-Mask-Idx
                   PERFORM MASK-TEXT-FIELD
                   MOVE 6 TO WS-Mask-Idx
                   PERFORM MASK-NUMBER-FIELD
           END-EVALUATE
           PERFORM JOIN-LINE
           MOVE 'M' TO WS-Line-Action.

       PURGE-PENDING-TXNS.
           MOVE 13 TO WS-Cert-Idx
           OPEN INPUT MAINT-PENDING-FILE
           IF WS-Pending-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           OPEN OUTPUT PURGE-WORK-FILE
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ MAINT-PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       MOVE PEND-TXN-EMP-ID TO WS-Match-Emp-ID
                       PERFORM FIND-PURGE-EMPLOYEE
                       IF WS-Cand-Hit > 0
                           ADD 1 TO WS-Cert-Removed (WS-Cert-Idx)
                       ELSE
                           MOVE MAINT-PENDING-RECORD
                               TO PURGE-WORK-RECORD
                           WRITE PURGE-WORK-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-PENDING-FILE
           CLOSE PURGE-WORK-FILE
           IF WS-Cert-Removed (WS-Cert-Idx) = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PURGE-WORK-FILE
           OPEN OUTPUT MAINT-PENDING-FILE
           MOVE 'N' TO WS-Work-EOF-Flag
           PERFORM UNTIL WS-Work-EOF
               READ PURGE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-EOF-Flag
                   NOT AT END
                       MOVE PURGE-WORK-RECORD TO MAINT-PENDING-RECORD
                       WRITE MAINT-PENDING-RECORD
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           CLOSE MAINT-PENDING-FILE.

       PURGE-REJECT-LEDGER.
           MOVE 14 TO WS-Cert-Idx
           OPEN INPUT REJECT-LEDGER-FILE
           IF WS-Reject-Ledger-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           OPEN OUTPUT PURGE-WORK-FILE
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ REJECT-LEDGER-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       PERFORM DROP-PURGED-LINE
                       PERFORM WRITE-WORK-LINE
               END-READ
           END-PERFORM
           CLOSE REJECT-LEDGER-FILE
           CLOSE PURGE-WORK-FILE
           IF WS-Cert-Removed (WS-Cert-Idx) = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PURGE-WORK-FILE
           OPEN OUTPUT REJECT-LEDGER-FILE
           MOVE 'N' TO WS-Work-EOF-Flag
           PERFORM UNTIL WS-Work-EOF
               READ PURGE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-EOF-Flag
                   NOT AT END
                       MOVE PURGE-WORK-RECORD TO REJECT-LEDGER-RECORD
                       WRITE REJECT-LEDGER-RECORD
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           CLOSE REJECT-LEDGER-FILE.

       PURGE-ADDRESS-FIX.
           MOVE 15 TO WS-Cert-Idx
           OPEN INPUT ADDRESS-FIX-FILE
           IF WS-Addrfix-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           OPEN OUTPUT PURGE-WORK-FILE
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ ADDRESS-FIX-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       PERFORM DROP-PURGED-LINE
                       PERFORM WRITE-WORK-LINE
               END-READ
           END-PERFORM
           CLOSE ADDRESS-FIX-FILE
           CLOSE PURGE-WORK-FILE
           IF WS-Cert-Removed (WS-Cert-Idx) = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PURGE-WORK-FILE
           OPEN OUTPUT ADDRESS-FIX-FILE
           MOVE 'N' TO WS-Work-EOF-Flag
           PERFORM UNTIL WS-Work-EOF
               READ PURGE-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-Work-EOF-Flag
                   NOT AT END
                       MOVE PURGE-WORK-RECORD TO ADDRESS-FIX-RECORD
                       WRITE ADDRESS-FIX-RECORD
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-FILE
           CLOSE ADDRESS-FIX-FILE.

       PURGE-COLLEAGUE-MESSAGES.
           MOVE 16 TO WS-Cert-Idx
           OPEN I-O COLLEAGUE-MESSAGE-FILE
           IF WS-Colleague-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-Cert-Present (WS-Cert-Idx)
           MOVE 'N' TO WS-EOF-Flag
           MOVE LOW-VALUES TO CMSG-KEY
           START COLLEAGUE-MESSAGE-FILE
               KEY IS NOT LESS THAN CMSG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-Flag
           END-START
           PERFORM UNTIL WS-EOF
               READ COLLEAGUE-MESSAGE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Cert-Read (WS-Cert-Idx)
                       MOVE CMSG-EMP-ID TO WS-Match-Emp-ID
                       PERFORM FIND-PURGE-EMPLOYEE
                       IF WS-Cand-Hit > 0
                           DELETE COLLEAGUE-MESSAGE-FILE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-Cert-Removed
                                       (WS-Cert-Idx)
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COLLEAGUE-MESSAGE-FILE.

       WRITE-WORK-LINE.
           EVALUATE TRUE
               WHEN WS-Line-Drop
                   ADD 1 TO WS-Cert-Removed (WS-Cert-Idx)
               WHEN WS-Line-Masked
                   ADD 1 TO WS-Cert-Changed (WS-Cert-Idx)
                   MOVE WS-Line TO PURGE-WORK-RECORD
                   WRITE PURGE-WORK-RECORD
               WHEN OTHER
                   MOVE WS-Line TO PURGE-WORK-RECORD
                   WRITE PURGE-WORK-RECORD
           END-EVALUATE.

       SPLIT-LINE.
           INITIALIZE WS-Fields
           MOVE 0 TO WS-Fld-Count
           MOVE 0 TO WS-Line-Len
           IF WS-Line = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Line-Len =
               FUNCTION LENGTH (FUNCTION TRIM (WS-Line TRAILING))
           UNSTRING WS-Line (1:WS-Line-Len) DELIMITED BY "|"
               INTO WS-Fld-Text (1) COUNT IN WS-Fld-Len (1)
                    WS-Fld-Text (2) COUNT IN WS-Fld-Len (2)
                    WS-Fld-Text (3) COUNT IN WS-Fld-Len (3)
                    WS-Fld-Text (4) COUNT IN WS-Fld-Len (4)
                    WS-Fld-Text (5) COUNT IN WS-Fld-Len (5)
                    WS-Fld-Text (6) COUNT IN WS-Fld-Len (6)
                    WS-Fld-Text (7) COUNT IN WS-Fld-Len (7)
                    WS-Fld-Text (8) COUNT IN WS-Fld-Len (8)
                    WS-Fld-Text (9) COUNT IN WS-Fld-Len (9)
                    WS-Fld-Text (10) COUNT IN WS-Fld-Len (10)
                    WS-Fld-Text (11) COUNT IN WS-Fld-Len (11)
                    WS-Fld-Text (12) COUNT IN WS-Fld-Len (12)
                    WS-Fld-Text (13) COUNT IN WS-Fld-Len (13)
                    WS-Fld-Text (14) COUNT IN WS-Fld-Len (14)
                    WS-Fld-Text (15) COUNT IN WS-Fld-Len (15)
                    WS-Fld-Text (16) COUNT IN WS-Fld-Len (16)
               TALLYING IN WS-Fld-Count
           END-UNSTRING.

       JOIN-LINE.
           MOVE SPACES TO WS-Line
           MOVE 1 TO WS-Ptr
           PERFORM VARYING WS-Fld-Idx FROM 1 BY 1
                   UNTIL WS-Fld-Idx > WS-Fld-Count
               IF WS-Fld-Idx > 1
                   STRING "|" INTO WS-Line WITH POINTER WS-Ptr
                   END-STRING
               END-IF
               IF WS-Fld-Len (WS-Fld-Idx) > 0
                   STRING WS-Fld-Text (WS-Fld-Idx)
                           (1:WS-Fld-Len (WS-Fld-Idx))
                       INTO WS-Line WITH POINTER WS-Ptr
                   END-STRING
               END-IF
           END-PERFORM.

       MASK-TEXT-FIELD.
           IF WS-Mask-Idx <= WS-Fld-Count
                   AND WS-Fld-Len (WS-Mask-Idx) > 0
               MOVE "PURGED" TO WS-Fld-Text (WS-Mask-Idx)
               MOVE 6 TO WS-Fld-Len (WS-Mask-Idx)
           END-IF.

       MASK-NUMBER-FIELD.
           IF WS-Mask-Idx <= WS-Fld-Count
                   AND WS-Fld-Len (WS-Mask-Idx) > 0
               MOVE ALL "0" TO WS-Fld-Text (WS-Mask-Idx)
                   (1:WS-Fld-Len (WS-Mask-Idx))
           END-IF.

       LOG-PURGED-EMPLOYEES.
           OPEN EXTEND MAINT-LOG-FILE
           IF WS-Maint-File-Missing
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           PERFORM VARYING WS-Cand-Idx FROM 1 BY 1
                   UNTIL WS-Cand-Idx > WS-Cand-Count
               IF WS-Cand-To-Purge (WS-Cand-Idx)
                   MOVE FUNCTION CURRENT-DATE (1:14)
                       TO WS-Maint-Timestamp
                   MOVE SPACES TO MAINT-LOG-RECORD
                   STRING WS-Maint-Timestamp "|"
                           FUNCTION TRIM (WS-Operator-ID) "|P|"
                           WS-Cand-Emp-ID (WS-Cand-Idx) "|PURGED|"
                           WS-Cand-Term-Date (WS-Cand-Idx) "|"
                           WS-Cutoff-Date
                       INTO MAINT-LOG-RECORD
                   END-STRING
                   WRITE MAINT-LOG-RECORD
               END-IF
           END-PERFORM
           CLOSE MAINT-LOG-FILE.

       PRINT-PURGE-CERTIFICATE.
           OPEN OUTPUT PURGE-CERT-FILE
           MOVE "PERSONAL-DATA PURGE CERTIFICATE" TO WS-Cert-Line
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO WS-Cert-Line
           PERFORM WRITE-CERT-LINE
           STRING "RUN DATE:           " WS-Today
               INTO WS-Cert-Line
           END-STRING
           PERFORM WRITE-CERT-LINE
           STRING "OPERATOR:           " WS-Operator-ID
               INTO WS-Cert-Line
           END-STRING
           PERFORM WRITE-CERT-LINE
           IF WS-Mode-Purge
               MOVE "MODE:               PURGE" TO WS-Cert-Line
           ELSE
               STRING "MODE:               REPORT ONLY -- NO FILE "
                       "WAS CHANGED"
                   INTO WS-Cert-Line
               END-STRING
           END-IF
           PERFORM WRITE-CERT-LINE
           STRING "RETENTION DAYS:     " WS-Retention-Days
               INTO WS-Cert-Line
           END-STRING
           PERFORM WRITE-CERT-LINE
           STRING "TERMINATED BEFORE:  " WS-Cutoff-Date
               INTO WS-Cert-Line
           END-STRING
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO WS-Cert-Line
           PERFORM WRITE-CERT-LINE

           STRING "TERMINATED EMPLOYEES ON FILE:        "
                   WS-Cand-Count
               INTO WS-Cert-Line
           END-STRING
           PERFORM WRITE-CERT-LINE
           STRING "  PAST RETENTION (PURGE LIST):       "
                   WS-Purge-Count
               INTO WS-Cert-Line
           END-STRING
           PERFORM WRITE-CERT-LINE
           STRING "  STILL WITHIN RETENTION:            "
                   WS-Recent-Count
               INTO WS-Cert-Line
           END-STRING
           PERFORM WRITE-CERT-LINE
           STRING "  NO TERMINATION ON MAINT.LOG (KEPT):"
                   WS-Undated-Count
               INTO WS-Cert-Line
           END-STRING
           PERFORM WRITE-CERT-LINE

           MOVE SPACES TO WS-Cert-Line
           PERFORM WRITE-CERT-LINE
           MOVE "EMPLOYEE ID   TERMINATED   ACTION" TO WS-Cert-Line
           PERFORM WRITE-CERT-LINE
           PERFORM VARYING WS-Cand-Idx FROM 1 BY 1
                   UNTIL WS-Cand-Idx > WS-Cand-Count
               EVALUATE TRUE
                   WHEN WS-Cand-To-Purge (WS-Cand-Idx)
                       IF WS-Mode-Purge
                           STRING WS-Cand-Emp-ID (WS-Cand-Idx)
                                   "        "
                                   WS-Cand-Term-Date (WS-Cand-Idx)
                                   "     PURGED"
                               INTO WS-Cert-Line
                           END-STRING
                       ELSE
                           STRING WS-Cand-Emp-ID (WS-Cand-Idx)
                                   "        "
                                   WS-Cand-Term-Date (WS-Cand-Idx)
                                   "     DUE FOR PURGE"
                               INTO WS-Cert-Line
                           END-STRING
                       END-IF
                       PERFORM WRITE-CERT-LINE
                   WHEN WS-Cand-Term-Date (WS-Cand-Idx) = 0
                       STRING WS-Cand-Emp-ID (WS-Cand-Idx)
                               "        UNKNOWN      KEPT -- NO "
                               "TERMINATION ON MAINT.LOG"
                           INTO WS-Cert-Line
                       END-STRING
                       PERFORM WRITE-CERT-LINE
               END-EVALUATE
           END-PERFORM

           MOVE SPACES TO WS-Cert-Line
           PERFORM WRITE-CERT-LINE
           STRING "FILE                   PRESENT      READ   MASKED  "
                   "REMOVED"
               INTO WS-Cert-Line
           END-STRING
           PERFORM WRITE-CERT-LINE
           PERFORM VARYING WS-Cert-Idx FROM 1 BY 1
                   UNTIL WS-Cert-Idx > WS-Cert-File-Max
               MOVE WS-Cert-Read (WS-Cert-Idx) TO WS-Cert-Read-Display
               MOVE WS-Cert-Changed (WS-Cert-Idx)
                   TO WS-Cert-Changed-Display
               MOVE WS-Cert-Removed (WS-Cert-Idx)
                   TO WS-Cert-Removed-Display
               IF WS-Cert-Present (WS-Cert-Idx) = 'Y'
                   STRING WS-Cert-File-Name (WS-Cert-Idx)
                           "   YES  "
                           WS-Cert-Read-Display "  "
                           WS-Cert-Changed-Display "  "
                           WS-Cert-Removed-Display
                       INTO WS-Cert-Line
                   END-STRING
               ELSE
                   STRING WS-Cert-File-Name (WS-Cert-Idx) "   NO"
                       INTO WS-Cert-Line
                   END-STRING
               END-IF
               PERFORM WRITE-CERT-LINE
           END-PERFORM

           MOVE SPACES TO WS-Cert-Line
           PERFORM WRITE-CERT-LINE
           IF WS-Mode-Purge
               STRING "Names, birth dates, greeting text and email "
                       "addresses of the employees above were "
                       "removed or"
                   INTO WS-Cert-Line
               END-STRING
               PERFORM WRITE-CERT-LINE
               STRING "masked; employee IDs and record counts in the "
                       "history files were kept."
                   INTO WS-Cert-Line
               END-STRING
               PERFORM WRITE-CERT-LINE
               IF WS-Reseal-Count > 0
                   STRING "The audit trail was re-sealed from sequence "
                           WS-Reseal-First-Seq " ("
                           WS-Reseal-Count " records re-checked)."
                       INTO WS-Cert-Line
                   END-STRING
                   PERFORM WRITE-CERT-LINE
               END-IF
               IF WS-Seal-Break-Count > 0
                   STRING "WARNING: " WS-Seal-Break-Count " audit "
                           "record(s) failed their check before the "
                           "purge; the trail was not re-sealed."
                       INTO WS-Cert-Line
                   END-STRING
                   PERFORM WRITE-CERT-LINE
               END-IF
           END-IF
           CLOSE PURGE-CERT-FILE
           DISPLAY "Certificate written to data/purge.cert.".

       WRITE-CERT-LINE.
           MOVE WS-Cert-Line TO PURGE-CERT-RECORD
           WRITE PURGE-CERT-RECORD
           DISPLAY FUNCTION TRIM (WS-Cert-Line TRAILING)
           MOVE SPACES TO WS-Cert-Line.

       TAKE-RUN-LOCK.
           MOVE 'T' TO WS-Lock-Action
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

           END PROGRAM personal-purge.
