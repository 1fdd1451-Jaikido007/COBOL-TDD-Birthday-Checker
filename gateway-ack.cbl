               SELECT BOUNCE-LEDGER-FILE ASSIGN TO "data/bounce.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Ledger-Status.
               SELECT CONTACT-INDEX-FILE ASSIGN TO "data/contact.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CON-EMP-ID
                   FILE STATUS IS WS-Contact-Status.
               SELECT EMPLOYEE-INDEX-FILE ASSIGN TO "data/roster.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EMP-ID OF EMPLOYEE-INDEX-RECORD
                   ALTERNATE RECORD KEY IS
                       EMP-NAME OF EMPLOYEE-INDEX-RECORD
                       WITH DUPLICATES
                   FILE STATUS IS WS-Index-Status.
               SELECT ADDRESS-FIX-FILE ASSIGN TO "data/addrfix.req"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Addrfix-Status.

       DATA DIVISION.
           FILE SECTION.
           FD GATEWAY-ACK-FILE.
           01 GATEWAY-ACK-RECORD           PIC X(80).

           FD MAIL-OUTBOUND-FILE.
           01 MAIL-OUTBOUND-RECORD         PIC X(200).
           FD BOUNCE-LEDGER-FILE.
           01 BOUNCE-LEDGER-RECORD         PIC X(50).

           FD CONTACT-INDEX-FILE.
           COPY "contact-record.cpy".

           FD EMPLOYEE-INDEX-FILE.
           COPY "employee-record.cpy"
               REPLACING EMPLOYEE-RECORD BY EMPLOYEE-INDEX-RECORD.

           FD ADDRESS-FIX-FILE.
           01 ADDRESS-FIX-RECORD           PIC X(160).

           WORKING-STORAGE SECTION.
           01 WS-Ack-Status            PIC X(2).
               88 WS-Ack-File-Missing          VALUE '35'.
               88 WS-Sent-Index-Missing        VALUE '35'.
           01 WS-Ledger-Status         PIC X(2).
               88 WS-Ledger-File-Missing       VALUE '35'.
           01 WS-Contact-Status        PIC X(2).
               88 WS-Found-Contact             VALUE "00".
               88 WS-Contact-File-Missing      VALUE '35'.
           01 WS-Index-Status          PIC X(2).
               88 WS-Found-Employee            VALUE "00".
               88 WS-Index-File-Missing        VALUE '35'.
           01 WS-Addrfix-Status        PIC X(2).
               88 WS-Addrfix-File-Missing      VALUE '35'.
           01 WS-Addrfix-Open-Flag     PIC X VALUE 'N'.
               88 WS-Addrfix-Is-Open           VALUE 'Y'.
           01 WS-EOF-Flag              PIC X VALUE 'N'.
               88 WS-EOF                       VALUE 'Y'.
           01 WS-Mail-EOF-Flag         PIC X VALUE 'N'.
                       88 WS-Ack-Was-Matched       VALUE 'Y'.
                   10 WS-Ack-Requeued      PIC X(1).
                       88 WS-Ack-Was-Requeued      VALUE 'Y'.
                   10 WS-Ack-Reason        PIC X(30).
           01 WS-Ack-Idx               PIC 9(4).
           01 WS-Ack-Hit               PIC 9(4).
           01 WS-Ack-Overflow-Flag     PIC X VALUE 'N'.
           01 WS-Field-Date            PIC X(8).
           01 WS-Field-Key             PIC X(50).
           01 WS-Field-Result          PIC X(1).
           01 WS-Field-Reason          PIC X(30).
           01 WS-Bounce-Reason         PIC X(30).
           01 WS-Bounce-Dept           PIC X(3).
           01 WS-Today                 PIC 9(8).
           01 WS-Ledger-Table.
               05 WS-Ledger-Count      PIC 9(3) VALUE 0.
               05 WS-Ledger-Entry OCCURS 200 TIMES.
           01 WS-Entry-Email           PIC X(50).
           01 WS-Entry-Lang-Code       PIC X(2).
           01 WS-Entry-Type            PIC X(1).
               88 WS-Manager-Entry             VALUE 'M' 'N'.
           01 WS-Entry-Birthday        PIC X(8).
           01 WS-Entry-Birthday-Num REDEFINES WS-Entry-Birthday
                                       PIC 9(8).
           01 WS-Unacked-Count         PIC 9(5) VALUE 0.
           01 WS-Unknown-Count         PIC 9(5) VALUE 0.
           01 WS-Removed-Count         PIC 9(5) VALUE 0.
           01 WS-Undeliverable-Count   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           PERFORM LOAD-ACK-TABLE
           IF WS-Ack-Count = 0
               DISPLAY "No gateway acknowledgments to process."
               OPEN OUTPUT NOTIFICATION-QUEUE-FILE
           END-IF

           OPEN I-O CONTACT-INDEX-FILE
           IF WS-Contact-File-Missing
               DISPLAY "WARNING: data/contact.idx not found -- "
                   "addresses at the retry cap cannot be marked "
                   "undeliverable."
           END-IF
           OPEN INPUT EMPLOYEE-INDEX-FILE

           PERFORM MATCH-OUTBOUND-RECORDS

           CLOSE NOTIFICATION-QUEUE-FILE
           IF NOT WS-Contact-File-Missing
               CLOSE CONTACT-INDEX-FILE
           END-IF
           IF NOT WS-Index-File-Missing
               CLOSE EMPLOYEE-INDEX-FILE
           END-IF
           IF WS-Addrfix-Is-Open
               CLOSE ADDRESS-FIX-FILE
           END-IF

           PERFORM REPORT-UNKNOWN-ACKS
               VARYING WS-Ack-Idx FROM 1 BY 1
           DISPLAY "  Bounced:               " WS-Bounced-Count
           DISPLAY "  Requeued for retry:    " WS-Requeued-Count
           DISPLAY "  At retry cap:          " WS-Capped-Count
           DISPLAY "  Marked undeliverable:  " WS-Undeliverable-Count
           DISPLAY "  Sent, never acked:     " WS-Unacked-Count
           DISPLAY "  Acks with no mailout:  " WS-Unknown-Count
           DISPLAY "  Sent keys released:    " WS-Removed-Count

       STORE-ACK-RECORD.
           MOVE SPACES TO WS-Field-Date WS-Field-Key WS-Field-Result
               WS-Field-Reason
           UNSTRING GATEWAY-ACK-RECORD DELIMITED BY "|"
               INTO WS-Field-Date WS-Field-Key WS-Field-Result
                    WS-Field-Reason
           END-UNSTRING
           IF WS-Field-Key = SPACES
                   OR (WS-Field-Result NOT = 'A'
                       TO WS-Ack-Result (WS-Ack-Count)
                   MOVE 'N' TO WS-Ack-Matched (WS-Ack-Count)
                   MOVE 'N' TO WS-Ack-Requeued (WS-Ack-Count)
                   MOVE WS-Field-Reason
                       TO WS-Ack-Reason (WS-Ack-Count)
                   IF WS-Ack-Delivered (WS-Ack-Count)
                       ADD 1 TO WS-Delivered-Count
                   ELSE
                   WS-Entry-Emp-ID " "
                   FUNCTION TRIM (WS-Entry-Name) " "
                   WS-Entry-Run-Date " " WS-Entry-Type
               IF WS-Manager-Entry
                   DISPLAY "  Department contact address bounced -- "
                       "correct it on the department master: "
                       FUNCTION TRIM (WS-Entry-Email)
               ELSE
                   PERFORM MARK-ADDRESS-UNDELIVERABLE
               END-IF
               EXIT PARAGRAPH
           END-IF

               END-IF
           END-IF.

       MARK-ADDRESS-UNDELIVERABLE.
           IF WS-Contact-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Entry-Emp-ID TO CON-EMP-ID
           READ CONTACT-INDEX-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-Found-Contact
               EXIT PARAGRAPH
           END-IF
           IF CON-EMAIL NOT = WS-Entry-Email
               DISPLAY "  Address already changed since the bounce -- "
                   "not marked: " WS-Entry-Emp-ID
               EXIT PARAGRAPH
           END-IF
           IF CON-UNDELIVERABLE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-Ack-Reason (WS-Ack-Hit) TO WS-Bounce-Reason
           IF WS-Bounce-Reason = SPACES
               MOVE "RETRY CAP REACHED" TO WS-Bounce-Reason
           END-IF
           MOVE 'U' TO CON-BOUNCE-STATUS
           MOVE WS-Today TO CON-BOUNCE-DATE
           MOVE WS-Bounce-Reason TO CON-BOUNCE-REASON
           REWRITE CONTACT-RECORD
               INVALID KEY
                   DISPLAY "ERROR: could not mark contact "
                       CON-EMP-ID " undeliverable"
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-Undeliverable-Count
           DISPLAY "  Address marked undeliverable: " WS-Entry-Emp-ID
               " " FUNCTION TRIM (CON-EMAIL)

           MOVE SPACES TO WS-Bounce-Dept
           IF NOT WS-Index-File-Missing
               MOVE WS-Entry-Emp-ID TO EMP-ID OF EMPLOYEE-INDEX-RECORD
               READ EMPLOYEE-INDEX-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Found-Employee
                   MOVE EMP-DEPT-CODE OF EMPLOYEE-INDEX-RECORD
                       TO WS-Bounce-Dept
               END-IF
           END-IF
           PERFORM WRITE-ADDRESS-FIX-REQUEST.

       WRITE-ADDRESS-FIX-REQUEST.
           IF NOT WS-Addrfix-Is-Open
               OPEN EXTEND ADDRESS-FIX-FILE
               IF WS-Addrfix-File-Missing
                   OPEN OUTPUT ADDRESS-FIX-FILE
               END-IF
               MOVE 'Y' TO WS-Addrfix-Open-Flag
           END-IF
           MOVE SPACES TO ADDRESS-FIX-RECORD
           STRING WS-Entry-Emp-ID "|" WS-Today "|"
                   FUNCTION TRIM (WS-Entry-Name) "|"
                   WS-Bounce-Dept "|"
                   FUNCTION TRIM (CON-EMAIL) "|"
                   FUNCTION TRIM (WS-Bounce-Reason)
               INTO ADDRESS-FIX-RECORD
           END-STRING
           WRITE ADDRESS-FIX-RECORD.

       FIND-LEDGER-ENTRY.
           MOVE 0 TO WS-Ledger-Hit
           PERFORM VARYING WS-Ledger-Idx FROM 1 BY 1
