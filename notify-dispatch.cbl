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
               SELECT DEPT-MASTER-FILE ASSIGN TO "data/dept.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Dept-Status.
               SELECT MESSAGE-CATALOG-FILE
                   ASSIGN TO "data/msgcat.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Catalog-Status.
               SELECT MILESTONE-PARAM-FILE
                   ASSIGN TO "data/milestone.ctl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Milestone-Status.

       DATA DIVISION.
           FILE SECTION.
           FD SENT-INDEX-FILE.
           COPY "sent-record.cpy".

           FD EMPLOYEE-INDEX-FILE.
           COPY "employee-record.cpy"
               REPLACING EMPLOYEE-RECORD BY EMPLOYEE-INDEX-RECORD.

           FD DEPT-MASTER-FILE.
           COPY "dept-record.cpy".

           FD MESSAGE-CATALOG-FILE.
           01 MESSAGE-CATALOG-RECORD       PIC X(400).

           FD MILESTONE-PARAM-FILE.
           01 MILESTONE-PARAM-RECORD.
               05 MILESTONE-YEARS          PIC 9(3).

           WORKING-STORAGE SECTION.
           COPY "message-templates.cpy".

           01 WS-Entry-Lang-Code       PIC X(2).
           01 WS-Entry-Type            PIC X(1).
               88 WS-Anniversary-Entry         VALUE 'A'.
               88 WS-Birthday-Day-Of-Entry     VALUE 'H'.
               88 WS-Anniversary-Day-Of-Entry  VALUE 'W'.
               88 WS-Manager-Entry             VALUE 'M' 'N'.
               88 WS-Manager-Anniv-Entry       VALUE 'N'.
           01 WS-Hold-Flag             PIC X VALUE 'N'.
               88 WS-Hold-Entry                VALUE 'Y'.
           01 WS-Hold-Reason           PIC X(30).
           01 WS-Contact-Email         PIC X(50).
           01 WS-Contact-Found-Flag    PIC X.
               88 WS-Contact-On-File           VALUE 'Y'.
           01 WS-Contact-Bounce-Flag   PIC X.
               88 WS-Contact-Undeliverable     VALUE 'Y'.
           01 WS-Dispatch-Today        PIC 9(8).
           01 WS-Read-Count            PIC 9(5) VALUE 0.
           01 WS-Dispatched-Count      PIC 9(5) VALUE 0.
           01 WS-Held-Count            PIC 9(5) VALUE 0.
           01 WS-Duplicate-Count       PIC 9(5) VALUE 0.
           01 WS-Milestone-Status      PIC X(2).
               88 WS-Milestone-File-Missing    VALUE '35'.
           01 WS-Milestone-EOF-Flag    PIC X VALUE 'N'.
               88 WS-Milestone-EOF             VALUE 'Y'.
           01 WS-Milestone-Table.
               05 WS-Milestone-Count   PIC 9(2) VALUE 0.
               05 WS-Milestone-Year    PIC 9(3) OCCURS 20 TIMES.
           01 WS-Milestone-Idx         PIC 9(2).
           01 WS-Milestone-Flag        PIC X VALUE 'N'.
               88 WS-Is-Milestone              VALUE 'Y'.
           01 WS-Greet-Years           PIC 9(3).
           01 WS-Greet-Years-Display   PIC ZZ9.
           01 WS-Index-Status          PIC X(2).
               88 WS-Found-Employee            VALUE "00".
               88 WS-Index-File-Missing        VALUE '35'.
           01 WS-Dept-Status           PIC X(2).
               88 WS-Dept-File-Missing         VALUE '35'.
           01 WS-Dept-EOF-Flag         PIC X VALUE 'N'.
               88 WS-Dept-EOF                  VALUE 'Y'.
           01 WS-Dept-Table.
               05 WS-Dept-Tbl-Count    PIC 9(3) VALUE 0.
               05 WS-Dept-Tbl-Entry OCCURS 100 TIMES.
                   10 WS-Dept-Tbl-Code     PIC X(3).
                   10 WS-Dept-Tbl-Name     PIC X(30).
                   10 WS-Dept-Tbl-Contact  PIC X(30).
           01 WS-Dept-Idx              PIC 9(3).
           01 WS-Dept-Hit              PIC 9(3).
           01 WS-Emp-Optout-Flag       PIC X VALUE 'N'.
               88 WS-Emp-Opted-Out             VALUE 'Y'.
           01 WS-Occasion-Monthday     PIC 9(4).
           01 WS-Occasion-Date         PIC 9(8).
           01 WS-Optout-Count          PIC 9(5) VALUE 0.
           01 WS-Undeliverable-Count   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Dispatch-Today
           PERFORM LOAD-MESSAGE-CATALOG
           PERFORM LOAD-MILESTONE-PARAM
           PERFORM LOAD-DEPT-TABLE

           OPEN INPUT NOTIFICATION-QUEUE-FILE
           IF WS-Queue-File-Missing
                   "entry will be held for review."
           END-IF

           OPEN INPUT EMPLOYEE-INDEX-FILE
           IF WS-Index-File-Missing
               DISPLAY "WARNING: data/roster.idx not found -- manager "
                   "heads-up entries will be held for review."
           END-IF

           OPEN EXTEND MAIL-OUTBOUND-FILE
           IF WS-Outbound-File-Missing
               OPEN OUTPUT MAIL-OUTBOUND-FILE
           IF NOT WS-Contact-File-Missing
               CLOSE CONTACT-INDEX-FILE
           END-IF
           IF NOT WS-Index-File-Missing
               CLOSE EMPLOYEE-INDEX-FILE
           END-IF

           OPEN OUTPUT NOTIFICATION-QUEUE-FILE
           CLOSE NOTIFICATION-QUEUE-FILE
           DISPLAY "  Dispatched:         " WS-Dispatched-Count
           DISPLAY "  Already dispatched: " WS-Duplicate-Count
           DISPLAY "  Held for review:    " WS-Held-Count
           DISPLAY "    (undeliverable):  " WS-Undeliverable-Count
           DISPLAY "  Dropped (opted out):" WS-Optout-Count

           STOP RUN.

       DISPATCH-QUEUE-ENTRY.
           MOVE 'N' TO WS-Hold-Flag
           MOVE 'N' TO WS-Emp-Optout-Flag
           MOVE SPACES TO WS-Entry-Emp-ID WS-Entry-Name
               WS-Entry-Birthday WS-Entry-Run-Date WS-Entry-Days-Until
               WS-Entry-Timestamp WS-Entry-Lang-Code
           IF WS-Entry-Emp-ID = SPACES
               MOVE "MISSING EMP ID" TO WS-Hold-Reason
               MOVE 'Y' TO WS-Hold-Flag
           ELSE
               PERFORM LOOK-UP-EMPLOYEE
           END-IF
           IF NOT WS-Hold-Entry AND WS-Entry-Name = SPACES
               MOVE "MISSING NAME" TO WS-Hold-Reason
                   MOVE 'Y' TO WS-Hold-Flag
               END-IF
           END-IF
           IF NOT WS-Hold-Entry AND NOT WS-Emp-Opted-Out
               IF WS-Manager-Entry
                   PERFORM LOOK-UP-DEPT-CONTACT
                   IF NOT WS-Contact-On-File
                       MOVE "NO DEPT CONTACT" TO WS-Hold-Reason
                       MOVE 'Y' TO WS-Hold-Flag
                   END-IF
               ELSE
                   PERFORM LOOK-UP-CONTACT
                   IF NOT WS-Contact-On-File
                       MOVE "NO CONTACT" TO WS-Hold-Reason
                       MOVE 'Y' TO WS-Hold-Flag
                   ELSE IF WS-Contact-Undeliverable
                       MOVE "ADDRESS UNDELIVERABLE" TO WS-Hold-Reason
                       MOVE 'Y' TO WS-Hold-Flag
                       ADD 1 TO WS-Undeliverable-Count
                   END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-Emp-Opted-Out
               ADD 1 TO WS-Optout-Count
           ELSE IF WS-Hold-Entry
               PERFORM WRITE-HELD-RECORD
           ELSE
               PERFORM CHECK-ALREADY-SENT
                   PERFORM WRITE-OUTBOUND-RECORD
                   PERFORM WRITE-SENT-RECORD
               END-IF
           END-IF
           END-IF.

       FIND-MESSAGE-TEMPLATE.

       LOOK-UP-CONTACT.
           MOVE 'N' TO WS-Contact-Found-Flag
           MOVE 'N' TO WS-Contact-Bounce-Flag
           MOVE SPACES TO WS-Contact-Email
           IF WS-Contact-File-Missing
               EXIT PARAGRAPH
           IF WS-Found-Contact
               MOVE CON-EMAIL TO WS-Contact-Email
               MOVE 'Y' TO WS-Contact-Found-Flag
               IF CON-UNDELIVERABLE
                   MOVE 'Y' TO WS-Contact-Bounce-Flag
               END-IF
           END-IF.

       LOOK-UP-EMPLOYEE.
           IF WS-Index-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Entry-Emp-ID TO EMP-ID OF EMPLOYEE-INDEX-RECORD
           READ EMPLOYEE-INDEX-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Found-Employee
                   AND EMP-OPTED-OUT OF EMPLOYEE-INDEX-RECORD
               MOVE 'Y' TO WS-Emp-Optout-Flag
           END-IF.

       LOOK-UP-DEPT-CONTACT.
           MOVE 'N' TO WS-Contact-Found-Flag
           MOVE SPACES TO WS-Contact-Email
           IF WS-Index-File-Missing OR NOT WS-Found-Employee
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-Dept-Hit
           PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
                   UNTIL WS-Dept-Idx > WS-Dept-Tbl-Count
               IF WS-Dept-Tbl-Code (WS-Dept-Idx)
                       = EMP-DEPT-CODE OF EMPLOYEE-INDEX-RECORD
                   MOVE WS-Dept-Idx TO WS-Dept-Hit
                   MOVE WS-Dept-Tbl-Count TO WS-Dept-Idx
               END-IF
           END-PERFORM
           IF WS-Dept-Hit > 0
                   AND WS-Dept-Tbl-Contact (WS-Dept-Hit) NOT = SPACES
               MOVE WS-Dept-Tbl-Contact (WS-Dept-Hit)
                   TO WS-Contact-Email
               MOVE 'Y' TO WS-Contact-Found-Flag
           END-IF.

       LOAD-DEPT-TABLE.
           MOVE 0 TO WS-Dept-Tbl-Count
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-Dept-File-Missing
               DISPLAY "WARNING: data/dept.dat not found -- manager "
                   "heads-up entries will be held for review."
           ELSE
               PERFORM UNTIL WS-Dept-EOF
                   READ DEPT-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-Dept-EOF-Flag
                       NOT AT END
                           IF WS-Dept-Tbl-Count < 100
                               ADD 1 TO WS-Dept-Tbl-Count
                               MOVE DEPARTMENT-RECORD
                                   TO WS-Dept-Tbl-Entry
                                       (WS-Dept-Tbl-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
           END-IF.

       CHECK-ALREADY-SENT.

       WRITE-OUTBOUND-RECORD.
           MOVE SPACES TO WS-Mail-Message
           EVALUATE TRUE
               WHEN WS-Anniversary-Entry
                   STRING FUNCTION TRIM
                           (WS-Msg-Anniv-Almost (WS-Msg-Idx))
                           " " FUNCTION TRIM (WS-Entry-Name) "!"
                       INTO WS-Mail-Message
                   END-STRING
               WHEN WS-Birthday-Day-Of-Entry
                   PERFORM BUILD-BIRTHDAY-MESSAGE
               WHEN WS-Anniversary-Day-Of-Entry
                   PERFORM BUILD-ANNIVERSARY-MESSAGE
               WHEN WS-Manager-Entry
                   PERFORM BUILD-MANAGER-MESSAGE
               WHEN OTHER
                   STRING FUNCTION TRIM
                           (WS-Msg-Almost-Prefix (WS-Msg-Idx))
                           " " FUNCTION TRIM (WS-Entry-Name) "!"
                       INTO WS-Mail-Message
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO MAIL-OUTBOUND-RECORD
           STRING WS-Entry-Emp-ID "|"
                   FUNCTION TRIM (WS-Entry-Name) "|"
           WRITE MAIL-OUTBOUND-RECORD
           ADD 1 TO WS-Dispatched-Count.

       BUILD-BIRTHDAY-MESSAGE.
           COMPUTE WS-Greet-Years = WS-Entry-Run-Date-Num / 10000
               - WS-Entry-Birthday-Num / 10000
           MOVE WS-Greet-Years TO WS-Greet-Years-Display
           STRING FUNCTION TRIM (WS-Msg-Happy-Prefix (WS-Msg-Idx))
                   " " FUNCTION TRIM (WS-Entry-Name)
                   FUNCTION TRIM (WS-Msg-Happy-Suffix (WS-Msg-Idx))
                   " " FUNCTION TRIM (WS-Greet-Years-Display) "!"
               INTO WS-Mail-Message
           END-STRING.

       BUILD-ANNIVERSARY-MESSAGE.
           COMPUTE WS-Greet-Years = WS-Entry-Run-Date-Num / 10000
               - WS-Entry-Birthday-Num / 10000
           MOVE WS-Greet-Years TO WS-Greet-Years-Display
           MOVE 'N' TO WS-Milestone-Flag
           PERFORM CHECK-MILESTONE-YEAR
               VARYING WS-Milestone-Idx FROM 1 BY 1
               UNTIL WS-Milestone-Idx > WS-Milestone-Count
                   OR WS-Is-Milestone
           IF WS-Is-Milestone
               STRING FUNCTION TRIM (WS-Msg-Anniv-Prefix (WS-Msg-Idx))
                   " " FUNCTION TRIM (WS-Entry-Name)
                   FUNCTION TRIM (WS-Msg-Anniv-Suffix (WS-Msg-Idx))
                   " " FUNCTION TRIM (WS-Greet-Years-Display) " "
                   FUNCTION TRIM (WS-Msg-Anniv-Unit (WS-Msg-Idx))
                   " " FUNCTION TRIM
                       (WS-Msg-Anniv-Milestone (WS-Msg-Idx))
                   INTO WS-Mail-Message
               END-STRING
           ELSE
               STRING FUNCTION TRIM (WS-Msg-Anniv-Prefix (WS-Msg-Idx))
                   " " FUNCTION TRIM (WS-Entry-Name)
                   FUNCTION TRIM (WS-Msg-Anniv-Suffix (WS-Msg-Idx))
                   " " FUNCTION TRIM (WS-Greet-Years-Display) " "
                   FUNCTION TRIM (WS-Msg-Anniv-Unit (WS-Msg-Idx))
                   INTO WS-Mail-Message
               END-STRING
           END-IF.

       BUILD-MANAGER-MESSAGE.
           MOVE WS-Birthday-Monthday TO WS-Occasion-Monthday
           IF WS-Occasion-Monthday = 0229
               IF NOT ((FUNCTION MOD (WS-Occurrence-Year, 4) = 0
                       AND FUNCTION MOD (WS-Occurrence-Year, 100)
                           NOT = 0)
                   OR FUNCTION MOD (WS-Occurrence-Year, 400) = 0)
                   MOVE 0228 TO WS-Occasion-Monthday
               END-IF
           END-IF
           COMPUTE WS-Occasion-Date =
               WS-Occurrence-Year * 10000 + WS-Occasion-Monthday
           IF WS-Manager-Anniv-Entry
               COMPUTE WS-Greet-Years = WS-Occurrence-Year
                   - WS-Entry-Birthday-Num / 10000
               MOVE WS-Greet-Years TO WS-Greet-Years-Display
               MOVE 'N' TO WS-Milestone-Flag
               PERFORM CHECK-MILESTONE-YEAR
                   VARYING WS-Milestone-Idx FROM 1 BY 1
                   UNTIL WS-Milestone-Idx > WS-Milestone-Count
                       OR WS-Is-Milestone
               IF WS-Is-Milestone
                   STRING "HEADS-UP: " FUNCTION TRIM (WS-Entry-Name)
                       " " FUNCTION TRIM (WS-Greet-Years-Display)
                       "-YEAR MILESTONE ANNIVERSARY " WS-Occasion-Date
                       INTO WS-Mail-Message
                   END-STRING
               ELSE
                   STRING "HEADS-UP: " FUNCTION TRIM (WS-Entry-Name)
                       " " FUNCTION TRIM (WS-Greet-Years-Display)
                       "-YEAR WORK ANNIVERSARY " WS-Occasion-Date
                       INTO WS-Mail-Message
                   END-STRING
               END-IF
           ELSE
               STRING "HEADS-UP: " FUNCTION TRIM (WS-Entry-Name)
                   " BIRTHDAY " WS-Occasion-Date
                   INTO WS-Mail-Message
               END-STRING
           END-IF.

       CHECK-MILESTONE-YEAR.
           IF WS-Greet-Years = WS-Milestone-Year (WS-Milestone-Idx)
               MOVE 'Y' TO WS-Milestone-Flag
           END-IF.

       LOAD-MILESTONE-PARAM.
           OPEN INPUT MILESTONE-PARAM-FILE
           IF NOT WS-Milestone-File-Missing
               PERFORM UNTIL WS-Milestone-EOF
                   READ MILESTONE-PARAM-FILE
                       AT END
                           MOVE 'Y' TO WS-Milestone-EOF-Flag
                       NOT AT END
                           IF MILESTONE-YEARS IS NUMERIC
                                   AND MILESTONE-YEARS > 0
                                   AND WS-Milestone-Count < 20
                               ADD 1 TO WS-Milestone-Count
                               MOVE MILESTONE-YEARS
                                   TO WS-Milestone-Year
                                       (WS-Milestone-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MILESTONE-PARAM-FILE
           END-IF
           IF WS-Milestone-Count = 0
               MOVE 3 TO WS-Milestone-Count
               MOVE 5 TO WS-Milestone-Year (1)
               MOVE 10 TO WS-Milestone-Year (2)
               MOVE 25 TO WS-Milestone-Year (3)
           END-IF.

       WRITE-SENT-RECORD.
           MOVE WS-Sent-Key TO SENT-KEY
           MOVE WS-Dispatch-Today TO SENT-DATE
