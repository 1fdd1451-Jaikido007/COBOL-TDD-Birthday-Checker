               SELECT MAINT-RPT-FILE ASSIGN TO "data/maint.rpt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Rpt-Status.
               SELECT MAINT-PENDING-FILE ASSIGN TO "data/maint.pend"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Pending-Status.
               SELECT PENDING-KEEP-FILE ASSIGN TO "data/maint.pkeep"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Pkeep-Status.

       DATA DIVISION.
           FILE SECTION.
           COPY "dept-record.cpy".

           FD MAINT-TXN-FILE.
           01 MAINT-TXN-FILE-RECORD        PIC X(68).

           FD MAINT-RPT-FILE.
           01 MAINT-RPT-RECORD             PIC X(120).

           FD MAINT-PENDING-FILE.
           COPY "pending-txn.cpy".

           FD PENDING-KEEP-FILE.
           01 PENDING-KEEP-RECORD          PIC X(90).

           WORKING-STORAGE SECTION.
           01 MAINT-TXN-RECORD.
               05 TXN-ACTION               PIC X(1).
               05 TXN-EMP-ID               PIC X(6).
                                           PIC 9(8).
               05 TXN-EMP-DEPT-CODE        PIC X(3).
               05 TXN-EMP-OPT-OUT          PIC X(1).
               05 TXN-EFFECTIVE-DATE       PIC X(8).
               05 TXN-EFFECTIVE-DATE-NUM REDEFINES TXN-EFFECTIVE-DATE
                                           PIC 9(8).

           01 WS-Days-In-Month.
               05 FILLER                   PIC 9(2) VALUE 31.
               05 FILLER                   PIC 9(2) VALUE 29.
               88 WS-Action-Add                VALUE 'A'.
               88 WS-Action-Change             VALUE 'C'.
               88 WS-Action-Terminate          VALUE 'T'.
               88 WS-Action-Future             VALUE 'F'.
               88 WS-Action-Exit               VALUE 'X'.
           01 WS-Mode                  PIC X.
               88 WS-Mode-Interactive          VALUE 'I'.
               88 WS-Mode-Batch                VALUE 'B'.
               88 WS-Mode-Apply-Pending        VALUE 'P'.
               88 WS-Mode-Review-Pending       VALUE 'R'.
           01 WS-Txn-Status            PIC X(2).
               88 WS-Txn-File-Missing          VALUE '35'.
           01 WS-Rpt-Status            PIC X(2).
           01 WS-Max-Day               PIC 9(2).
           01 WS-Maint-Timestamp       PIC 9(14).
           01 WS-Regen-Count           PIC 9(6) VALUE 0.
           01 WS-Today                 PIC 9(8).
           01 WS-Pending-Status        PIC X(2).
               88 WS-Pending-File-Missing      VALUE '35'.
           01 WS-Pkeep-Status          PIC X(2).
           01 WS-Pending-EOF-Flag      PIC X VALUE 'N'.
               88 WS-Pending-EOF               VALUE 'Y'.
           01 WS-Pkeep-EOF-Flag        PIC X VALUE 'N'.
               88 WS-Pkeep-EOF                 VALUE 'Y'.
           01 WS-Pending-Read-Count    PIC 9(5) VALUE 0.
           01 WS-Pending-Due-Count     PIC 9(5) VALUE 0.
           01 WS-Pending-Kept-Count    PIC 9(5) VALUE 0.
           01 WS-Scheduled-Count       PIC 9(5) VALUE 0.
           01 WS-Cancelled-Count       PIC 9(5) VALUE 0.
           01 WS-Saved-Operator-ID     PIC X(8).
           01 WS-Effective-Date        PIC X(8).
           01 WS-Effective-Date-Num REDEFINES WS-Effective-Date
                                       PIC 9(8).
           01 WS-Pending-Table.
               05 WS-Pending-Count     PIC 9(3) VALUE 0.
               05 WS-Pending-Item OCCURS 500 TIMES.
                   10 WS-Pending-Cancel    PIC X(1).
                       88 WS-Pending-Cancelled     VALUE 'Y'.
                   10 WS-Pending-Text      PIC X(90).
           01 WS-Pending-Idx           PIC 9(3).
           01 WS-Pending-Overflow-Flag PIC X VALUE 'N'.
               88 WS-Pending-Overflowed        VALUE 'Y'.
           01 WS-Pick                  PIC 9(3).
           01 WS-Pick-Text             PIC X(3).
           01 WS-Confirm               PIC X.
           01 WS-Lock-Action           PIC X(1).
           01 WS-Lock-Program          PIC X(20) VALUE "roster-maint".
           01 WS-Lock-Operator-ID      PIC X(8).
           01 WS-Lock-Result           PIC X(1).
               88 WS-Lock-Granted              VALUE 'Y'.
           01 WS-Saved-Return-Code     PIC S9(9) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           PERFORM LOAD-DEPT-TABLE

           DISPLAY "Operator ID?"
           ACCEPT WS-Operator-ID
           MOVE WS-Operator-ID TO WS-Lock-Operator-ID

           DISPLAY "Mode (I=interactive, B=batch from "
               "data/maint.txn, P=apply pending changes now due, "
               "R=review pending changes)?"
           ACCEPT WS-Mode

           PERFORM TAKE-RUN-LOCK

           OPEN I-O EMPLOYEE-INDEX-FILE
           IF WS-Index-File-Missing
               DISPLAY "ERROR: data/roster.idx not found -- run "
                   "roster-load first."
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

               OPEN OUTPUT MAINT-LOG-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-Mode-Batch
                   PERFORM RUN-BATCH-MODE
               WHEN WS-Mode-Apply-Pending
                   PERFORM APPLY-PENDING-TXNS
               WHEN WS-Mode-Review-Pending
                   PERFORM REVIEW-PENDING-TXNS
               WHEN OTHER
                   PERFORM UNTIL WS-Done
                       DISPLAY "Action (A=add, C=change, T=terminate, "
                           "F=future-dated change, X=exit)?"
                       ACCEPT WS-Action
                       EVALUATE TRUE
                           WHEN WS-Action-Add
                               PERFORM ADD-EMPLOYEE
                           WHEN WS-Action-Change
                               PERFORM CHANGE-EMPLOYEE
                           WHEN WS-Action-Terminate
                               PERFORM TERMINATE-EMPLOYEE
                           WHEN WS-Action-Future
                               PERFORM SCHEDULE-EMPLOYEE-CHANGE
                           WHEN WS-Action-Exit
                               MOVE 'Y' TO WS-Done-Flag
                           WHEN OTHER
                               DISPLAY "Unknown action: " WS-Action
                       END-EVALUATE
                   END-PERFORM
           END-EVALUATE

           PERFORM REGENERATE-ROSTER-FILE

           CLOSE EMPLOYEE-INDEX-FILE
           CLOSE MAINT-LOG-FILE

           PERFORM RELEASE-RUN-LOCK

           STOP RUN.

       ADD-EMPLOYEE.
               END-REWRITE
           END-IF.

       SCHEDULE-EMPLOYEE-CHANGE.
           MOVE SPACES TO MAINT-TXN-RECORD
           DISPLAY "Action to schedule (A=add, C=change, "
               "T=terminate)?"
           ACCEPT WS-Action
           IF NOT (WS-Action-Add OR WS-Action-Change
                   OR WS-Action-Terminate)
               DISPLAY "Unknown action: " WS-Action
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Employee ID?"
           ACCEPT TXN-EMP-ID
           IF TXN-EMP-ID = SPACES
               DISPLAY "Employee ID is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Effective date (CCYYMMDD)?"
           ACCEPT WS-Effective-Date
           PERFORM VALIDATE-EFFECTIVE-DATE
           IF NOT WS-Valid-Date
               DISPLAY "That is not a valid date."
               EXIT PARAGRAPH
           END-IF
           IF WS-Effective-Date-Num <= WS-Today
               DISPLAY "That date has arrived -- use A, C or T to "
                   "make the change now."
               EXIT PARAGRAPH
           END-IF
           MOVE TXN-EMP-ID TO EMP-ID OF EMPLOYEE-INDEX-RECORD
           READ EMPLOYEE-INDEX-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Action-Add AND WS-Found-Employee
               DISPLAY "Employee " TXN-EMP-ID " is already on the "
                   "roster -- schedule a change instead."
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-Action-Add AND NOT WS-Found-Employee
               DISPLAY "No employee found for ID: " TXN-EMP-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-Action-Terminate
               MOVE EMP-NAME OF EMPLOYEE-INDEX-RECORD
                   TO TXN-EMP-NAME
           ELSE
               IF WS-Action-Change
                   DISPLAY "Changing " FUNCTION TRIM
                       (EMP-NAME OF EMPLOYEE-INDEX-RECORD)
                   DISPLAY "Enter every field as it should read on "
                       WS-Effective-Date " -- the whole record is "
                       "replaced then, including any change made "
                       "in between."
               END-IF
               PERFORM ACCEPT-EMPLOYEE-DETAILS
               PERFORM BUILD-TXN-FROM-INDEX
               MOVE 'N' TO WS-Txn-Reject-Flag
               PERFORM VALIDATE-TXN-FIELDS
               IF WS-Txn-Rejected
                   DISPLAY "Not scheduled: "
                       FUNCTION TRIM (WS-Txn-Reject-Reason)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-Action-Change
               DISPLAY "Schedule this full-record change (Y/N)?"
               ACCEPT WS-Confirm
               IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
                   DISPLAY "Change not scheduled."
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-Action TO TXN-ACTION
           MOVE WS-Effective-Date TO TXN-EFFECTIVE-DATE
           PERFORM SCHEDULE-PENDING-TXN
           DISPLAY "Change scheduled for " WS-Effective-Date ".".

       BUILD-TXN-FROM-INDEX.
           MOVE EMP-NAME OF EMPLOYEE-INDEX-RECORD TO TXN-EMP-NAME
           MOVE EMP-BIRTHDAY OF EMPLOYEE-INDEX-RECORD
               TO TXN-EMP-BIRTHDAY-NUM
           MOVE EMP-LANG-CODE OF EMPLOYEE-INDEX-RECORD
               TO TXN-EMP-LANG-CODE
           IF WS-Action-Add
               MOVE 'A' TO TXN-EMP-STATUS
           ELSE
               MOVE EMP-STATUS OF EMPLOYEE-INDEX-RECORD
                   TO TXN-EMP-STATUS
           END-IF
           MOVE EMP-HIRE-DATE OF EMPLOYEE-INDEX-RECORD
               TO TXN-EMP-HIRE-DATE-NUM
           MOVE EMP-DEPT-CODE OF EMPLOYEE-INDEX-RECORD
               TO TXN-EMP-DEPT-CODE
           MOVE EMP-OPT-OUT OF EMPLOYEE-INDEX-RECORD
               TO TXN-EMP-OPT-OUT.

       VALIDATE-EFFECTIVE-DATE.
           MOVE 'N' TO WS-Valid-Date-Flag
           IF WS-Effective-Date IS NUMERIC
               MOVE WS-Effective-Date-Num TO WS-Birthday
               PERFORM VALIDATE-BIRTHDAY
           END-IF.

       ACCEPT-EMPLOYEE-DETAILS.
           DISPLAY "Employee name?"
           ACCEPT EMP-NAME OF EMPLOYEE-INDEX-RECORD
           END-IF
           OPEN OUTPUT MAINT-RPT-FILE
           PERFORM UNTIL WS-Txn-EOF
               READ MAINT-TXN-FILE INTO MAINT-TXN-RECORD
                   AT END
                       MOVE 'Y' TO WS-Txn-EOF-Flag
                   NOT AT END
           DISPLAY "Batch maintenance complete."
           DISPLAY "  Transactions read: " WS-Txn-Read-Count
           DISPLAY "  Applied:           " WS-Txn-Applied-Count
           DISPLAY "  Scheduled:         " WS-Scheduled-Count
           DISPLAY "  Rejected:          " WS-Txn-Rejected-Count
           DISPLAY "Results are in data/maint.rpt.".

               MOVE "ID MISSING" TO WS-Txn-Reject-Reason
               MOVE 'Y' TO WS-Txn-Reject-Flag
           END-IF
           IF NOT WS-Txn-Rejected AND TXN-EFFECTIVE-DATE NOT = SPACES
               MOVE TXN-EFFECTIVE-DATE TO WS-Effective-Date
               PERFORM VALIDATE-EFFECTIVE-DATE
               IF NOT WS-Valid-Date
                   MOVE "BAD EFFECTIVE DATE" TO WS-Txn-Reject-Reason
                   MOVE 'Y' TO WS-Txn-Reject-Flag
               END-IF
           END-IF
           IF NOT WS-Txn-Rejected
                   AND (WS-Action-Add OR WS-Action-Change)
               PERFORM VALIDATE-TXN-FIELDS
           END-IF
           IF WS-Txn-Rejected
               PERFORM WRITE-TXN-REJECT
           ELSE IF TXN-EFFECTIVE-DATE IS NUMERIC
                   AND TXN-EFFECTIVE-DATE-NUM > WS-Today
               PERFORM SCHEDULE-PENDING-TXN
               PERFORM WRITE-TXN-SCHEDULED
           ELSE
               PERFORM APPLY-TXN-RECORD
           END-IF
           END-IF.

       VALIDATE-TXN-FIELDS.
           END-STRING
           WRITE MAINT-RPT-RECORD.

       WRITE-TXN-SCHEDULED.
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING "PENDING |" WS-Action "|" TXN-EMP-ID "|"
                   FUNCTION TRIM (TXN-EMP-NAME) "|"
                   TXN-EFFECTIVE-DATE
               INTO MAINT-RPT-RECORD
           END-STRING
           WRITE MAINT-RPT-RECORD.

       SCHEDULE-PENDING-TXN.
           OPEN EXTEND MAINT-PENDING-FILE
           IF WS-Pending-File-Missing
               OPEN OUTPUT MAINT-PENDING-FILE
           END-IF
           MOVE WS-Operator-ID TO PEND-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO PEND-ENTERED-TS
           MOVE MAINT-TXN-RECORD TO PEND-TXN-DATA
           WRITE MAINT-PENDING-RECORD
           CLOSE MAINT-PENDING-FILE
           ADD 1 TO WS-Scheduled-Count
           MOVE 'S' TO WS-Confirm
           PERFORM WRITE-PENDING-LOG.

       WRITE-PENDING-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Maint-Timestamp
           MOVE SPACES TO MAINT-LOG-RECORD
           STRING WS-Maint-Timestamp "|"
                   FUNCTION TRIM (WS-Operator-ID) "|"
                   WS-Confirm "|"
                   TXN-EMP-ID "|"
                   FUNCTION TRIM (TXN-EMP-NAME) "|"
                   TXN-EFFECTIVE-DATE "|"
                   TXN-ACTION "|"
                   TXN-EMP-DEPT-CODE "|"
                   TXN-EMP-LANG-CODE
               INTO MAINT-LOG-RECORD
           END-STRING
           WRITE MAINT-LOG-RECORD.

       APPLY-PENDING-TXNS.
           OPEN INPUT MAINT-PENDING-FILE
           IF WS-Pending-File-Missing
               DISPLAY "No pending changes on file."
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PENDING-KEEP-FILE
           OPEN OUTPUT MAINT-RPT-FILE
           MOVE WS-Operator-ID TO WS-Saved-Operator-ID
           PERFORM UNTIL WS-Pending-EOF
               READ MAINT-PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-Pending-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Pending-Read-Count
                       PERFORM APPLY-ONE-PENDING-TXN
               END-READ
           END-PERFORM
           MOVE WS-Saved-Operator-ID TO WS-Operator-ID
           CLOSE MAINT-PENDING-FILE
           CLOSE PENDING-KEEP-FILE
           CLOSE MAINT-RPT-FILE
           PERFORM RESTORE-PENDING-FILE
           DISPLAY "Pending change run complete for " WS-Today "."
           DISPLAY "  Pending read:      " WS-Pending-Read-Count
           DISPLAY "  Due and processed: " WS-Pending-Due-Count
           DISPLAY "  Applied:           " WS-Txn-Applied-Count
           DISPLAY "  Rejected:          " WS-Txn-Rejected-Count
           DISPLAY "  Still pending:     " WS-Pending-Kept-Count
           DISPLAY "Results are in data/maint.rpt."
           IF WS-Txn-Rejected-Count > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       APPLY-ONE-PENDING-TXN.
           MOVE PEND-TXN-DATA TO MAINT-TXN-RECORD
           IF TXN-EFFECTIVE-DATE IS NUMERIC
                   AND TXN-EFFECTIVE-DATE-NUM > WS-Today
               MOVE MAINT-PENDING-RECORD TO PENDING-KEEP-RECORD
               WRITE PENDING-KEEP-RECORD
               ADD 1 TO WS-Pending-Kept-Count
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Pending-Due-Count
           MOVE PEND-OPERATOR-ID TO WS-Operator-ID
           MOVE SPACES TO TXN-EFFECTIVE-DATE
           PERFORM PROCESS-TXN-RECORD.

       RESTORE-PENDING-FILE.
           OPEN INPUT PENDING-KEEP-FILE
           OPEN OUTPUT MAINT-PENDING-FILE
           PERFORM UNTIL WS-Pkeep-EOF
               READ PENDING-KEEP-FILE
                   AT END
                       MOVE 'Y' TO WS-Pkeep-EOF-Flag
                   NOT AT END
                       MOVE PENDING-KEEP-RECORD
                           TO MAINT-PENDING-RECORD
                       WRITE MAINT-PENDING-RECORD
               END-READ
           END-PERFORM
           CLOSE PENDING-KEEP-FILE
           CLOSE MAINT-PENDING-FILE.

       REVIEW-PENDING-TXNS.
           PERFORM LOAD-PENDING-TABLE
           IF WS-Pending-Count = 0
               DISPLAY "No pending changes on file."
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-Done-Flag
           PERFORM UNTIL WS-Done
               PERFORM LIST-PENDING-TXNS
               DISPLAY "Entry number to cancel (0=done)?"
               ACCEPT WS-Pick-Text
               IF WS-Pick-Text IS NOT NUMERIC
                   DISPLAY "That is not an entry number."
               ELSE
                   MOVE FUNCTION NUMVAL (WS-Pick-Text) TO WS-Pick
                   IF WS-Pick = 0
                       MOVE 'Y' TO WS-Done-Flag
                   ELSE IF WS-Pick > WS-Pending-Count
                       DISPLAY "No such entry: " WS-Pick
                   ELSE IF WS-Pending-Cancelled (WS-Pick)
                       DISPLAY "Entry " WS-Pick " is already "
                           "cancelled."
                   ELSE
                       PERFORM CANCEL-PENDING-TXN
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM REWRITE-PENDING-FILE
           DISPLAY "Pending change review complete."
           DISPLAY "  Cancelled:         " WS-Cancelled-Count
           DISPLAY "  Still pending:     " WS-Pending-Kept-Count.

       LOAD-PENDING-TABLE.
           MOVE 0 TO WS-Pending-Count
           OPEN INPUT MAINT-PENDING-FILE
           IF WS-Pending-File-Missing
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PENDING-KEEP-FILE
           PERFORM UNTIL WS-Pending-EOF
               READ MAINT-PENDING-FILE
                   AT END
                       MOVE 'Y' TO WS-Pending-EOF-Flag
                   NOT AT END
                       IF WS-Pending-Count < 500
                           ADD 1 TO WS-Pending-Count
                           MOVE 'N' TO WS-Pending-Cancel
                               (WS-Pending-Count)
                           MOVE MAINT-PENDING-RECORD
                               TO WS-Pending-Text (WS-Pending-Count)
                       ELSE
                           MOVE 'Y' TO WS-Pending-Overflow-Flag
                           MOVE MAINT-PENDING-RECORD
                               TO PENDING-KEEP-RECORD
                           WRITE PENDING-KEEP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-PENDING-FILE
           CLOSE PENDING-KEEP-FILE
           IF WS-Pending-Overflowed
               DISPLAY "WARNING: more than 500 pending changes -- "
                   "only the first 500 are offered for review."
           END-IF.

       LIST-PENDING-TXNS.
           DISPLAY " "
           DISPLAY "PENDING ROSTER CHANGES"
           DISPLAY "  NO.  EFFECTIVE ACT EMP-ID NAME"
               "                           DEPT LANG BY"
           PERFORM LIST-ONE-PENDING-TXN
               VARYING WS-Pending-Idx FROM 1 BY 1
               UNTIL WS-Pending-Idx > WS-Pending-Count
           DISPLAY " ".

       LIST-ONE-PENDING-TXN.
           IF NOT WS-Pending-Cancelled (WS-Pending-Idx)
               MOVE WS-Pending-Text (WS-Pending-Idx)
                   TO MAINT-PENDING-RECORD
               MOVE PEND-TXN-DATA TO MAINT-TXN-RECORD
               DISPLAY "  " WS-Pending-Idx "  " TXN-EFFECTIVE-DATE
                   "  " TXN-ACTION "  " TXN-EMP-ID " " TXN-EMP-NAME
                   " " TXN-EMP-DEPT-CODE "  " TXN-EMP-LANG-CODE "   "
                   FUNCTION TRIM (PEND-OPERATOR-ID)
           END-IF.

       CANCEL-PENDING-TXN.
           MOVE WS-Pending-Text (WS-Pick) TO MAINT-PENDING-RECORD
           MOVE PEND-TXN-DATA TO MAINT-TXN-RECORD
           DISPLAY "Cancel " TXN-ACTION " for " TXN-EMP-ID " "
               FUNCTION TRIM (TXN-EMP-NAME) " effective "
               TXN-EFFECTIVE-DATE " (Y/N)?"
           ACCEPT WS-Confirm
           IF WS-Confirm = 'Y' OR WS-Confirm = 'y'
               MOVE 'Y' TO WS-Pending-Cancel (WS-Pick)
               ADD 1 TO WS-Cancelled-Count
               MOVE 'U' TO WS-Confirm
               PERFORM WRITE-PENDING-LOG
               DISPLAY "Pending change cancelled."
           END-IF.

       REWRITE-PENDING-FILE.
           MOVE 0 TO WS-Pending-Kept-Count
           OPEN OUTPUT MAINT-PENDING-FILE
           PERFORM REWRITE-ONE-PENDING-TXN
               VARYING WS-Pending-Idx FROM 1 BY 1
               UNTIL WS-Pending-Idx > WS-Pending-Count
           IF WS-Pending-Overflowed
               OPEN INPUT PENDING-KEEP-FILE
               PERFORM UNTIL WS-Pkeep-EOF
                   READ PENDING-KEEP-FILE
                       AT END
                           MOVE 'Y' TO WS-Pkeep-EOF-Flag
                       NOT AT END
                           MOVE PENDING-KEEP-RECORD
                               TO MAINT-PENDING-RECORD
                           WRITE MAINT-PENDING-RECORD
                           ADD 1 TO WS-Pending-Kept-Count
                   END-READ
               END-PERFORM
               CLOSE PENDING-KEEP-FILE
           END-IF
           CLOSE MAINT-PENDING-FILE.

       REWRITE-ONE-PENDING-TXN.
           IF NOT WS-Pending-Cancelled (WS-Pending-Idx)
               MOVE WS-Pending-Text (WS-Pending-Idx)
                   TO MAINT-PENDING-RECORD
               WRITE MAINT-PENDING-RECORD
               ADD 1 TO WS-Pending-Kept-Count
           END-IF.

       WRITE-TXN-REJECT.
           ADD 1 TO WS-Txn-Rejected-Count
           MOVE SPACES TO MAINT-RPT-RECORD
           DISPLAY "data/roster.dat regenerated from the index: "
               WS-Regen-Count " records.".

       TAKE-RUN-LOCK.
           IF WS-Mode-Apply-Pending
               MOVE 'J' TO WS-Lock-Action
           ELSE
               MOVE 'T' TO WS-Lock-Action
           END-IF
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

           END PROGRAM roster-maint.
