               SELECT MAINT-LOG-FILE ASSIGN TO "data/maint.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Maint-Status.
               SELECT INTAKE-RESUB-FILE
                   ASSIGN TO "data/hrintake.resub"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Resub-Status.

       DATA DIVISION.
           FILE SECTION.
           FD MAINT-LOG-FILE.
           01 MAINT-LOG-RECORD             PIC X(120).

           FD INTAKE-RESUB-FILE.
           01 INTAKE-RESUB-RECORD          PIC X(80).

           WORKING-STORAGE SECTION.
           COPY "message-templates.cpy".


           01 WS-Extract-Status        PIC X(2).
               88 WS-Extract-File-Missing      VALUE '35'.
           01 WS-Extract-Line          PIC X(80).
           01 WS-Roster-Status         PIC X(2).
               88 WS-Roster-File-Missing       VALUE '35'.
           01 WS-Index-Status          PIC X(2).
           01 WS-Ledger-New-Status     PIC X(2).
           01 WS-Maint-Status          PIC X(2).
               88 WS-Maint-File-Missing        VALUE '35'.
           01 WS-Resub-Status          PIC X(2).
               88 WS-Resub-File-Missing        VALUE '35'.
           01 WS-Resub-EOF-Flag        PIC X VALUE 'N'.
               88 WS-Resub-EOF                 VALUE 'Y'.
           01 WS-Full-Sync-Flag        PIC X VALUE 'N'.
               88 WS-Full-Sync                 VALUE 'Y'.
           01 WS-Grace-Runs            PIC 9(2) VALUE 3.
           01 WS-Pending-Count         PIC 9(5) VALUE 0.
           01 WS-Auto-Term-Count       PIC 9(5) VALUE 0.
           01 WS-Read-Count            PIC 9(5) VALUE 0.
           01 WS-Resub-Count           PIC 9(5) VALUE 0.
           01 WS-Loaded-Count          PIC 9(5) VALUE 0.
           01 WS-Rejected-Count        PIC 9(5) VALUE 0.
           01 WS-Lock-Action           PIC X(1).
           01 WS-Lock-Program          PIC X(20) VALUE "hr-intake".
           01 WS-Lock-Operator-ID      PIC X(8) VALUE "HRSYNC".
           01 WS-Lock-Result           PIC X(1).
               88 WS-Lock-Granted              VALUE 'Y'.
           01 WS-Saved-Return-Code     PIC S9(9) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-SYNC-PARAM

           OPEN INPUT HR-EXTRACT-FILE
           IF WS-Extract-File-Missing
               OPEN INPUT INTAKE-RESUB-FILE
               IF WS-Resub-File-Missing
                   DISPLAY "ERROR: data/hrextract.csv not found -- "
                       "nothing to load."
                   STOP RUN
               END-IF
               CLOSE INTAKE-RESUB-FILE
               DISPLAY "data/hrextract.csv not found -- applying "
                   "resubmitted records only."
               MOVE 'Y' TO WS-Extract-EOF-Flag
               MOVE 'N' TO WS-Full-Sync-Flag
           END-IF

           PERFORM LOAD-DEPT-TABLE

           PERFORM TAKE-RUN-LOCK

           OPEN I-O EMPLOYEE-INDEX-FILE
           IF WS-Index-File-Missing
               DISPLAY "ERROR: data/roster.idx not found -- run "
                   "roster-load first."
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF

           END-IF

           PERFORM UNTIL WS-Extract-EOF
               READ HR-EXTRACT-FILE INTO WS-Extract-Line
                   AT END
                       MOVE 'Y' TO WS-Extract-EOF-Flag
                   NOT AT END
               END-READ
           END-PERFORM

           PERFORM PROCESS-RESUBMITTED-RECORDS

           IF NOT WS-Extract-File-Missing
               CLOSE HR-EXTRACT-FILE
           END-IF
           CLOSE INTAKE-REJECT-FILE

           IF WS-Full-Sync

           DISPLAY "HR extract intake complete."
           DISPLAY "  Records read:     " WS-Read-Count
           DISPLAY "  Resubmitted:      " WS-Resub-Count
           DISPLAY "  Records loaded:   " WS-Loaded-Count
           DISPLAY "  Records rejected: " WS-Rejected-Count

           PERFORM RELEASE-RUN-LOCK

           STOP RUN.

       PROCESS-EXTRACT-RECORD.
           MOVE SPACES TO WS-Field-ID WS-Field-Name WS-Field-Birthday
               WS-Field-Lang WS-Field-Hire-Date WS-Field-Dept
               WS-Field-Opt-Out
           UNSTRING WS-Extract-Line DELIMITED BY ","
               INTO WS-Field-ID WS-Field-Name WS-Field-Birthday
                    WS-Field-Lang WS-Field-Hire-Date WS-Field-Dept
                    WS-Field-Opt-Out
               PERFORM APPLY-EXTRACT-RECORD
           END-IF.

       PROCESS-RESUBMITTED-RECORDS.
           OPEN INPUT INTAKE-RESUB-FILE
           IF WS-Resub-File-Missing
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-Resub-EOF
               READ INTAKE-RESUB-FILE INTO WS-Extract-Line
                   AT END
                       MOVE 'Y' TO WS-Resub-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Resub-Count
                       PERFORM PROCESS-EXTRACT-RECORD
               END-READ
           END-PERFORM
           CLOSE INTAKE-RESUB-FILE
           OPEN OUTPUT INTAKE-RESUB-FILE
           CLOSE INTAKE-RESUB-FILE.

       FIND-MESSAGE-TEMPLATE.
           CONTINUE.


       WRITE-REJECT-RECORD.
           MOVE SPACES TO INTAKE-REJECT-RECORD
           STRING FUNCTION TRIM (WS-Extract-Line) "|"
                   FUNCTION TRIM (WS-Reject-Reason)
               INTO INTAKE-REJECT-RECORD
           END-STRING
           DISPLAY "data/roster.dat regenerated from the index: "
               WS-Regen-Count " records.".

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

           END PROGRAM hr-intake.
