                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT EMPLOYEE-INDEX-FILE ASSIGN TO "data/roster.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-ID OF EMPLOYEE-INDEX-RECORD
                   ALTERNATE RECORD KEY IS
                       EMP-NAME OF EMPLOYEE-INDEX-RECORD
               SELECT ROSTER-REJECT-FILE ASSIGN TO "data/rosload.rej"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Reject-Status.
               SELECT ROSTER-RESUB-FILE ASSIGN TO "data/rosload.resub"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Resub-Status.

       DATA DIVISION.
           FILE SECTION.
           FD ROSTER-REJECT-FILE.
           01 ROSTER-REJECT-RECORD         PIC X(100).

           FD ROSTER-RESUB-FILE.
           01 ROSTER-RESUB-RECORD          PIC X(59).

           WORKING-STORAGE SECTION.
           01 WS-Index-Status          PIC X(2).
           01 WS-Reject-Status         PIC X(2).
           01 WS-Resub-Status          PIC X(2).
               88 WS-Resub-File-Missing        VALUE '35'.
           01 WS-EOF-Flag              PIC X VALUE 'N'.
               88 WS-EOF                       VALUE 'Y'.
           01 WS-Resub-EOF-Flag        PIC X VALUE 'N'.
               88 WS-Resub-EOF                 VALUE 'Y'.
           01 WS-Reject-Reason         PIC X(12).
           01 WS-Read-Count            PIC 9(6) VALUE 0.
           01 WS-Loaded-Count          PIC 9(6) VALUE 0.
           01 WS-Rejected-Count        PIC 9(6) VALUE 0.
           01 WS-Resub-Count           PIC 9(6) VALUE 0.
           01 WS-Resub-Loaded-Count    PIC 9(6) VALUE 0.
           01 WS-Loaded-Before         PIC 9(6).
           01 WS-Regen-Count           PIC 9(6) VALUE 0.
           01 WS-Superseded-Count      PIC 9(6) VALUE 0.
           01 WS-Resub-ID-Table.
               05 WS-Resub-ID-Count    PIC 9(4) VALUE 0.
               05 WS-Resub-ID          PIC X(6) OCCURS 5000 TIMES.
           01 WS-Resub-ID-Idx          PIC 9(4).
           COPY "employee-record.cpy"
               REPLACING EMPLOYEE-RECORD BY WS-Resub-Employee.
           01 WS-Resub-ID-Dropped      PIC 9(6) VALUE 0.
           01 WS-Resub-ID-Flag         PIC X VALUE 'N'.
               88 WS-ID-Resubmitted            VALUE 'Y'.
           01 WS-Lock-Action           PIC X(1).
           01 WS-Lock-Program          PIC X(20) VALUE "roster-load".
           01 WS-Lock-Operator-ID      PIC X(8) VALUE "ROSTLOAD".
           01 WS-Lock-Result           PIC X(1).
               88 WS-Lock-Granted              VALUE 'Y'.
           01 WS-Saved-Return-Code     PIC S9(9) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM TAKE-RUN-LOCK

           PERFORM COLLECT-RESUBMITTED-IDS

           OPEN INPUT EMPLOYEE-ROSTER-FILE
           OPEN OUTPUT EMPLOYEE-INDEX-FILE
           OPEN OUTPUT ROSTER-REJECT-FILE
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       PERFORM CHECK-RESUBMITTED-ID
                       IF WS-ID-Resubmitted
                           ADD 1 TO WS-Superseded-Count
                       ELSE
                           PERFORM LOAD-ROSTER-RECORD
                       END-IF
               END-READ
           END-PERFORM

           PERFORM PROCESS-RESUBMITTED-RECORDS

           CLOSE EMPLOYEE-ROSTER-FILE
           CLOSE EMPLOYEE-INDEX-FILE
           CLOSE ROSTER-REJECT-FILE

           IF WS-Resub-Loaded-Count > 0 OR WS-Superseded-Count > 0
               PERFORM REGENERATE-ROSTER-FILE
           END-IF

           DISPLAY "Roster load complete."
           DISPLAY "  Records read:     " WS-Read-Count
           DISPLAY "  Resubmitted:      " WS-Resub-Count
           DISPLAY "  Superseded:       " WS-Superseded-Count
           DISPLAY "  Records loaded:   " WS-Loaded-Count
           DISPLAY "  Records rejected: " WS-Rejected-Count

           IF WS-Rejected-Count > 0
               DISPLAY "WARNING: the index build is incomplete -- "
                   "correct the rejects with reject-review."
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM RELEASE-RUN-LOCK

           STOP RUN.

       COLLECT-RESUBMITTED-IDS.
           MOVE 0 TO WS-Resub-ID-Count
           MOVE 'N' TO WS-Resub-EOF-Flag
           OPEN INPUT ROSTER-RESUB-FILE
           IF WS-Resub-File-Missing
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-Resub-EOF
               READ ROSTER-RESUB-FILE INTO WS-Resub-Employee
                   AT END
                       MOVE 'Y' TO WS-Resub-EOF-Flag
                   NOT AT END
                       IF EMP-ID OF WS-Resub-Employee NOT = SPACES
                           PERFORM ADD-RESUBMITTED-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROSTER-RESUB-FILE
           MOVE 'N' TO WS-Resub-EOF-Flag
           IF WS-Resub-ID-Dropped > 0
               DISPLAY "WARNING: more than 5000 resubmitted records -- "
                   WS-Resub-ID-Dropped " roster.dat cop(ies) will "
                   "also be loaded and may reject as DUPLICATE ID."
           END-IF.

       ADD-RESUBMITTED-ID.
           IF WS-Resub-ID-Count >= 5000
               ADD 1 TO WS-Resub-ID-Dropped
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Resub-ID-Count
           MOVE EMP-ID OF WS-Resub-Employee
               TO WS-Resub-ID (WS-Resub-ID-Count).

       CHECK-RESUBMITTED-ID.
           MOVE 'N' TO WS-Resub-ID-Flag
           PERFORM VARYING WS-Resub-ID-Idx FROM 1 BY 1
                   UNTIL WS-Resub-ID-Idx > WS-Resub-ID-Count
               IF WS-Resub-ID (WS-Resub-ID-Idx)
                       = EMP-ID OF EMPLOYEE-RECORD
                   MOVE 'Y' TO WS-Resub-ID-Flag
                   MOVE WS-Resub-ID-Count TO WS-Resub-ID-Idx
               END-IF
           END-PERFORM.

       PROCESS-RESUBMITTED-RECORDS.
           OPEN INPUT ROSTER-RESUB-FILE
           IF WS-Resub-File-Missing
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-Resub-EOF
               READ ROSTER-RESUB-FILE INTO EMPLOYEE-RECORD
                   AT END
                       MOVE 'Y' TO WS-Resub-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Resub-Count
                       MOVE WS-Loaded-Count TO WS-Loaded-Before
                       PERFORM LOAD-ROSTER-RECORD
                       IF WS-Loaded-Count > WS-Loaded-Before
                           ADD 1 TO WS-Resub-Loaded-Count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ROSTER-RESUB-FILE
           OPEN OUTPUT ROSTER-RESUB-FILE
           CLOSE ROSTER-RESUB-FILE.

       REGENERATE-ROSTER-FILE.
           MOVE 'N' TO WS-EOF-Flag
           OPEN INPUT EMPLOYEE-INDEX-FILE
           OPEN OUTPUT EMPLOYEE-ROSTER-FILE
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
                       MOVE EMPLOYEE-INDEX-RECORD TO EMPLOYEE-RECORD
                       WRITE EMPLOYEE-RECORD
                       ADD 1 TO WS-Regen-Count
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-ROSTER-FILE
           CLOSE EMPLOYEE-INDEX-FILE
           DISPLAY "data/roster.dat regenerated from the index: "
               WS-Regen-Count " records.".

       LOAD-ROSTER-RECORD.
           IF EMP-ID OF EMPLOYEE-RECORD = SPACES
               MOVE "ID MISSING" TO WS-Reject-Reason
               FUNCTION TRIM (WS-Reject-Reason) "): "
               EMP-ID OF EMPLOYEE-RECORD.

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

           END PROGRAM roster-load.
