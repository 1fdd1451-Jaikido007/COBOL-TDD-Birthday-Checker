       IDENTIFICATION DIVISION.
           PROGRAM-ID. run-lock-maint.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RUN-LOCK-FILE ASSIGN TO "data/run.lock"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Lock-Status.
               SELECT MAINT-LOG-FILE ASSIGN TO "data/maint.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Maint-Status.

       DATA DIVISION.
           FILE SECTION.
           FD RUN-LOCK-FILE.
           COPY "run-lock.cpy".

           FD MAINT-LOG-FILE.
           01 MAINT-LOG-RECORD             PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-Lock-Status           PIC X(2).
               88 WS-Lock-File-Missing         VALUE '35'.
           01 WS-Maint-Status          PIC X(2).
               88 WS-Maint-File-Missing        VALUE '35'.
           01 WS-Holder-Flag           PIC X VALUE 'N'.
               88 WS-Lock-Is-Held              VALUE 'Y'.
           01 WS-Done-Flag             PIC X VALUE 'N'.
               88 WS-Done                      VALUE 'Y'.
           01 WS-Action                PIC X.
               88 WS-Action-List               VALUE 'L'.
               88 WS-Action-Break              VALUE 'B'.
               88 WS-Action-Take-Job           VALUE 'T'.
               88 WS-Action-Release-Job        VALUE 'R'.
               88 WS-Action-Exit               VALUE 'X'.
           01 WS-Operator-ID           PIC X(8).
           01 WS-Confirm               PIC X.
           01 WS-Maint-Timestamp       PIC 9(14).
           01 WS-Now                   PIC X(14).
           01 WS-Start-Minutes         PIC 9(9).
           01 WS-Now-Minutes           PIC 9(9).
           01 WS-Held-Minutes          PIC 9(7).
           01 WS-Held-Display          PIC Z(6)9.
           01 WS-Break-Count           PIC 9(3) VALUE 0.
           01 WS-Job-ID                PIC X(8).
           01 WS-Lock-Action           PIC X(1).
           01 WS-Lock-Program          PIC X(20) VALUE "run-lock-maint".
           01 WS-Lock-Result           PIC X(1).
               88 WS-Lock-Granted              VALUE 'Y'.

       PROCEDURE DIVISION.
           DISPLAY "Operator ID?"
           ACCEPT WS-Operator-ID

           PERFORM UNTIL WS-Done
               DISPLAY "Action (L=list the roster run lock, "
                   "B=break a stale lock, T=take it for a batch job, "
                   "R=release a batch job's lock, X=exit)?"
               ACCEPT WS-Action
               EVALUATE TRUE
                   WHEN WS-Action-List
                       PERFORM LIST-RUN-LOCK
                   WHEN WS-Action-Break
                       PERFORM BREAK-RUN-LOCK
                   WHEN WS-Action-Take-Job
                       PERFORM TAKE-JOB-LOCK
                   WHEN WS-Action-Release-Job
                       PERFORM RELEASE-JOB-LOCK
                   WHEN WS-Action-Exit
                       MOVE 'Y' TO WS-Done-Flag
                   WHEN OTHER
                       DISPLAY "Unknown action: " WS-Action
               END-EVALUATE
           END-PERFORM

           DISPLAY "Locks broken: " WS-Break-Count

           STOP RUN.

       READ-RUN-LOCK.
           MOVE 'N' TO WS-Holder-Flag
           MOVE SPACES TO RUN-LOCK-RECORD
           OPEN INPUT RUN-LOCK-FILE
           IF WS-Lock-File-Missing
               EXIT PARAGRAPH
           END-IF
           READ RUN-LOCK-FILE
               AT END
                   MOVE SPACES TO RUN-LOCK-RECORD
           END-READ
           CLOSE RUN-LOCK-FILE
           IF LOCK-PROGRAM NOT = SPACES
               MOVE 'Y' TO WS-Holder-Flag
           END-IF.

       LIST-RUN-LOCK.
           PERFORM READ-RUN-LOCK
           IF NOT WS-Lock-Is-Held
               DISPLAY "The roster run lock is free."
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-HELD-MINUTES
           DISPLAY "Held by:        " FUNCTION TRIM (LOCK-PROGRAM)
           DISPLAY "Operator/job:   " FUNCTION TRIM (LOCK-OPERATOR-ID)
           DISPLAY "Started:        " LOCK-STARTED-TS
           DISPLAY "Held (minutes): " FUNCTION TRIM (WS-Held-Display).

       COMPUTE-HELD-MINUTES.
           MOVE 0 TO WS-Held-Minutes
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Now
           IF LOCK-STARTED-TS IS NUMERIC
               COMPUTE WS-Start-Minutes =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (LOCK-STARTED-TS (1:8))) * 1440
                   + FUNCTION NUMVAL (LOCK-STARTED-TS (9:2)) * 60
                   + FUNCTION NUMVAL (LOCK-STARTED-TS (11:2))
               COMPUTE WS-Now-Minutes =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (WS-Now (1:8))) * 1440
                   + FUNCTION NUMVAL (WS-Now (9:2)) * 60
                   + FUNCTION NUMVAL (WS-Now (11:2))
               IF WS-Now-Minutes > WS-Start-Minutes
                   COMPUTE WS-Held-Minutes =
                       WS-Now-Minutes - WS-Start-Minutes
               END-IF
           END-IF
           MOVE WS-Held-Minutes TO WS-Held-Display.

       TAKE-JOB-LOCK.
           DISPLAY "Job ID?"
           ACCEPT WS-Job-ID
           MOVE 'T' TO WS-Lock-Action
           CALL "run-lock" USING WS-Lock-Action, WS-Lock-Program,
               WS-Job-ID, WS-Lock-Result
           IF NOT WS-Lock-Granted
               MOVE 12 TO RETURN-CODE
               MOVE 'Y' TO WS-Done-Flag
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Roster run lock taken for job "
               FUNCTION TRIM (WS-Job-ID) "."
           MOVE 0 TO RETURN-CODE.

       RELEASE-JOB-LOCK.
           DISPLAY "Job ID?"
           ACCEPT WS-Job-ID
           MOVE 'R' TO WS-Lock-Action
           CALL "run-lock" USING WS-Lock-Action, WS-Lock-Program,
               WS-Job-ID, WS-Lock-Result
           IF NOT WS-Lock-Granted
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Roster run lock released for job "
               FUNCTION TRIM (WS-Job-ID) "."
           MOVE 0 TO RETURN-CODE.

       BREAK-RUN-LOCK.
           PERFORM LIST-RUN-LOCK
           IF NOT WS-Lock-Is-Held
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Break this lock only if that run is no longer "
               "active. Break it (Y/N)?"
           ACCEPT WS-Confirm
           IF WS-Confirm NOT = 'Y' AND WS-Confirm NOT = 'y'
               DISPLAY "Lock left in place."
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RUN-LOCK-FILE
           CLOSE RUN-LOCK-FILE

           OPEN EXTEND MAINT-LOG-FILE
           IF WS-Maint-File-Missing
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Maint-Timestamp
           MOVE SPACES TO MAINT-LOG-RECORD
           STRING WS-Maint-Timestamp "|"
                   FUNCTION TRIM (WS-Operator-ID) "|B||RUNLOCK|"
                   FUNCTION TRIM (LOCK-PROGRAM) "|"
                   FUNCTION TRIM (LOCK-OPERATOR-ID) "|"
                   LOCK-STARTED-TS
               INTO MAINT-LOG-RECORD
           END-STRING
           WRITE MAINT-LOG-RECORD
           CLOSE MAINT-LOG-FILE

           ADD 1 TO WS-Break-Count
           DISPLAY "Lock broken and logged to data/maint.log.".

           END PROGRAM run-lock-maint.
