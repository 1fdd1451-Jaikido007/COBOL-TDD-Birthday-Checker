       IDENTIFICATION DIVISION.
           PROGRAM-ID. run-lock.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RUN-LOCK-FILE ASSIGN TO "data/run.lock"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Lock-Status.

       DATA DIVISION.
           FILE SECTION.
           FD RUN-LOCK-FILE.
           COPY "run-lock.cpy".

           WORKING-STORAGE SECTION.
           01 WS-Lock-Status           PIC X(2).
               88 WS-Lock-File-Missing         VALUE '35'.
           01 WS-Holder-Flag           PIC X VALUE 'N'.
               88 WS-Lock-Is-Held              VALUE 'Y'.
           01 WS-Job-Hold-Program      PIC X(20) VALUE "run-lock-maint".
           01 WS-Job-Hold-Flag         PIC X VALUE 'N'.
               88 WS-Held-For-Caller-Job       VALUE 'Y'.

           LINKAGE SECTION.
           01 LS-Lock-Action           PIC X(1).
               88 LS-Take-Lock                 VALUE 'T'.
               88 LS-Join-Lock                 VALUE 'J'.
               88 LS-Release-Lock              VALUE 'R'.
           01 LS-Lock-Program          PIC X(20).
           01 LS-Lock-Operator-ID      PIC X(8).
           01 LS-Lock-Result           PIC X(1).
               88 LS-Lock-Granted              VALUE 'Y'.
               88 LS-Lock-Refused              VALUE 'N'.

       PROCEDURE DIVISION USING LS-Lock-Action, LS-Lock-Program,
               LS-Lock-Operator-ID, LS-Lock-Result.
           PERFORM READ-CURRENT-LOCK
           EVALUATE TRUE
               WHEN LS-Take-Lock
                   PERFORM TAKE-LOCK
               WHEN LS-Join-Lock
                   IF WS-Held-For-Caller-Job
                       MOVE 'Y' TO LS-Lock-Result
                   ELSE
                       PERFORM TAKE-LOCK
                   END-IF
               WHEN LS-Release-Lock
                   PERFORM RELEASE-LOCK
               WHEN OTHER
                   DISPLAY "run-lock: unknown action " LS-Lock-Action
                   MOVE 'N' TO LS-Lock-Result
           END-EVALUATE
           GOBACK.

       READ-CURRENT-LOCK.
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
           END-IF
           MOVE 'N' TO WS-Job-Hold-Flag
           IF WS-Lock-Is-Held
                   AND LOCK-PROGRAM = WS-Job-Hold-Program
                   AND LOCK-OPERATOR-ID = LS-Lock-Operator-ID
                   AND LS-Lock-Program NOT = WS-Job-Hold-Program
               MOVE 'Y' TO WS-Job-Hold-Flag
           END-IF.

       TAKE-LOCK.
           IF WS-Lock-Is-Held
               DISPLAY "ERROR: " FUNCTION TRIM (LS-Lock-Program)
                   " cannot start -- "
                   FUNCTION TRIM (LOCK-PROGRAM) " (operator/job "
                   FUNCTION TRIM (LOCK-OPERATOR-ID) ") has held "
                   "the roster run lock since " LOCK-STARTED-TS
                   ". Wait for it to finish; if it ended abnormally, "
                   "break the lock with run-lock-maint."
               MOVE 'N' TO LS-Lock-Result
               EXIT PARAGRAPH
           END-IF
           MOVE LS-Lock-Program TO LOCK-PROGRAM
           MOVE LS-Lock-Operator-ID TO LOCK-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE (1:14) TO LOCK-STARTED-TS
           OPEN OUTPUT RUN-LOCK-FILE
           WRITE RUN-LOCK-RECORD
           CLOSE RUN-LOCK-FILE
           MOVE 'Y' TO LS-Lock-Result.

       RELEASE-LOCK.
           IF WS-Held-For-Caller-Job
               MOVE 'Y' TO LS-Lock-Result
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-Lock-Is-Held
                   OR LOCK-PROGRAM NOT = LS-Lock-Program
                   OR LOCK-OPERATOR-ID NOT = LS-Lock-Operator-ID
               DISPLAY "WARNING: the roster run lock no longer "
                   "belongs to " FUNCTION TRIM (LS-Lock-Program)
                   " -- it was broken while the run was in progress "
                   "and has been left as it is."
               MOVE 'N' TO LS-Lock-Result
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RUN-LOCK-FILE
           CLOSE RUN-LOCK-FILE
           MOVE 'Y' TO LS-Lock-Result.

           END PROGRAM run-lock.
