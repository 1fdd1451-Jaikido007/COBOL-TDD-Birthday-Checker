       IDENTIFICATION DIVISION.
           PROGRAM-ID. award-maint.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AWARD-INDEX-FILE ASSIGN TO "data/award.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AWD-KEY
                   FILE STATUS IS WS-Award-Status.
               SELECT MAINT-LOG-FILE ASSIGN TO "data/maint.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Maint-Status.

       DATA DIVISION.
           FILE SECTION.
           FD AWARD-INDEX-FILE.
           COPY "award-record.cpy".

           FD MAINT-LOG-FILE.
           01 MAINT-LOG-RECORD             PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-Award-Status          PIC X(2).
               88 WS-Award-Read-OK             VALUE "00".
               88 WS-Award-File-Missing        VALUE '35'.
           01 WS-Award-Found-Flag      PIC X VALUE 'N'.
               88 WS-Found-Award               VALUE 'Y'.
           01 WS-Maint-Status          PIC X(2).
               88 WS-Maint-File-Missing        VALUE '35'.
           01 WS-Done-Flag             PIC X VALUE 'N'.
               88 WS-Done                      VALUE 'Y'.
           01 WS-EOF-Flag              PIC X VALUE 'N'.
               88 WS-EOF                       VALUE 'Y'.
           01 WS-Action                PIC X.
               88 WS-Action-Approve            VALUE 'A'.
               88 WS-Action-Issue              VALUE 'I'.
               88 WS-Action-Decline            VALUE 'D'.
               88 WS-Action-Reopen             VALUE 'P'.
               88 WS-Action-List               VALUE 'L'.
               88 WS-Action-Exit               VALUE 'X'.
           01 WS-Operator-ID           PIC X(8).
           01 WS-Emp-ID                PIC X(6).
           01 WS-Years-Text            PIC X(3).
           01 WS-Years                 PIC 9(3).
           01 WS-Old-Status            PIC X(1).
           01 WS-Status-Name           PIC X(8).
           01 WS-Today                 PIC 9(8).
           01 WS-Maint-Timestamp       PIC 9(14).
           01 WS-List-Count            PIC 9(3).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today

           OPEN I-O AWARD-INDEX-FILE
           IF WS-Award-File-Missing
               DISPLAY "ERROR: data/award.idx not found -- run "
                   "milestone-forecast first."
               STOP RUN
           END-IF

           OPEN EXTEND MAINT-LOG-FILE
           IF WS-Maint-File-Missing
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF

           DISPLAY "Operator ID?"
           ACCEPT WS-Operator-ID

           PERFORM UNTIL WS-Done
               DISPLAY "Action (L=list, A=approve, I=issue, "
                   "D=decline, P=return to pending, X=exit)?"
               ACCEPT WS-Action
               EVALUATE TRUE
                   WHEN WS-Action-List
                       PERFORM LIST-EMPLOYEE-AWARDS
                   WHEN WS-Action-Approve
                       PERFORM APPROVE-AWARD
                   WHEN WS-Action-Issue
                       PERFORM ISSUE-AWARD
                   WHEN WS-Action-Decline
                       PERFORM DECLINE-AWARD
                   WHEN WS-Action-Reopen
                       PERFORM REOPEN-AWARD
                   WHEN WS-Action-Exit
                       MOVE 'Y' TO WS-Done-Flag
                   WHEN OTHER
                       DISPLAY "Unknown action: " WS-Action
               END-EVALUATE
           END-PERFORM

           CLOSE AWARD-INDEX-FILE
           CLOSE MAINT-LOG-FILE

           STOP RUN.

       LIST-EMPLOYEE-AWARDS.
           DISPLAY "Employee ID?"
           ACCEPT WS-Emp-ID
           IF WS-Emp-ID = SPACES
               DISPLAY "Employee ID is required."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-List-Count
           MOVE 'N' TO WS-EOF-Flag
           MOVE WS-Emp-ID TO AWD-EMP-ID
           MOVE 0 TO AWD-YEARS
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
                       IF AWD-EMP-ID NOT = WS-Emp-ID
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           ADD 1 TO WS-List-Count
                           PERFORM DISPLAY-AWARD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-List-Count = 0
               DISPLAY "No awards on file for ID: " WS-Emp-ID
           END-IF.

       APPROVE-AWARD.
           PERFORM FIND-AWARD
           IF NOT WS-Found-Award
               EXIT PARAGRAPH
           END-IF
           IF NOT AWD-PENDING
               DISPLAY "Only a pending award can be approved."
               EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO AWD-STATUS
           PERFORM SAVE-AWARD.

       ISSUE-AWARD.
           PERFORM FIND-AWARD
           IF NOT WS-Found-Award
               EXIT PARAGRAPH
           END-IF
           IF NOT AWD-APPROVED
               DISPLAY "Only an approved award can be issued."
               EXIT PARAGRAPH
           END-IF
           MOVE 'I' TO AWD-STATUS
           PERFORM SAVE-AWARD.

       DECLINE-AWARD.
           PERFORM FIND-AWARD
           IF NOT WS-Found-Award
               EXIT PARAGRAPH
           END-IF
           IF NOT (AWD-PENDING OR AWD-APPROVED)
               DISPLAY "Only a pending or approved award can be "
                   "declined."
               EXIT PARAGRAPH
           END-IF
           MOVE 'D' TO AWD-STATUS
           PERFORM SAVE-AWARD.

       REOPEN-AWARD.
           PERFORM FIND-AWARD
           IF NOT WS-Found-Award
               EXIT PARAGRAPH
           END-IF
           IF NOT (AWD-APPROVED OR AWD-DECLINED)
               DISPLAY "Only an approved or declined award can be "
                   "returned to pending."
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO AWD-STATUS
           PERFORM SAVE-AWARD.

       FIND-AWARD.
           DISPLAY "Employee ID?"
           ACCEPT WS-Emp-ID
           DISPLAY "Milestone years (3 digits, e.g. 010)?"
           ACCEPT WS-Years-Text
           MOVE 'N' TO WS-Award-Found-Flag
           IF WS-Emp-ID = SPACES
               DISPLAY "Employee ID is required."
               EXIT PARAGRAPH
           END-IF
           IF WS-Years-Text IS NOT NUMERIC
               DISPLAY "That is not a number of years."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL (WS-Years-Text) TO WS-Years
           MOVE WS-Emp-ID TO AWD-EMP-ID
           MOVE WS-Years TO AWD-YEARS
           READ AWARD-INDEX-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-Award-Read-OK
               MOVE 'Y' TO WS-Award-Found-Flag
           END-IF
           IF NOT WS-Found-Award
               DISPLAY "No award on file for " WS-Emp-ID " at "
                   WS-Years " years."
           ELSE
               PERFORM DISPLAY-AWARD
               MOVE AWD-STATUS TO WS-Old-Status
           END-IF.

       SAVE-AWARD.
           MOVE WS-Today TO AWD-STATUS-DATE
           MOVE WS-Operator-ID TO AWD-OPERATOR-ID
           REWRITE AWARD-RECORD
               INVALID KEY
                   DISPLAY "ERROR: could not update award "
                       AWD-EMP-ID " " AWD-YEARS
               NOT INVALID KEY
                   PERFORM WRITE-MAINT-LOG
                   PERFORM SET-STATUS-NAME
                   DISPLAY "Award is now " FUNCTION TRIM
                       (WS-Status-Name) "."
           END-REWRITE.

       DISPLAY-AWARD.
           PERFORM SET-STATUS-NAME
           DISPLAY "  " AWD-EMP-ID " " AWD-EMP-NAME " "
               AWD-YEARS " YEARS  DUE " AWD-ANNIV-DATE "  "
               WS-Status-Name " " AWD-STATUS-DATE " "
               FUNCTION TRIM (AWD-OPERATOR-ID).

       SET-STATUS-NAME.
           EVALUATE TRUE
               WHEN AWD-PENDING
                   MOVE "PENDING" TO WS-Status-Name
               WHEN AWD-APPROVED
                   MOVE "APPROVED" TO WS-Status-Name
               WHEN AWD-ISSUED
                   MOVE "ISSUED" TO WS-Status-Name
               WHEN AWD-DECLINED
                   MOVE "DECLINED" TO WS-Status-Name
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-Status-Name
           END-EVALUATE.

       WRITE-MAINT-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Maint-Timestamp
           MOVE SPACES TO MAINT-LOG-RECORD
           STRING WS-Maint-Timestamp "|"
                   FUNCTION TRIM (WS-Operator-ID) "|"
                   WS-Action "|"
                   AWD-EMP-ID "|AWARD|"
                   AWD-YEARS "|"
                   WS-Old-Status "|"
                   AWD-STATUS
               INTO MAINT-LOG-RECORD
           END-STRING
           WRITE MAINT-LOG-RECORD.

           END PROGRAM award-maint.
