       IDENTIFICATION DIVISION.
           PROGRAM-ID. colleague-maint.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COLLEAGUE-MESSAGE-FILE
                   ASSIGN TO "data/colleague.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CMSG-KEY
                   FILE STATUS IS WS-Message-Status.
               SELECT EMPLOYEE-INDEX-FILE ASSIGN TO "data/roster.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS EMP-ID OF EMPLOYEE-INDEX-RECORD
                   ALTERNATE RECORD KEY IS
                       EMP-NAME OF EMPLOYEE-INDEX-RECORD
                       WITH DUPLICATES
                   FILE STATUS IS WS-Index-Status.
               SELECT MAINT-LOG-FILE ASSIGN TO "data/maint.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Maint-Status.

       DATA DIVISION.
           FILE SECTION.
           FD COLLEAGUE-MESSAGE-FILE.
           COPY "colleague-message.cpy".

           FD EMPLOYEE-INDEX-FILE.
           COPY "employee-record.cpy"
               REPLACING EMPLOYEE-RECORD BY EMPLOYEE-INDEX-RECORD.

           FD MAINT-LOG-FILE.
           01 MAINT-LOG-RECORD             PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-Message-Status        PIC X(2).
               88 WS-Found-Message             VALUE "00".
               88 WS-Message-File-Missing      VALUE '35'.
           01 WS-Index-Status          PIC X(2).
               88 WS-Found-Employee            VALUE "00".
               88 WS-Index-File-Missing        VALUE '35'.
           01 WS-Maint-Status          PIC X(2).
               88 WS-Maint-File-Missing        VALUE '35'.
           01 WS-Done-Flag             PIC X VALUE 'N'.
               88 WS-Done                      VALUE 'Y'.
           01 WS-EOF-Flag              PIC X VALUE 'N'.
               88 WS-EOF                       VALUE 'Y'.
           01 WS-Action                PIC X.
               88 WS-Action-Add                VALUE 'A'.
               88 WS-Action-Delete             VALUE 'D'.
               88 WS-Action-List               VALUE 'L'.
               88 WS-Action-Exit               VALUE 'X'.
           01 WS-Operator-ID           PIC X(8).
           01 WS-Emp-ID                PIC X(6).
           01 WS-Year-Text             PIC X(4).
           01 WS-Seq-Text              PIC X(3).
           01 WS-Bday-Year             PIC 9(4).
           01 WS-Bday-Monthday         PIC 9(4).
           01 WS-Today-Monthday        PIC 9(4).
           01 WS-Last-Seq              PIC 9(3).
           01 WS-Sender-Name           PIC X(30).
           01 WS-Message-Text          PIC X(60).
           01 WS-Today                 PIC 9(8).
           01 WS-Maint-Timestamp       PIC 9(14).
           01 WS-List-Count            PIC 9(3).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today

           OPEN I-O COLLEAGUE-MESSAGE-FILE
           IF WS-Message-File-Missing
               OPEN OUTPUT COLLEAGUE-MESSAGE-FILE
               CLOSE COLLEAGUE-MESSAGE-FILE
               OPEN I-O COLLEAGUE-MESSAGE-FILE
           END-IF

           OPEN INPUT EMPLOYEE-INDEX-FILE
           IF WS-Index-File-Missing
               DISPLAY "ERROR: data/roster.idx not found -- run "
                   "roster-load first."
               STOP RUN
           END-IF

           OPEN EXTEND MAINT-LOG-FILE
           IF WS-Maint-File-Missing
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF

           DISPLAY "Operator ID?"
           ACCEPT WS-Operator-ID

           PERFORM UNTIL WS-Done
               DISPLAY "Action (L=list, A=add, D=delete, X=exit)?"
               ACCEPT WS-Action
               EVALUATE TRUE
                   WHEN WS-Action-List
                       PERFORM LIST-EMPLOYEE-MESSAGES
                   WHEN WS-Action-Add
                       PERFORM ADD-MESSAGE
                   WHEN WS-Action-Delete
                       PERFORM DELETE-MESSAGE
                   WHEN WS-Action-Exit
                       MOVE 'Y' TO WS-Done-Flag
                   WHEN OTHER
                       DISPLAY "Unknown action: " WS-Action
               END-EVALUATE
           END-PERFORM

           CLOSE COLLEAGUE-MESSAGE-FILE
           CLOSE EMPLOYEE-INDEX-FILE
           CLOSE MAINT-LOG-FILE

           STOP RUN.

       LIST-EMPLOYEE-MESSAGES.
           DISPLAY "Employee ID?"
           ACCEPT WS-Emp-ID
           IF WS-Emp-ID = SPACES
               DISPLAY "Employee ID is required."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-List-Count
           MOVE 'N' TO WS-EOF-Flag
           MOVE WS-Emp-ID TO CMSG-EMP-ID
           MOVE 0 TO CMSG-BDAY-YEAR
           MOVE 0 TO CMSG-SEQ
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
                       IF CMSG-EMP-ID NOT = WS-Emp-ID
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           ADD 1 TO WS-List-Count
                           PERFORM DISPLAY-MESSAGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-List-Count = 0
               DISPLAY "No messages waiting for ID: " WS-Emp-ID
           END-IF.

       ADD-MESSAGE.
           DISPLAY "Employee ID of the birthday person?"
           ACCEPT WS-Emp-ID
           IF WS-Emp-ID = SPACES
               DISPLAY "Employee ID is required."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Emp-ID TO EMP-ID OF EMPLOYEE-INDEX-RECORD
           READ EMPLOYEE-INDEX-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-Found-Employee
               DISPLAY "No employee found for ID: " WS-Emp-ID
               EXIT PARAGRAPH
           END-IF
           IF EMP-TERMINATED OF EMPLOYEE-INDEX-RECORD
               DISPLAY "Refused: " WS-Emp-ID " is terminated -- "
                   "no card will be printed."
               EXIT PARAGRAPH
           END-IF
           IF EMP-OPTED-OUT OF EMPLOYEE-INDEX-RECORD
               DISPLAY "Refused: " WS-Emp-ID " has opted out of "
                   "birthday greetings."
               EXIT PARAGRAPH
           END-IF
           IF EMP-BIRTHDAY OF EMPLOYEE-INDEX-RECORD IS NOT NUMERIC
               DISPLAY "Refused: no birth date on file for "
                   WS-Emp-ID "."
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-NEXT-BIRTHDAY-YEAR
           DISPLAY "Card: " FUNCTION TRIM
               (EMP-NAME OF EMPLOYEE-INDEX-RECORD)
               ", birthday " WS-Bday-Monthday (1:2) "/"
               WS-Bday-Monthday (3:2) "/" WS-Bday-Year

           DISPLAY "Sender name?"
           ACCEPT WS-Sender-Name
           IF WS-Sender-Name = SPACES
               DISPLAY "Sender name is required."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Message (up to 60 characters)?"
           ACCEPT WS-Message-Text
           IF WS-Message-Text = SPACES
               DISPLAY "Message text is required."
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LAST-SEQ
           IF WS-Last-Seq = 999
               DISPLAY "Refused: the card for " WS-Emp-ID
                   " already holds 999 messages."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Emp-ID TO CMSG-EMP-ID
           MOVE WS-Bday-Year TO CMSG-BDAY-YEAR
           COMPUTE CMSG-SEQ = WS-Last-Seq + 1
           MOVE WS-Sender-Name TO CMSG-SENDER-NAME
           MOVE WS-Message-Text TO CMSG-TEXT
           MOVE WS-Today TO CMSG-ENTERED-DATE
           MOVE WS-Operator-ID TO CMSG-OPERATOR-ID
           WRITE COLLEAGUE-MESSAGE-RECORD
               INVALID KEY
                   DISPLAY "ERROR: could not add message for "
                       WS-Emp-ID
               NOT INVALID KEY
                   PERFORM WRITE-MAINT-LOG
                   DISPLAY "Message added as " CMSG-BDAY-YEAR
                       " number " CMSG-SEQ "."
           END-WRITE.

       FIND-NEXT-BIRTHDAY-YEAR.
           COMPUTE WS-Bday-Monthday = FUNCTION MOD
               (EMP-BIRTHDAY OF EMPLOYEE-INDEX-RECORD, 10000)
           COMPUTE WS-Today-Monthday = FUNCTION MOD (WS-Today, 10000)
           COMPUTE WS-Bday-Year = WS-Today / 10000
           IF WS-Bday-Monthday < WS-Today-Monthday
               ADD 1 TO WS-Bday-Year
           END-IF
           IF WS-Bday-Monthday = 0229
               IF NOT ((FUNCTION MOD (WS-Bday-Year, 4) = 0
                       AND FUNCTION MOD (WS-Bday-Year, 100) NOT = 0)
                   OR FUNCTION MOD (WS-Bday-Year, 400) = 0)
                   MOVE 0228 TO WS-Bday-Monthday
               END-IF
           END-IF.

       FIND-LAST-SEQ.
           MOVE 0 TO WS-Last-Seq
           MOVE 'N' TO WS-EOF-Flag
           MOVE WS-Emp-ID TO CMSG-EMP-ID
           MOVE WS-Bday-Year TO CMSG-BDAY-YEAR
           MOVE 0 TO CMSG-SEQ
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
                       IF CMSG-EMP-ID NOT = WS-Emp-ID
                               OR CMSG-BDAY-YEAR NOT = WS-Bday-Year
                           MOVE 'Y' TO WS-EOF-Flag
                       ELSE
                           MOVE CMSG-SEQ TO WS-Last-Seq
                       END-IF
               END-READ
           END-PERFORM.

       DELETE-MESSAGE.
           DISPLAY "Employee ID?"
           ACCEPT WS-Emp-ID
           DISPLAY "Birthday year (4 digits)?"
           ACCEPT WS-Year-Text
           DISPLAY "Message number (3 digits, e.g. 001)?"
           ACCEPT WS-Seq-Text
           IF WS-Emp-ID = SPACES
               DISPLAY "Employee ID is required."
               EXIT PARAGRAPH
           END-IF
           IF WS-Year-Text IS NOT NUMERIC
                   OR WS-Seq-Text IS NOT NUMERIC
               DISPLAY "Year and message number must be numeric."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Emp-ID TO CMSG-EMP-ID
           MOVE FUNCTION NUMVAL (WS-Year-Text) TO CMSG-BDAY-YEAR
           MOVE FUNCTION NUMVAL (WS-Seq-Text) TO CMSG-SEQ
           READ COLLEAGUE-MESSAGE-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-Found-Message
               DISPLAY "No message " WS-Year-Text "/" WS-Seq-Text
                   " on file for ID: " WS-Emp-ID
           ELSE
               PERFORM DISPLAY-MESSAGE
               DELETE COLLEAGUE-MESSAGE-FILE
                   INVALID KEY
                       DISPLAY "ERROR: could not delete message for "
                           WS-Emp-ID
                   NOT INVALID KEY
                       PERFORM WRITE-MAINT-LOG
                       DISPLAY "Message deleted."
               END-DELETE
           END-IF.

       DISPLAY-MESSAGE.
           DISPLAY "  " CMSG-EMP-ID " " CMSG-BDAY-YEAR " "
               CMSG-SEQ "  " FUNCTION TRIM (CMSG-SENDER-NAME) ": "
               FUNCTION TRIM (CMSG-TEXT) "  (" CMSG-ENTERED-DATE
               " " FUNCTION TRIM (CMSG-OPERATOR-ID) ")".

       WRITE-MAINT-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Maint-Timestamp
           MOVE SPACES TO MAINT-LOG-RECORD
           STRING WS-Maint-Timestamp "|"
                   FUNCTION TRIM (WS-Operator-ID) "|"
                   WS-Action "|"
                   CMSG-EMP-ID "|MESSAGE|"
                   CMSG-BDAY-YEAR "|"
                   CMSG-SEQ
               INTO MAINT-LOG-RECORD
           END-STRING
           WRITE MAINT-LOG-RECORD.

           END PROGRAM colleague-maint.
