       IDENTIFICATION DIVISION.
           PROGRAM-ID. award-aging.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AWARD-INDEX-FILE ASSIGN TO "data/award.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AWD-KEY
                   FILE STATUS IS WS-Award-Status.
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
               SELECT AWARD-LEAD-PARAM-FILE
                   ASSIGN TO "data/awardlead.ctl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Lead-Status.
               SELECT AGING-SORT-FILE
                   ASSIGN TO "data/awardage.srt".

       DATA DIVISION.
           FILE SECTION.
           FD AWARD-INDEX-FILE.
           COPY "award-record.cpy".

           FD EMPLOYEE-INDEX-FILE.
           COPY "employee-record.cpy"
               REPLACING EMPLOYEE-RECORD BY EMPLOYEE-INDEX-RECORD.

           FD DEPT-MASTER-FILE.
           COPY "dept-record.cpy".

           FD AWARD-LEAD-PARAM-FILE.
           01 AWARD-LEAD-PARAM-RECORD.
               05 AWARD-LEAD-DAYS          PIC 9(3).

           SD AGING-SORT-FILE.
           01 AGING-SORT-RECORD.
               05 AG-Contact               PIC X(30).
               05 AG-Dept                  PIC X(3).
               05 AG-Anniv-Date            PIC 9(8).
               05 AG-Emp-ID                PIC X(6).
               05 AG-Emp-Name              PIC X(30).
               05 AG-Years                 PIC 9(3).
               05 AG-Status                PIC X(1).
               05 AG-Days-To-Go            PIC S9(5).

           WORKING-STORAGE SECTION.
           01 WS-Award-Status          PIC X(2).
               88 WS-Award-File-Missing        VALUE '35'.
           01 WS-Index-Status          PIC X(2).
               88 WS-Found-Employee            VALUE "00".
               88 WS-Index-File-Missing        VALUE '35'.
           01 WS-Dept-Status           PIC X(2).
               88 WS-Dept-File-Missing         VALUE '35'.
           01 WS-Lead-Status           PIC X(2).
               88 WS-Lead-File-Missing         VALUE '35'.
           01 WS-Award-EOF-Flag        PIC X VALUE 'N'.
               88 WS-Award-EOF                 VALUE 'Y'.
           01 WS-Sort-EOF-Flag         PIC X VALUE 'N'.
               88 WS-Sort-EOF                  VALUE 'Y'.
           01 WS-Dept-EOF-Flag         PIC X VALUE 'N'.
               88 WS-Dept-EOF                  VALUE 'Y'.
           01 WS-Index-Open-Flag       PIC X VALUE 'N'.
               88 WS-Index-Open                VALUE 'Y'.
           01 WS-Dept-Table.
               05 WS-Dept-Tbl-Count    PIC 9(3) VALUE 0.
               05 WS-Dept-Tbl-Entry OCCURS 100 TIMES.
                   10 WS-Dept-Tbl-Code     PIC X(3).
                   10 WS-Dept-Tbl-Name     PIC X(30).
                   10 WS-Dept-Tbl-Contact  PIC X(30).
           01 WS-Dept-Idx              PIC 9(3).
           01 WS-Dept-Hit              PIC 9(3).
           01 WS-Current-Dept          PIC X(3).
           01 WS-Lead-Days             PIC 9(3) VALUE 60.
           01 WS-Today                 PIC 9(8).
           01 WS-Today-Integer         PIC 9(8).
           01 WS-Days-To-Go            PIC S9(5).
           01 WS-Days-Display          PIC -ZZZ9.
           01 WS-Status-Name           PIC X(8).
           01 WS-Last-Contact          PIC X(30) VALUE SPACES.
           01 WS-First-Group-Flag      PIC X VALUE 'Y'.
               88 WS-First-Group               VALUE 'Y'.
           01 WS-Read-Count            PIC 9(5) VALUE 0.
           01 WS-Listed-Count          PIC 9(5) VALUE 0.
           01 WS-Overdue-Count         PIC 9(5) VALUE 0.
           01 WS-Unapproved-Count      PIC 9(5) VALUE 0.
           01 WS-Unissued-Count        PIC 9(5) VALUE 0.
           01 WS-Terminated-Count      PIC 9(5) VALUE 0.
           01 WS-Contact-Count         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Integer =
               FUNCTION INTEGER-OF-DATE (WS-Today)

           PERFORM LOAD-LEAD-PARAM
           PERFORM LOAD-DEPT-TABLE

           OPEN INPUT AWARD-INDEX-FILE
           IF WS-Award-File-Missing
               DISPLAY "ERROR: data/award.idx not found -- run "
                   "milestone-forecast first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT EMPLOYEE-INDEX-FILE
           IF WS-Index-File-Missing
               DISPLAY "WARNING: data/roster.idx not found -- awards "
                   "are grouped by the department held on the award."
           ELSE
               MOVE 'Y' TO WS-Index-Open-Flag
           END-IF

           DISPLAY "SERVICE AWARD AGING REPORT AS OF " WS-Today
           DISPLAY "AWARDS NOT YET APPROVED OR ISSUED WITHIN "
               WS-Lead-Days " DAYS OF THE ANNIVERSARY"

           SORT AGING-SORT-FILE
               ON ASCENDING KEY AG-Contact AG-Dept AG-Anniv-Date
                   AG-Emp-ID
               INPUT PROCEDURE IS SELECT-AGING-AWARDS
               OUTPUT PROCEDURE IS PRINT-AGING-REPORT

           CLOSE AWARD-INDEX-FILE
           IF WS-Index-Open
               CLOSE EMPLOYEE-INDEX-FILE
           END-IF

           DISPLAY " "
           DISPLAY "AWARD RECORDS READ:            " WS-Read-Count
           DISPLAY "AWARDS LISTED:                 " WS-Listed-Count
           DISPLAY "  STILL PENDING APPROVAL:      " WS-Unapproved-Count
           DISPLAY "  APPROVED, NOT YET ISSUED:    " WS-Unissued-Count
           DISPLAY "  ANNIVERSARY ALREADY PASSED:  " WS-Overdue-Count
           DISPLAY "SKIPPED (EMPLOYEE TERMINATED): " WS-Terminated-Count

           IF WS-Overdue-Count > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       SELECT-AGING-AWARDS.
           MOVE LOW-VALUES TO AWD-KEY
           START AWARD-INDEX-FILE
               KEY IS NOT LESS THAN AWD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-Award-EOF-Flag
           END-START
           PERFORM UNTIL WS-Award-EOF
               READ AWARD-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-Award-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Read-Count
                       IF (AWD-PENDING OR AWD-APPROVED)
                               AND AWD-ANNIV-DATE IS NUMERIC
                               AND AWD-ANNIV-DATE > 0
                           PERFORM AGE-ONE-AWARD
                       END-IF
               END-READ
           END-PERFORM.

       AGE-ONE-AWARD.
           COMPUTE WS-Days-To-Go =
               FUNCTION INTEGER-OF-DATE (AWD-ANNIV-DATE)
               - WS-Today-Integer
           IF WS-Days-To-Go > WS-Lead-Days
               EXIT PARAGRAPH
           END-IF

           MOVE AWD-DEPT-CODE TO WS-Current-Dept
           IF WS-Index-Open
               MOVE AWD-EMP-ID TO EMP-ID OF EMPLOYEE-INDEX-RECORD
               READ EMPLOYEE-INDEX-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-Found-Employee
                   IF EMP-TERMINATED OF EMPLOYEE-INDEX-RECORD
                       ADD 1 TO WS-Terminated-Count
                       EXIT PARAGRAPH
                   END-IF
                   MOVE EMP-DEPT-CODE OF EMPLOYEE-INDEX-RECORD
                       TO WS-Current-Dept
               END-IF
           END-IF

           PERFORM FIND-DEPT-CONTACT
           IF WS-Dept-Hit > 0
               MOVE WS-Dept-Tbl-Contact (WS-Dept-Hit) TO AG-Contact
           ELSE
               MOVE "(NO DEPARTMENT CONTACT)" TO AG-Contact
           END-IF
           MOVE WS-Current-Dept TO AG-Dept
           MOVE AWD-ANNIV-DATE TO AG-Anniv-Date
           MOVE AWD-EMP-ID TO AG-Emp-ID
           MOVE AWD-EMP-NAME TO AG-Emp-Name
           MOVE AWD-YEARS TO AG-Years
           MOVE AWD-STATUS TO AG-Status
           MOVE WS-Days-To-Go TO AG-Days-To-Go
           RELEASE AGING-SORT-RECORD.

       PRINT-AGING-REPORT.
           PERFORM UNTIL WS-Sort-EOF
               RETURN AGING-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-Sort-EOF-Flag
                   NOT AT END
                       PERFORM PRINT-AGING-LINE
               END-RETURN
           END-PERFORM
           IF WS-Listed-Count = 0
               DISPLAY " "
               DISPLAY "  (no awards are waiting on approval or issue)"
           ELSE
               PERFORM PRINT-CONTACT-TOTAL
           END-IF.

       PRINT-AGING-LINE.
           IF WS-First-Group OR AG-Contact NOT = WS-Last-Contact
               IF NOT WS-First-Group
                   PERFORM PRINT-CONTACT-TOTAL
               END-IF
               MOVE 'N' TO WS-First-Group-Flag
               MOVE AG-Contact TO WS-Last-Contact
               MOVE 0 TO WS-Contact-Count
               DISPLAY " "
               DISPLAY "DEPARTMENT CONTACT: " FUNCTION TRIM (AG-Contact)
               DISPLAY "  DEPT EMP-ID NAME                           "
                   "YRS ANNIV    DAYS STATUS"
           END-IF
           ADD 1 TO WS-Contact-Count
           ADD 1 TO WS-Listed-Count
           IF AG-Status = 'P'
               MOVE "PENDING" TO WS-Status-Name
               ADD 1 TO WS-Unapproved-Count
           ELSE
               MOVE "APPROVED" TO WS-Status-Name
               ADD 1 TO WS-Unissued-Count
           END-IF
           MOVE AG-Days-To-Go TO WS-Days-Display
           IF AG-Days-To-Go < 0
               ADD 1 TO WS-Overdue-Count
               DISPLAY "  " AG-Dept "  " AG-Emp-ID " " AG-Emp-Name " "
                   AG-Years " " AG-Anniv-Date " " WS-Days-Display " "
                   WS-Status-Name " OVERDUE"
           ELSE
               DISPLAY "  " AG-Dept "  " AG-Emp-ID " " AG-Emp-Name " "
                   AG-Years " " AG-Anniv-Date " " WS-Days-Display " "
                   WS-Status-Name
           END-IF.

       PRINT-CONTACT-TOTAL.
           DISPLAY "  AWARDS AWAITING ACTION FOR "
               FUNCTION TRIM (WS-Last-Contact) ": " WS-Contact-Count.

       FIND-DEPT-CONTACT.
           MOVE 0 TO WS-Dept-Hit
           PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
                   UNTIL WS-Dept-Idx > WS-Dept-Tbl-Count
               IF WS-Dept-Tbl-Code (WS-Dept-Idx) = WS-Current-Dept
                   MOVE WS-Dept-Idx TO WS-Dept-Hit
                   MOVE WS-Dept-Tbl-Count TO WS-Dept-Idx
               END-IF
           END-PERFORM.

       LOAD-LEAD-PARAM.
           OPEN INPUT AWARD-LEAD-PARAM-FILE
           IF NOT WS-Lead-File-Missing
               READ AWARD-LEAD-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AWARD-LEAD-DAYS IS NUMERIC
                               AND AWARD-LEAD-DAYS > 0
                           MOVE AWARD-LEAD-DAYS TO WS-Lead-Days
                       END-IF
               END-READ
               CLOSE AWARD-LEAD-PARAM-FILE
           END-IF.

       LOAD-DEPT-TABLE.
           MOVE 0 TO WS-Dept-Tbl-Count
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-Dept-File-Missing
               DISPLAY "WARNING: data/dept.dat not found -- every "
                   "award will show without a department contact."
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

           END PROGRAM award-aging.
