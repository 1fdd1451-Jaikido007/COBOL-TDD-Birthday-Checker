       IDENTIFICATION DIVISION.
           PROGRAM-ID. roster-scorecard.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EMPLOYEE-INDEX-FILE ASSIGN TO "data/roster.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMP-ID OF EMPLOYEE-INDEX-RECORD
                   ALTERNATE RECORD KEY IS
                       EMP-NAME OF EMPLOYEE-INDEX-RECORD
                       WITH DUPLICATES
                   FILE STATUS IS WS-Index-Status.
               SELECT CONTACT-INDEX-FILE ASSIGN TO "data/contact.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CON-EMP-ID
                   FILE STATUS IS WS-Contact-Status.
               SELECT DEPT-MASTER-FILE ASSIGN TO "data/dept.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Dept-Status.
               SELECT MESSAGE-CATALOG-FILE
                   ASSIGN TO "data/msgcat.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Catalog-Status.
               SELECT DUPLICATE-SORT-FILE
                   ASSIGN TO "data/scoredup.srt".
               SELECT EXCEPTION-WORK-FILE
                   ASSIGN TO "data/scorecard.wrk"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Work-Status.
               SELECT EXCEPTION-SORT-FILE
                   ASSIGN TO "data/scoreexc.srt".

       DATA DIVISION.
           FILE SECTION.
           FD EMPLOYEE-INDEX-FILE.
           COPY "employee-record.cpy"
               REPLACING EMPLOYEE-RECORD BY EMPLOYEE-INDEX-RECORD.

           FD CONTACT-INDEX-FILE.
           COPY "contact-record.cpy".

           FD DEPT-MASTER-FILE.
           COPY "dept-record.cpy".

           FD MESSAGE-CATALOG-FILE.
           01 MESSAGE-CATALOG-RECORD       PIC X(400).

           SD DUPLICATE-SORT-FILE.
           01 DUPLICATE-SORT-RECORD.
               05 DS-Emp-Name              PIC X(30).
               05 DS-Birthday              PIC 9(8).
               05 DS-Emp-ID                PIC X(6).
               05 DS-Dept                  PIC X(3).

           FD EXCEPTION-WORK-FILE.
           01 EXCEPTION-WORK-RECORD.
               05 EX-Dept                  PIC X(3).
               05 EX-Emp-ID                PIC X(6).
               05 EX-Check                 PIC 9(1).
               05 EX-Emp-Name              PIC X(30).
               05 EX-Detail                PIC X(40).

           SD EXCEPTION-SORT-FILE.
           01 EXCEPTION-SORT-RECORD.
               05 ES-Dept                  PIC X(3).
               05 ES-Emp-ID                PIC X(6).
               05 ES-Check                 PIC 9(1).
               05 ES-Emp-Name              PIC X(30).
               05 ES-Detail                PIC X(40).

           WORKING-STORAGE SECTION.
           01 WS-Index-Status          PIC X(2).
               88 WS-Index-File-Missing        VALUE '35'.
           01 WS-Contact-Status        PIC X(2).
               88 WS-Found-Contact             VALUE "00".
               88 WS-Contact-File-Missing      VALUE '35'.
           01 WS-Dept-Status           PIC X(2).
               88 WS-Dept-File-Missing         VALUE '35'.
           01 WS-Catalog-Status        PIC X(2).
               88 WS-Catalog-File-Missing      VALUE '35'.
           01 WS-Work-Status           PIC X(2).
           01 WS-Index-EOF-Flag        PIC X VALUE 'N'.
               88 WS-Index-EOF                 VALUE 'Y'.
           01 WS-Dept-EOF-Flag         PIC X VALUE 'N'.
               88 WS-Dept-EOF                  VALUE 'Y'.
           01 WS-Cat-EOF-Flag          PIC X VALUE 'N'.
               88 WS-Cat-EOF                   VALUE 'Y'.
           01 WS-Sort-EOF-Flag         PIC X VALUE 'N'.
               88 WS-Sort-EOF                  VALUE 'Y'.
           01 WS-Contact-Open-Flag     PIC X VALUE 'N'.
               88 WS-Contact-Open              VALUE 'Y'.
           01 WS-Dept-Table.
               05 WS-Dept-Tbl-Count    PIC 9(3) VALUE 0.
               05 WS-Dept-Tbl-Entry OCCURS 100 TIMES.
                   10 WS-Dept-Tbl-Code     PIC X(3).
                   10 WS-Dept-Tbl-Name     PIC X(30).
                   10 WS-Dept-Tbl-Contact  PIC X(30).
           01 WS-Dept-Idx              PIC 9(3).
           01 WS-Dept-Hit              PIC 9(3).
           01 WS-Current-Dept          PIC X(3).
           01 WS-Lang-Table.
               05 WS-Lang-Count        PIC 9(2) VALUE 0.
               05 WS-Lang-Code         PIC X(2) OCCURS 50 TIMES.
           01 WS-Lang-Idx              PIC 9(2).
           01 WS-Lang-Hit              PIC 9(2).
           01 WS-Cat-Lang-Code         PIC X(2).
           01 WS-Check-Name-List.
               05 FILLER                   PIC X(30)
                   VALUE "AGE UNDER 16".
               05 FILLER                   PIC X(30)
                   VALUE "AGE OVER 90".
               05 FILLER                   PIC X(30)
                   VALUE "HIRED BEFORE 16TH BIRTHDAY".
               05 FILLER                   PIC X(30)
                   VALUE "HIRE DATE IN THE FUTURE".
               05 FILLER                   PIC X(30)
                   VALUE "ACTIVE, NO USABLE EMAIL".
               05 FILLER                   PIC X(30)
                   VALUE "LANGUAGE NOT IN MSGCAT.DAT".
               05 FILLER                   PIC X(30)
                   VALUE "DEPARTMENT NOT IN DEPT.DAT".
               05 FILLER                   PIC X(30)
                   VALUE "LIKELY DUPLICATE".
           01 WS-Check-Name-Tbl REDEFINES WS-Check-Name-List.
               05 WS-Check-Name            PIC X(30) OCCURS 8 TIMES.
           01 WS-Check-Count-Max       PIC 9(1) VALUE 8.
           01 WS-Check-Idx             PIC 9(1).
           01 WS-Dept-Totals.
               05 WS-Dept-Check-Count  PIC 9(5) OCCURS 8 TIMES.
           01 WS-Grand-Totals.
               05 WS-Grand-Check-Count PIC 9(5) OCCURS 8 TIMES.
           01 WS-Today                 PIC 9(8).
           01 WS-Sixteenth-Birthday    PIC 9(8).
           01 WS-Ninety-First-Birthday PIC 9(8).
           01 WS-Prior-Dup.
               05 WS-Prior-Dup-Name    PIC X(30) VALUE SPACES.
               05 WS-Prior-Dup-Birthday PIC 9(8) VALUE 0.
               05 WS-Prior-Dup-Emp-ID  PIC X(6) VALUE SPACES.
               05 WS-Prior-Dup-Dept    PIC X(3) VALUE SPACES.
           01 WS-Prior-Dup-Flagged-Flag PIC X VALUE 'N'.
               88 WS-Prior-Dup-Flagged         VALUE 'Y'.
           01 WS-Last-Dept             PIC X(3) VALUE SPACES.
           01 WS-Last-Emp-ID           PIC X(6) VALUE SPACES.
           01 WS-First-Dept-Flag       PIC X VALUE 'Y'.
               88 WS-First-Dept                VALUE 'Y'.
           01 WS-Scanned-Count         PIC 9(5) VALUE 0.
           01 WS-Active-Count          PIC 9(5) VALUE 0.
           01 WS-Exception-Count       PIC 9(5) VALUE 0.
           01 WS-Flagged-Emp-Count     PIC 9(5) VALUE 0.
           01 WS-Dept-Exception-Count  PIC 9(5) VALUE 0.
           01 WS-Dept-Emp-Count        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           INITIALIZE WS-Grand-Totals

           PERFORM LOAD-DEPT-TABLE
           PERFORM LOAD-LANGUAGE-TABLE

           OPEN INPUT EMPLOYEE-INDEX-FILE
           IF WS-Index-File-Missing
               DISPLAY "ERROR: data/roster.idx not found -- run "
                   "roster-load first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CONTACT-INDEX-FILE
           IF WS-Contact-File-Missing
               DISPLAY "WARNING: data/contact.idx not found -- the "
                   "contact email check is skipped."
           ELSE
               MOVE 'Y' TO WS-Contact-Open-Flag
           END-IF

           OPEN OUTPUT EXCEPTION-WORK-FILE

           SORT DUPLICATE-SORT-FILE
               ON ASCENDING KEY DS-Emp-Name DS-Birthday DS-Emp-ID
               INPUT PROCEDURE IS SCAN-ROSTER-INDEX
               OUTPUT PROCEDURE IS FIND-LIKELY-DUPLICATES

           CLOSE EXCEPTION-WORK-FILE
           CLOSE EMPLOYEE-INDEX-FILE
           IF WS-Contact-Open
               CLOSE CONTACT-INDEX-FILE
           END-IF

           DISPLAY "ROSTER DATA-QUALITY SCORECARD AS OF " WS-Today

           SORT EXCEPTION-SORT-FILE
               ON ASCENDING KEY ES-Dept ES-Emp-ID ES-Check
               USING EXCEPTION-WORK-FILE
               OUTPUT PROCEDURE IS PRINT-SCORECARD

           DISPLAY " "
           DISPLAY "SCORECARD TOTALS"
           DISPLAY "  Employees on roster.idx:  " WS-Scanned-Count
           DISPLAY "  Active employees checked: " WS-Active-Count
           DISPLAY "  Employees with exceptions:" WS-Flagged-Emp-Count
           DISPLAY "  Exceptions raised:        " WS-Exception-Count
           PERFORM VARYING WS-Check-Idx FROM 1 BY 1
                   UNTIL WS-Check-Idx > WS-Check-Count-Max
               DISPLAY "    " WS-Check-Name (WS-Check-Idx)
                   WS-Grand-Check-Count (WS-Check-Idx)
           END-PERFORM

           IF WS-Exception-Count > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       SCAN-ROSTER-INDEX.
           MOVE LOW-VALUES TO EMP-ID OF EMPLOYEE-INDEX-RECORD
           START EMPLOYEE-INDEX-FILE
               KEY IS NOT LESS THAN EMP-ID OF EMPLOYEE-INDEX-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-Index-EOF-Flag
           END-START
           PERFORM UNTIL WS-Index-EOF
               READ EMPLOYEE-INDEX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-Index-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Scanned-Count
                       IF EMP-ACTIVE OF EMPLOYEE-INDEX-RECORD
                           ADD 1 TO WS-Active-Count
                           PERFORM CHECK-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-EMPLOYEE.
           MOVE EMP-DEPT-CODE OF EMPLOYEE-INDEX-RECORD TO EX-Dept
           MOVE EMP-ID OF EMPLOYEE-INDEX-RECORD TO EX-Emp-ID
           MOVE EMP-NAME OF EMPLOYEE-INDEX-RECORD TO EX-Emp-Name

           IF EMP-BIRTHDAY OF EMPLOYEE-INDEX-RECORD IS NUMERIC
                   AND EMP-BIRTHDAY OF EMPLOYEE-INDEX-RECORD > 0
               COMPUTE WS-Sixteenth-Birthday =
                   EMP-BIRTHDAY OF EMPLOYEE-INDEX-RECORD + 160000
               COMPUTE WS-Ninety-First-Birthday =
                   EMP-BIRTHDAY OF EMPLOYEE-INDEX-RECORD + 910000
               IF WS-Today < WS-Sixteenth-Birthday
                   MOVE 1 TO EX-Check
                   MOVE SPACES TO EX-Detail
                   STRING "BIRTHDAY "
                           EMP-BIRTHDAY OF EMPLOYEE-INDEX-RECORD
                       INTO EX-Detail
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
               IF WS-Today NOT < WS-Ninety-First-Birthday
                   MOVE 2 TO EX-Check
                   MOVE SPACES TO EX-Detail
                   STRING "BIRTHDAY "
                           EMP-BIRTHDAY OF EMPLOYEE-INDEX-RECORD
                       INTO EX-Detail
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
               IF EMP-HIRE-DATE OF EMPLOYEE-INDEX-RECORD IS NUMERIC
                       AND EMP-HIRE-DATE OF EMPLOYEE-INDEX-RECORD > 0
                       AND EMP-HIRE-DATE OF EMPLOYEE-INDEX-RECORD
                           < WS-Sixteenth-Birthday
                   MOVE 3 TO EX-Check
                   MOVE SPACES TO EX-Detail
                   STRING "HIRED "
                           EMP-HIRE-DATE OF EMPLOYEE-INDEX-RECORD
                           " BORN "
                           EMP-BIRTHDAY OF EMPLOYEE-INDEX-RECORD
                       INTO EX-Detail
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF

           IF EMP-HIRE-DATE OF EMPLOYEE-INDEX-RECORD IS NUMERIC
                   AND EMP-HIRE-DATE OF EMPLOYEE-INDEX-RECORD > WS-Today
               MOVE 4 TO EX-Check
               MOVE SPACES TO EX-Detail
               STRING "HIRED "
                       EMP-HIRE-DATE OF EMPLOYEE-INDEX-RECORD
                   INTO EX-Detail
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF

           IF WS-Contact-Open
               MOVE EMP-ID OF EMPLOYEE-INDEX-RECORD TO CON-EMP-ID
               READ CONTACT-INDEX-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT WS-Found-Contact OR CON-EMAIL = SPACES
                   MOVE 5 TO EX-Check
                   MOVE "NO EMAIL ON CONTACT.IDX" TO EX-Detail
                   PERFORM WRITE-EXCEPTION
               ELSE IF CON-UNDELIVERABLE
                   MOVE 5 TO EX-Check
                   MOVE SPACES TO EX-Detail
                   STRING "EMAIL UNDELIVERABLE SINCE "
                           CON-BOUNCE-DATE
                       INTO EX-Detail
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
               END-IF
           END-IF

           IF WS-Lang-Count > 0
               MOVE 0 TO WS-Lang-Hit
               PERFORM VARYING WS-Lang-Idx FROM 1 BY 1
                       UNTIL WS-Lang-Idx > WS-Lang-Count
                   IF WS-Lang-Code (WS-Lang-Idx)
                           = EMP-LANG-CODE OF EMPLOYEE-INDEX-RECORD
                       MOVE WS-Lang-Idx TO WS-Lang-Hit
                       MOVE WS-Lang-Count TO WS-Lang-Idx
                   END-IF
               END-PERFORM
               IF WS-Lang-Hit = 0
                   MOVE 6 TO EX-Check
                   MOVE SPACES TO EX-Detail
                   STRING "LANGUAGE '"
                           EMP-LANG-CODE OF EMPLOYEE-INDEX-RECORD "'"
                       INTO EX-Detail
                   END-STRING
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF

           MOVE EMP-DEPT-CODE OF EMPLOYEE-INDEX-RECORD
               TO WS-Current-Dept
           PERFORM FIND-DEPT-ENTRY
           IF WS-Dept-Hit = 0
               MOVE 7 TO EX-Check
               MOVE SPACES TO EX-Detail
               STRING "DEPARTMENT '"
                       EMP-DEPT-CODE OF EMPLOYEE-INDEX-RECORD "'"
                   INTO EX-Detail
               END-STRING
               PERFORM WRITE-EXCEPTION
           END-IF

           MOVE EMP-NAME OF EMPLOYEE-INDEX-RECORD TO DS-Emp-Name
           MOVE EMP-BIRTHDAY OF EMPLOYEE-INDEX-RECORD TO DS-Birthday
           MOVE EMP-ID OF EMPLOYEE-INDEX-RECORD TO DS-Emp-ID
           MOVE EMP-DEPT-CODE OF EMPLOYEE-INDEX-RECORD TO DS-Dept
           RELEASE DUPLICATE-SORT-RECORD.

       FIND-LIKELY-DUPLICATES.
           PERFORM UNTIL WS-Sort-EOF
               RETURN DUPLICATE-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-Sort-EOF-Flag
                   NOT AT END
                       PERFORM CHECK-DUPLICATE-PAIR
               END-RETURN
           END-PERFORM
           MOVE 'N' TO WS-Sort-EOF-Flag.

       CHECK-DUPLICATE-PAIR.
           IF DS-Emp-Name = WS-Prior-Dup-Name
                   AND DS-Birthday = WS-Prior-Dup-Birthday
               IF NOT WS-Prior-Dup-Flagged
                   MOVE WS-Prior-Dup-Dept TO EX-Dept
                   MOVE WS-Prior-Dup-Emp-ID TO EX-Emp-ID
                   MOVE WS-Prior-Dup-Name TO EX-Emp-Name
                   MOVE 8 TO EX-Check
                   MOVE SPACES TO EX-Detail
                   STRING "SAME NAME/BIRTHDAY AS " DS-Emp-ID
                       INTO EX-Detail
                   END-STRING
                   PERFORM WRITE-EXCEPTION
                   MOVE 'Y' TO WS-Prior-Dup-Flagged-Flag
               END-IF
               MOVE DS-Dept TO EX-Dept
               MOVE DS-Emp-ID TO EX-Emp-ID
               MOVE DS-Emp-Name TO EX-Emp-Name
               MOVE 8 TO EX-Check
               MOVE SPACES TO EX-Detail
               STRING "SAME NAME/BIRTHDAY AS " WS-Prior-Dup-Emp-ID
                   INTO EX-Detail
               END-STRING
               PERFORM WRITE-EXCEPTION
           ELSE
               MOVE DS-Emp-Name TO WS-Prior-Dup-Name
               MOVE DS-Birthday TO WS-Prior-Dup-Birthday
               MOVE DS-Emp-ID TO WS-Prior-Dup-Emp-ID
               MOVE DS-Dept TO WS-Prior-Dup-Dept
               MOVE 'N' TO WS-Prior-Dup-Flagged-Flag
           END-IF.

       WRITE-EXCEPTION.
           WRITE EXCEPTION-WORK-RECORD.

       PRINT-SCORECARD.
           PERFORM UNTIL WS-Sort-EOF
               RETURN EXCEPTION-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-Sort-EOF-Flag
                   NOT AT END
                       PERFORM PRINT-EXCEPTION-LINE
               END-RETURN
           END-PERFORM
           IF WS-Exception-Count = 0
               DISPLAY " "
               DISPLAY "  (no exceptions found)"
           ELSE
               PERFORM PRINT-DEPT-TOTALS
           END-IF.

       PRINT-EXCEPTION-LINE.
           IF WS-First-Dept OR ES-Dept NOT = WS-Last-Dept
               IF NOT WS-First-Dept
                   PERFORM PRINT-DEPT-TOTALS
               END-IF
               MOVE 'N' TO WS-First-Dept-Flag
               MOVE ES-Dept TO WS-Last-Dept
               MOVE SPACES TO WS-Last-Emp-ID
               MOVE 0 TO WS-Dept-Exception-Count
               MOVE 0 TO WS-Dept-Emp-Count
               INITIALIZE WS-Dept-Totals
               MOVE ES-Dept TO WS-Current-Dept
               PERFORM FIND-DEPT-ENTRY
               DISPLAY " "
               IF WS-Dept-Hit > 0
                   DISPLAY "DEPARTMENT " ES-Dept " - "
                       FUNCTION TRIM (WS-Dept-Tbl-Name (WS-Dept-Hit))
                       " (CONTACT "
                       FUNCTION TRIM
                           (WS-Dept-Tbl-Contact (WS-Dept-Hit)) ")"
               ELSE
                   DISPLAY "DEPARTMENT " ES-Dept
                       " - NOT ON THE DEPARTMENT MASTER"
               END-IF
               DISPLAY "  EMP-ID NAME                           "
                   "EXCEPTION                      DETAIL"
           END-IF
           IF ES-Emp-ID NOT = WS-Last-Emp-ID
               MOVE ES-Emp-ID TO WS-Last-Emp-ID
               ADD 1 TO WS-Dept-Emp-Count
               ADD 1 TO WS-Flagged-Emp-Count
           END-IF
           ADD 1 TO WS-Exception-Count
           ADD 1 TO WS-Dept-Exception-Count
           ADD 1 TO WS-Dept-Check-Count (ES-Check)
           ADD 1 TO WS-Grand-Check-Count (ES-Check)
           DISPLAY "  " ES-Emp-ID " " ES-Emp-Name " "
               WS-Check-Name (ES-Check) " "
               FUNCTION TRIM (ES-Detail).

       PRINT-DEPT-TOTALS.
           DISPLAY "  DEPARTMENT " WS-Last-Dept " TOTALS: "
               WS-Dept-Exception-Count " EXCEPTIONS, "
               WS-Dept-Emp-Count " EMPLOYEES"
           PERFORM VARYING WS-Check-Idx FROM 1 BY 1
                   UNTIL WS-Check-Idx > WS-Check-Count-Max
               IF WS-Dept-Check-Count (WS-Check-Idx) > 0
                   DISPLAY "    " WS-Check-Name (WS-Check-Idx)
                       WS-Dept-Check-Count (WS-Check-Idx)
               END-IF
           END-PERFORM.

       FIND-DEPT-ENTRY.
           MOVE 0 TO WS-Dept-Hit
           PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
                   UNTIL WS-Dept-Idx > WS-Dept-Tbl-Count
               IF WS-Dept-Tbl-Code (WS-Dept-Idx) = WS-Current-Dept
                   MOVE WS-Dept-Idx TO WS-Dept-Hit
                   MOVE WS-Dept-Tbl-Count TO WS-Dept-Idx
               END-IF
           END-PERFORM.

       LOAD-LANGUAGE-TABLE.
           OPEN INPUT MESSAGE-CATALOG-FILE
           IF WS-Catalog-File-Missing
               DISPLAY "WARNING: data/msgcat.dat not found -- the "
                   "language check is skipped."
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-Cat-EOF
               READ MESSAGE-CATALOG-FILE
                   AT END
                       MOVE 'Y' TO WS-Cat-EOF-Flag
                   NOT AT END
                       MOVE SPACES TO WS-Cat-Lang-Code
                       UNSTRING MESSAGE-CATALOG-RECORD
                           DELIMITED BY "|"
                           INTO WS-Cat-Lang-Code
                       END-UNSTRING
                       IF WS-Cat-Lang-Code NOT = SPACES
                               AND WS-Lang-Count < 50
                           ADD 1 TO WS-Lang-Count
                           MOVE WS-Cat-Lang-Code
                               TO WS-Lang-Code (WS-Lang-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MESSAGE-CATALOG-FILE.

       LOAD-DEPT-TABLE.
           MOVE 0 TO WS-Dept-Tbl-Count
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-Dept-File-Missing
               DISPLAY "WARNING: data/dept.dat not found -- every "
                   "department will be reported as missing."
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

           END PROGRAM roster-scorecard.
