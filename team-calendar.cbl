       IDENTIFICATION DIVISION.
           PROGRAM-ID. team-calendar.

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
               SELECT MILESTONE-PARAM-FILE
                   ASSIGN TO "data/milestone.ctl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Milestone-Status.
               SELECT DEPT-MASTER-FILE ASSIGN TO "data/dept.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Dept-Status.
               SELECT CALENDAR-SORT-FILE
                   ASSIGN TO "data/teamcal.srt".
               SELECT CALENDAR-FILE ASSIGN USING WS-Calendar-Path
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Calendar-Status.

       DATA DIVISION.
           FILE SECTION.
           FD EMPLOYEE-INDEX-FILE.
           COPY "employee-record.cpy"
               REPLACING EMPLOYEE-RECORD BY EMPLOYEE-INDEX-RECORD.

           FD MILESTONE-PARAM-FILE.
           01 MILESTONE-PARAM-RECORD.
               05 MILESTONE-YEARS          PIC 9(3).

           FD DEPT-MASTER-FILE.
           COPY "dept-record.cpy".

           SD CALENDAR-SORT-FILE.
           01 CALENDAR-SORT-RECORD.
               05 TC-Dept                  PIC X(3).
               05 TC-Emp-ID                PIC X(6).
               05 TC-Emp-Name              PIC X(30).
               05 TC-Birthday              PIC 9(8).
               05 TC-Hire-Date             PIC 9(8).

           FD CALENDAR-FILE.
           01 CALENDAR-RECORD              PIC X(200).

           WORKING-STORAGE SECTION.
           01 WS-Index-Status          PIC X(2).
               88 WS-Index-File-Missing        VALUE '35'.
           01 WS-Milestone-Status      PIC X(2).
               88 WS-Milestone-File-Missing    VALUE '35'.
           01 WS-Dept-Status           PIC X(2).
               88 WS-Dept-File-Missing         VALUE '35'.
           01 WS-Calendar-Status       PIC X(2).
           01 WS-Calendar-Path         PIC X(40).
           01 WS-Calendar-Open-Flag    PIC X VALUE 'N'.
               88 WS-Calendar-Open             VALUE 'Y'.
           01 WS-EOF-Flag              PIC X VALUE 'N'.
               88 WS-EOF                       VALUE 'Y'.
           01 WS-Sort-EOF-Flag         PIC X VALUE 'N'.
               88 WS-Sort-EOF                  VALUE 'Y'.
           01 WS-Milestone-EOF-Flag    PIC X VALUE 'N'.
               88 WS-Milestone-EOF             VALUE 'Y'.
           01 WS-Dept-EOF-Flag         PIC X VALUE 'N'.
               88 WS-Dept-EOF                  VALUE 'Y'.
           01 WS-Milestone-Table.
               05 WS-Milestone-Count   PIC 9(2) VALUE 0.
               05 WS-Milestone-Year    PIC 9(3) OCCURS 20 TIMES.
           01 WS-Milestone-Idx         PIC 9(2).
           01 WS-Dept-Table.
               05 WS-Dept-Tbl-Count    PIC 9(3) VALUE 0.
               05 WS-Dept-Tbl-Entry OCCURS 100 TIMES.
                   10 WS-Dept-Tbl-Code     PIC X(3).
                   10 WS-Dept-Tbl-Name     PIC X(30).
                   10 WS-Dept-Tbl-Contact  PIC X(30).
                   10 WS-Dept-Tbl-Written  PIC X(1).
           01 WS-Dept-Idx              PIC 9(3).
           01 WS-Dept-Hit              PIC 9(3).
           01 WS-Empty-Idx             PIC 9(3).
           01 WS-Current-Dept          PIC X(3) VALUE SPACES.
           01 WS-Current-Dept-Name     PIC X(30).
           01 WS-Today                 PIC 9(8).
           01 WS-Today-Year            PIC 9(4).
           01 WS-Stamp                 PIC X(16).
           01 WS-Base-Month            PIC 9(2).
           01 WS-Base-Day              PIC 9(2).
           01 WS-Event-Year            PIC 9(4).
           01 WS-Event-Day             PIC 9(2).
           01 WS-Event-Date            PIC 9(8).
           01 WS-Hire-Year             PIC 9(4).
           01 WS-Leap-Flag             PIC X.
               88 WS-Leap-Year                 VALUE 'Y'.
           01 WS-Leap-Day-Flag         PIC X.
               88 WS-Leap-Day                  VALUE 'Y'.
           01 WS-Years-Display         PIC ZZ9.
           01 WS-Cal-Line              PIC X(200).
           01 WS-Summary-Raw           PIC X(80).
           01 WS-Summary-Text          PIC X(160).
           01 WS-Summary-Ptr           PIC 9(3).
           01 WS-Char-Idx              PIC 9(3).
           01 WS-Raw-Len               PIC 9(3).
           01 WS-Employee-Count        PIC 9(5) VALUE 0.
           01 WS-Skipped-Count         PIC 9(5) VALUE 0.
           01 WS-Calendar-Count        PIC 9(3) VALUE 0.
           01 WS-Event-Count           PIC 9(5) VALUE 0.
           01 WS-Dept-Event-Count      PIC 9(5) VALUE 0.
           01 WS-Milestone-Event-Count PIC 9(5) VALUE 0.
           01 WS-Unknown-Dept-Count    PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           COMPUTE WS-Today-Year = WS-Today / 10000
           MOVE SPACES TO WS-Stamp
           STRING FUNCTION CURRENT-DATE (1:8) "T"
                   FUNCTION CURRENT-DATE (9:6)
               INTO WS-Stamp
           END-STRING

           PERFORM LOAD-MILESTONE-PARAM
           PERFORM LOAD-DEPT-TABLE

           OPEN INPUT EMPLOYEE-INDEX-FILE
           IF WS-Index-File-Missing
               DISPLAY "ERROR: data/roster.idx not found -- run "
                   "roster-load first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           SORT CALENDAR-SORT-FILE
               ON ASCENDING KEY TC-Dept TC-Emp-Name TC-Emp-ID
               INPUT PROCEDURE IS SELECT-CALENDAR-EMPLOYEES
               OUTPUT PROCEDURE IS WRITE-DEPT-CALENDARS

           CLOSE EMPLOYEE-INDEX-FILE

           PERFORM WRITE-EMPTY-CALENDARS

           DISPLAY "TEAM CALENDAR EXPORT AS OF " WS-Today
           DISPLAY "EMPLOYEES EXPORTED:        " WS-Employee-Count
           DISPLAY "SKIPPED (TERMINATED/OPTED OUT): "
               WS-Skipped-Count
           DISPLAY "CALENDAR FILES WRITTEN:    " WS-Calendar-Count
           DISPLAY "EVENTS WRITTEN:            " WS-Event-Count
           DISPLAY "MILESTONE EVENTS:          "
               WS-Milestone-Event-Count
           IF WS-Unknown-Dept-Count > 0
               DISPLAY "WARNING: " WS-Unknown-Dept-Count
                   " department code(s) not on data/dept.dat -- "
                   "calendars written under the bare code."
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       SELECT-CALENDAR-EMPLOYEES.
           MOVE 'N' TO WS-EOF-Flag
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
                       IF EMP-ACTIVE OF EMPLOYEE-INDEX-RECORD
                               AND NOT EMP-OPTED-OUT
                                   OF EMPLOYEE-INDEX-RECORD
                           PERFORM RELEASE-CALENDAR-EMPLOYEE
                       ELSE
                           ADD 1 TO WS-Skipped-Count
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-CALENDAR-EMPLOYEE.
           MOVE EMP-DEPT-CODE OF EMPLOYEE-INDEX-RECORD TO TC-Dept
           MOVE EMP-ID OF EMPLOYEE-INDEX-RECORD TO TC-Emp-ID
           MOVE EMP-NAME OF EMPLOYEE-INDEX-RECORD TO TC-Emp-Name
           MOVE 0 TO TC-Birthday
           MOVE 0 TO TC-Hire-Date
           IF EMP-BIRTHDAY OF EMPLOYEE-INDEX-RECORD IS NUMERIC
               MOVE EMP-BIRTHDAY OF EMPLOYEE-INDEX-RECORD
                   TO TC-Birthday
           END-IF
           IF EMP-HIRE-DATE OF EMPLOYEE-INDEX-RECORD IS NUMERIC
               MOVE EMP-HIRE-DATE OF EMPLOYEE-INDEX-RECORD
                   TO TC-Hire-Date
           END-IF
           ADD 1 TO WS-Employee-Count
           RELEASE CALENDAR-SORT-RECORD.

       WRITE-DEPT-CALENDARS.
           MOVE SPACES TO WS-Current-Dept
           PERFORM UNTIL WS-Sort-EOF
               RETURN CALENDAR-SORT-FILE
                   AT END
                       MOVE 'Y' TO WS-Sort-EOF-Flag
                   NOT AT END
                       IF NOT WS-Calendar-Open
                               OR TC-Dept NOT = WS-Current-Dept
                           PERFORM CLOSE-CALENDAR
                           MOVE TC-Dept TO WS-Current-Dept
                           PERFORM OPEN-CALENDAR
                       END-IF
                       PERFORM WRITE-BIRTHDAY-EVENT
                       PERFORM WRITE-ANNIVERSARY-EVENTS
               END-RETURN
           END-PERFORM
           PERFORM CLOSE-CALENDAR.

       WRITE-EMPTY-CALENDARS.
           PERFORM VARYING WS-Empty-Idx FROM 1 BY 1
                   UNTIL WS-Empty-Idx > WS-Dept-Tbl-Count
               IF WS-Dept-Tbl-Written (WS-Empty-Idx) NOT = 'Y'
                   MOVE WS-Dept-Tbl-Code (WS-Empty-Idx)
                       TO WS-Current-Dept
                   PERFORM OPEN-CALENDAR
                   PERFORM CLOSE-CALENDAR
               END-IF
           END-PERFORM.

       OPEN-CALENDAR.
           PERFORM FIND-DEPT-NAME
           IF WS-Dept-Hit > 0
               MOVE WS-Dept-Tbl-Name (WS-Dept-Hit)
                   TO WS-Current-Dept-Name
               MOVE 'Y' TO WS-Dept-Tbl-Written (WS-Dept-Hit)
           ELSE
               MOVE WS-Current-Dept TO WS-Current-Dept-Name
               ADD 1 TO WS-Unknown-Dept-Count
           END-IF
           MOVE SPACES TO WS-Calendar-Path
           IF WS-Current-Dept = SPACES
               MOVE "data/teamcal-NODEPT.ics" TO WS-Calendar-Path
           ELSE
               STRING "data/teamcal-" FUNCTION TRIM (WS-Current-Dept)
                       ".ics"
                   INTO WS-Calendar-Path
               END-STRING
           END-IF
           OPEN OUTPUT CALENDAR-FILE
           IF WS-Calendar-Status NOT = "00"
               DISPLAY "ERROR: could not open "
                   FUNCTION TRIM (WS-Calendar-Path)
                   " (status " WS-Calendar-Status ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-Calendar-Open-Flag
           MOVE 0 TO WS-Dept-Event-Count
           ADD 1 TO WS-Calendar-Count

           MOVE "BEGIN:VCALENDAR" TO WS-Cal-Line
           PERFORM WRITE-CAL-LINE
           MOVE "VERSION:2.0" TO WS-Cal-Line
           PERFORM WRITE-CAL-LINE
           MOVE "PRODID:-//Birthday System//Team Calendar//EN"
               TO WS-Cal-Line
           PERFORM WRITE-CAL-LINE
           MOVE "CALSCALE:GREGORIAN" TO WS-Cal-Line
           PERFORM WRITE-CAL-LINE
           MOVE "METHOD:PUBLISH" TO WS-Cal-Line
           PERFORM WRITE-CAL-LINE
           MOVE SPACES TO WS-Summary-Raw
           STRING FUNCTION TRIM (WS-Current-Dept-Name)
                   " birthdays and anniversaries"
               INTO WS-Summary-Raw
           END-STRING
           PERFORM ESCAPE-SUMMARY-TEXT
           STRING "X-WR-CALNAME:" FUNCTION TRIM (WS-Summary-Text)
               INTO WS-Cal-Line
           END-STRING
           PERFORM WRITE-CAL-LINE.

       CLOSE-CALENDAR.
           IF NOT WS-Calendar-Open
               EXIT PARAGRAPH
           END-IF
           MOVE "END:VCALENDAR" TO WS-Cal-Line
           PERFORM WRITE-CAL-LINE
           CLOSE CALENDAR-FILE
           MOVE 'N' TO WS-Calendar-Open-Flag
           DISPLAY "  " FUNCTION TRIM (WS-Calendar-Path) "  "
               WS-Dept-Event-Count " EVENTS".

       WRITE-BIRTHDAY-EVENT.
           IF TC-Birthday = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Base-Month =
               FUNCTION MOD (TC-Birthday, 10000) / 100
           COMPUTE WS-Base-Day = FUNCTION MOD (TC-Birthday, 100)
           IF WS-Base-Month < 1 OR WS-Base-Month > 12
                   OR WS-Base-Day < 1 OR WS-Base-Day > 31
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Today-Year TO WS-Event-Year
           PERFORM BUILD-EVENT-DATE

           MOVE SPACES TO WS-Summary-Raw
           STRING "Birthday - " FUNCTION TRIM (TC-Emp-Name)
               INTO WS-Summary-Raw
           END-STRING
           PERFORM ESCAPE-SUMMARY-TEXT

           MOVE "BEGIN:VEVENT" TO WS-Cal-Line
           PERFORM WRITE-CAL-LINE
           STRING "UID:" TC-Emp-ID "-BIRTHDAY@birthday-system"
               INTO WS-Cal-Line
           END-STRING
           PERFORM WRITE-CAL-LINE
           PERFORM WRITE-EVENT-COMMON
           PERFORM WRITE-YEARLY-RULE
           MOVE "END:VEVENT" TO WS-Cal-Line
           PERFORM WRITE-CAL-LINE
           ADD 1 TO WS-Event-Count
           ADD 1 TO WS-Dept-Event-Count.

       WRITE-ANNIVERSARY-EVENTS.
           IF TC-Hire-Date = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Hire-Year = TC-Hire-Date / 10000
           COMPUTE WS-Base-Month =
               FUNCTION MOD (TC-Hire-Date, 10000) / 100
           COMPUTE WS-Base-Day = FUNCTION MOD (TC-Hire-Date, 100)
           IF WS-Base-Month < 1 OR WS-Base-Month > 12
                   OR WS-Base-Day < 1 OR WS-Base-Day > 31
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-Event-Year = WS-Hire-Year + 1
           PERFORM BUILD-EVENT-DATE
           MOVE SPACES TO WS-Summary-Raw
           STRING "Work anniversary - " FUNCTION TRIM (TC-Emp-Name)
               INTO WS-Summary-Raw
           END-STRING
           PERFORM ESCAPE-SUMMARY-TEXT

           MOVE "BEGIN:VEVENT" TO WS-Cal-Line
           PERFORM WRITE-CAL-LINE
           STRING "UID:" TC-Emp-ID "-ANNIVERSARY@birthday-system"
               INTO WS-Cal-Line
           END-STRING
           PERFORM WRITE-CAL-LINE
           PERFORM WRITE-EVENT-COMMON
           PERFORM WRITE-YEARLY-RULE
           PERFORM VARYING WS-Milestone-Idx FROM 1 BY 1
                   UNTIL WS-Milestone-Idx > WS-Milestone-Count
               COMPUTE WS-Event-Year =
                   WS-Hire-Year + WS-Milestone-Year (WS-Milestone-Idx)
               IF WS-Event-Year >= WS-Today-Year
                   PERFORM BUILD-EVENT-DATE
                   STRING "EXDATE;VALUE=DATE:" WS-Event-Date
                       INTO WS-Cal-Line
                   END-STRING
                   PERFORM WRITE-CAL-LINE
               END-IF
           END-PERFORM
           MOVE "END:VEVENT" TO WS-Cal-Line
           PERFORM WRITE-CAL-LINE
           ADD 1 TO WS-Event-Count
           ADD 1 TO WS-Dept-Event-Count

           PERFORM VARYING WS-Milestone-Idx FROM 1 BY 1
                   UNTIL WS-Milestone-Idx > WS-Milestone-Count
               COMPUTE WS-Event-Year =
                   WS-Hire-Year + WS-Milestone-Year (WS-Milestone-Idx)
               IF WS-Event-Year >= WS-Today-Year
                   PERFORM WRITE-MILESTONE-EVENT
               END-IF
           END-PERFORM.

       WRITE-MILESTONE-EVENT.
           PERFORM BUILD-EVENT-DATE
           MOVE WS-Milestone-Year (WS-Milestone-Idx)
               TO WS-Years-Display
           MOVE SPACES TO WS-Summary-Raw
           STRING "*** " FUNCTION TRIM (WS-Years-Display)
                   "-YEAR MILESTONE *** Work anniversary - "
                   FUNCTION TRIM (TC-Emp-Name)
               INTO WS-Summary-Raw
           END-STRING
           PERFORM ESCAPE-SUMMARY-TEXT

           MOVE "BEGIN:VEVENT" TO WS-Cal-Line
           PERFORM WRITE-CAL-LINE
           STRING "UID:" TC-Emp-ID "-MILESTONE-"
                   WS-Milestone-Year (WS-Milestone-Idx)
                   "@birthday-system"
               INTO WS-Cal-Line
           END-STRING
           PERFORM WRITE-CAL-LINE
           PERFORM WRITE-EVENT-COMMON
           MOVE "END:VEVENT" TO WS-Cal-Line
           PERFORM WRITE-CAL-LINE
           ADD 1 TO WS-Event-Count
           ADD 1 TO WS-Dept-Event-Count
           ADD 1 TO WS-Milestone-Event-Count.

       WRITE-EVENT-COMMON.
           STRING "DTSTAMP:" WS-Stamp
               INTO WS-Cal-Line
           END-STRING
           PERFORM WRITE-CAL-LINE
           STRING "DTSTART;VALUE=DATE:" WS-Event-Date
               INTO WS-Cal-Line
           END-STRING
           PERFORM WRITE-CAL-LINE
           STRING "SUMMARY:" FUNCTION TRIM (WS-Summary-Text)
               INTO WS-Cal-Line
           END-STRING
           PERFORM WRITE-CAL-LINE
           MOVE "TRANSP:TRANSPARENT" TO WS-Cal-Line
           PERFORM WRITE-CAL-LINE.

       WRITE-YEARLY-RULE.
           IF WS-Leap-Day
               MOVE "RRULE:FREQ=YEARLY;BYMONTH=2;BYMONTHDAY=-1"
                   TO WS-Cal-Line
           ELSE
               MOVE "RRULE:FREQ=YEARLY" TO WS-Cal-Line
           END-IF
           PERFORM WRITE-CAL-LINE.

       BUILD-EVENT-DATE.
           MOVE WS-Base-Day TO WS-Event-Day
           MOVE 'N' TO WS-Leap-Day-Flag
           IF WS-Base-Month = 02 AND WS-Base-Day = 29
               MOVE 'Y' TO WS-Leap-Day-Flag
               MOVE 'N' TO WS-Leap-Flag
               IF (FUNCTION MOD (WS-Event-Year, 4) = 0
                       AND FUNCTION MOD (WS-Event-Year, 100) NOT = 0)
                   OR FUNCTION MOD (WS-Event-Year, 400) = 0
                   MOVE 'Y' TO WS-Leap-Flag
               END-IF
               IF NOT WS-Leap-Year
                   MOVE 28 TO WS-Event-Day
               END-IF
           END-IF
           COMPUTE WS-Event-Date =
               WS-Event-Year * 10000 + WS-Base-Month * 100
               + WS-Event-Day.

       ESCAPE-SUMMARY-TEXT.
           MOVE SPACES TO WS-Summary-Text
           MOVE 1 TO WS-Summary-Ptr
           MOVE 0 TO WS-Raw-Len
           IF WS-Summary-Raw NOT = SPACES
               COMPUTE WS-Raw-Len = FUNCTION LENGTH
                   (FUNCTION TRIM (WS-Summary-Raw TRAILING))
           END-IF
           PERFORM VARYING WS-Char-Idx FROM 1 BY 1
                   UNTIL WS-Char-Idx > WS-Raw-Len
               IF WS-Summary-Raw (WS-Char-Idx:1) = "," OR ";"
                       OR "\"
                   STRING "\" INTO WS-Summary-Text
                       WITH POINTER WS-Summary-Ptr
                   END-STRING
               END-IF
               STRING WS-Summary-Raw (WS-Char-Idx:1)
                   INTO WS-Summary-Text
                   WITH POINTER WS-Summary-Ptr
               END-STRING
           END-PERFORM.

       WRITE-CAL-LINE.
           MOVE SPACES TO CALENDAR-RECORD
           STRING FUNCTION TRIM (WS-Cal-Line TRAILING) X"0D"
               INTO CALENDAR-RECORD
           END-STRING
           WRITE CALENDAR-RECORD
           MOVE SPACES TO WS-Cal-Line.

       FIND-DEPT-NAME.
           MOVE 0 TO WS-Dept-Hit
           PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
                   UNTIL WS-Dept-Idx > WS-Dept-Tbl-Count
               IF WS-Dept-Tbl-Code (WS-Dept-Idx) = WS-Current-Dept
                   MOVE WS-Dept-Idx TO WS-Dept-Hit
                   MOVE WS-Dept-Tbl-Count TO WS-Dept-Idx
               END-IF
           END-PERFORM.

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

       LOAD-DEPT-TABLE.
           MOVE 0 TO WS-Dept-Tbl-Count
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-Dept-File-Missing
               DISPLAY "WARNING: data/dept.dat not found -- "
                   "calendars will be named by bare codes."
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
                               MOVE 'N' TO WS-Dept-Tbl-Written
                                   (WS-Dept-Tbl-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPT-MASTER-FILE
           END-IF.

           END PROGRAM team-calendar.
