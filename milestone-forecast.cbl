                   FILE STATUS IS WS-Dept-Status.
               SELECT FORECAST-SORT-FILE
                   ASSIGN TO "data/forecast.srt".
               SELECT AWARD-INDEX-FILE ASSIGN TO "data/award.idx"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS AWD-KEY
                   FILE STATUS IS WS-Award-Status.

       DATA DIVISION.
           FILE SECTION.
               05 FC-Anniv-Date            PIC 9(8).
               05 FC-Years                 PIC 9(3).

           FD AWARD-INDEX-FILE.
           COPY "award-record.cpy".

           WORKING-STORAGE SECTION.
           01 WS-Award-Status          PIC X(2).
               88 WS-Found-Award               VALUE "00".
               88 WS-Award-File-Missing        VALUE '35'.
           01 WS-Seeded-Count          PIC 9(5) VALUE 0.
           01 WS-Roster-Status         PIC X(2).
               88 WS-Roster-File-Missing       VALUE '35'.
           01 WS-Milestone-Status      PIC X(2).
           DISPLAY "MILESTONE YEARS IN EFFECT: " WS-Milestone-Count
           DISPLAY " "

           OPEN I-O AWARD-INDEX-FILE
           IF WS-Award-File-Missing
               OPEN OUTPUT AWARD-INDEX-FILE
               CLOSE AWARD-INDEX-FILE
               OPEN I-O AWARD-INDEX-FILE
           END-IF

           SORT FORECAST-SORT-FILE
               ON ASCENDING KEY FC-Anniv-Month FC-Dept FC-Anniv-Day
               INPUT PROCEDURE IS BUILD-FORECAST
               OUTPUT PROCEDURE IS PRINT-FORECAST

           CLOSE AWARD-INDEX-FILE

           DISPLAY " "
           DISPLAY "TOTAL MILESTONES IN THE NEXT 12 MONTHS: "
               WS-Forecast-Count
           DISPLAY "NEW AWARD RECORDS OPENED (PENDING):     "
               WS-Seeded-Count

           STOP RUN.

               END-IF
           END-IF
           ADD 1 TO WS-Forecast-Count
           PERFORM SEED-AWARD-RECORD
           DISPLAY "    " FC-Emp-ID " "
               FC-Emp-Name " " FC-Anniv-Date "  "
               FC-Years " YEARS  AWARD " AWD-STATUS.

       SEED-AWARD-RECORD.
           MOVE FC-Emp-ID TO AWD-EMP-ID
           MOVE FC-Years TO AWD-YEARS
           READ AWARD-INDEX-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF NOT WS-Found-Award
               MOVE FC-Emp-ID TO AWD-EMP-ID
               MOVE FC-Years TO AWD-YEARS
               MOVE FC-Emp-Name TO AWD-EMP-NAME
               MOVE FC-Dept TO AWD-DEPT-CODE
               MOVE FC-Anniv-Date TO AWD-ANNIV-DATE
               MOVE 'P' TO AWD-STATUS
               MOVE WS-Today TO AWD-STATUS-DATE
               MOVE "FORECAST" TO AWD-OPERATOR-ID
               WRITE AWARD-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: could not open award record "
                           FC-Emp-ID " " FC-Years
                   NOT INVALID KEY
                       ADD 1 TO WS-Seeded-Count
               END-WRITE
           END-IF.

       FIND-DEPT-NAME.
           MOVE 0 TO WS-Dept-Hit
