       IDENTIFICATION DIVISION.
           PROGRAM-ID. reject-review.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT INTAKE-REJECT-FILE ASSIGN TO "data/hrintake.rej"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Intake-Rej-Status.
               SELECT ROSTER-REJECT-FILE ASSIGN TO "data/rosload.rej"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Roster-Rej-Status.
               SELECT CONTACT-REJECT-FILE ASSIGN TO "data/contact.rej"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Contact-Rej-Status.
               SELECT REJECT-LEDGER-FILE ASSIGN TO "data/reject.led"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Ledger-Status.
               SELECT LEDGER-KEEP-FILE ASSIGN TO "data/reject.lkeep"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Keep-Status.
               SELECT INTAKE-RESUB-FILE
                   ASSIGN TO "data/hrintake.resub"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Intake-Resub-Status.
               SELECT ROSTER-RESUB-FILE
                   ASSIGN TO "data/rosload.resub"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Roster-Resub-Status.
               SELECT CONTACT-RESUB-FILE
                   ASSIGN TO "data/contact.resub"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Contact-Resub-Status.
               SELECT REJECT-AGE-PARAM-FILE
                   ASSIGN TO "data/rejectage.ctl"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Age-Param-Status.
               SELECT MAINT-LOG-FILE ASSIGN TO "data/maint.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Maint-Status.

       DATA DIVISION.
           FILE SECTION.
           FD INTAKE-REJECT-FILE.
           01 INTAKE-REJECT-RECORD         PIC X(100).

           FD ROSTER-REJECT-FILE.
           01 ROSTER-REJECT-RECORD         PIC X(100).

           FD CONTACT-REJECT-FILE.
           01 CONTACT-REJECT-RECORD        PIC X(100).

           FD REJECT-LEDGER-FILE.
           01 REJECT-LEDGER-RECORD         PIC X(140).

           FD LEDGER-KEEP-FILE.
           01 LEDGER-KEEP-RECORD           PIC X(140).

           FD INTAKE-RESUB-FILE.
           01 INTAKE-RESUB-RECORD          PIC X(80).

           FD ROSTER-RESUB-FILE.
           01 ROSTER-RESUB-RECORD          PIC X(59).

           FD CONTACT-RESUB-FILE.
           01 CONTACT-RESUB-RECORD         PIC X(80).

           FD REJECT-AGE-PARAM-FILE.
           01 REJECT-AGE-PARAM-RECORD.
               05 REJECT-AGE-DAYS          PIC 9(3).

           FD MAINT-LOG-FILE.
           01 MAINT-LOG-RECORD             PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-Intake-Rej-Status     PIC X(2).
               88 WS-Intake-Rej-Missing        VALUE '35'.
           01 WS-Roster-Rej-Status     PIC X(2).
               88 WS-Roster-Rej-Missing        VALUE '35'.
           01 WS-Contact-Rej-Status    PIC X(2).
               88 WS-Contact-Rej-Missing       VALUE '35'.
           01 WS-Ledger-Status         PIC X(2).
               88 WS-Ledger-File-Missing       VALUE '35'.
           01 WS-Keep-Status           PIC X(2).
           01 WS-Intake-Resub-Status   PIC X(2).
               88 WS-Intake-Resub-Missing      VALUE '35'.
           01 WS-Roster-Resub-Status   PIC X(2).
               88 WS-Roster-Resub-Missing      VALUE '35'.
           01 WS-Contact-Resub-Status  PIC X(2).
               88 WS-Contact-Resub-Missing     VALUE '35'.
           01 WS-Age-Param-Status      PIC X(2).
               88 WS-Age-Param-Missing         VALUE '35'.
           01 WS-Maint-Status          PIC X(2).
               88 WS-Maint-File-Missing        VALUE '35'.
           01 WS-EOF-Flag              PIC X VALUE 'N'.
               88 WS-EOF                       VALUE 'Y'.
           01 WS-Keep-EOF-Flag         PIC X VALUE 'N'.
               88 WS-Keep-EOF                  VALUE 'Y'.
           01 WS-Done-Flag             PIC X VALUE 'N'.
               88 WS-Done                      VALUE 'Y'.
           01 WS-Fix-Done-Flag         PIC X VALUE 'N'.
               88 WS-Fix-Done                  VALUE 'Y'.
           01 WS-Operator-ID           PIC X(8).
           01 WS-Mode                  PIC X.
               88 WS-Mode-Workbench            VALUE 'W'.
               88 WS-Mode-Aging-Only           VALUE 'A'.
           01 WS-Action                PIC X.
               88 WS-Action-Correct            VALUE 'C'.
               88 WS-Action-Discard            VALUE 'D'.
               88 WS-Action-Skip               VALUE 'X'.
           01 WS-Confirm               PIC X.
               88 WS-Confirmed                 VALUE 'Y'.
           01 WS-Reject-Table.
               05 WS-Rej-Count         PIC 9(3) VALUE 0.
               05 WS-Rej-Item OCCURS 500 TIMES.
                   10 WS-Rej-Disposition   PIC X(1).
                       88 WS-Rej-Outstanding       VALUE ' '.
                       88 WS-Rej-Resubmitted       VALUE 'S'.
                       88 WS-Rej-Discarded         VALUE 'D'.
                   10 WS-Rej-Emp-ID        PIC X(6).
                   10 WS-Rej-Source        PIC X(1).
                       88 WS-Rej-From-HR           VALUE 'H'.
                       88 WS-Rej-From-Roster       VALUE 'R'.
                       88 WS-Rej-From-Contact      VALUE 'C'.
                   10 WS-Rej-First-Seen    PIC 9(8).
                   10 WS-Rej-Reason        PIC X(14).
                   10 WS-Rej-Text          PIC X(100).
           01 WS-Rej-Idx               PIC 9(3).
           01 WS-Rej-Hit               PIC 9(3).
           01 WS-Pick                  PIC 9(3).
           01 WS-Pick-Text             PIC X(3).
           01 WS-Overflow-Flag         PIC X VALUE 'N'.
               88 WS-Rej-Overflowed            VALUE 'Y'.
           01 WS-Ledger-Line           PIC X(140).
           01 WS-Ledger-Ptr            PIC 9(3).
           01 WS-Ledger-First-Text     PIC X(8).
           01 WS-Entry-Emp-ID          PIC X(6).
           01 WS-Entry-Source          PIC X(1).
           01 WS-Entry-First-Seen      PIC 9(8).
           01 WS-Entry-Reason          PIC X(14).
           01 WS-Entry-Text            PIC X(100).
           01 WS-Harvest-Line          PIC X(100).
           01 WS-Bar-Pos               PIC 9(3).
           01 WS-Scan-Idx              PIC 9(3).
           01 WS-Source-Name           PIC X(7).
           01 WS-Fix-Table.
               05 WS-Fix-Count         PIC 9(1) VALUE 0.
               05 WS-Fix-Item OCCURS 8 TIMES.
                   10 WS-Fix-Label         PIC X(10).
                   10 WS-Fix-Value         PIC X(50).
           01 WS-Fix-Idx               PIC 9(1).
           01 WS-Fix-Pick              PIC X(1).
           01 WS-Fix-Record            PIC X(59).
           01 WS-Resub-Line            PIC X(80).
           01 WS-Age-Days              PIC 9(3) VALUE 7.
           01 WS-Entry-Age             PIC 9(5).
           01 WS-Today                 PIC 9(8).
           01 WS-Maint-Timestamp       PIC 9(14).
           01 WS-Harvested-Count       PIC 9(5) VALUE 0.
           01 WS-Repeat-Count          PIC 9(5) VALUE 0.
           01 WS-Outstanding-Count     PIC 9(5) VALUE 0.
           01 WS-Aged-Count            PIC 9(5) VALUE 0.
           01 WS-Aged-HR-Count         PIC 9(5) VALUE 0.
           01 WS-Aged-Roster-Count     PIC 9(5) VALUE 0.
           01 WS-Aged-Contact-Count    PIC 9(5) VALUE 0.
           01 WS-Resubmitted-Count     PIC 9(3) VALUE 0.
           01 WS-Discarded-Count       PIC 9(3) VALUE 0.
           01 WS-Resub-HR-Count        PIC 9(3) VALUE 0.
           01 WS-Resub-Roster-Count    PIC 9(3) VALUE 0.
           01 WS-Resub-Contact-Count   PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-Today

           DISPLAY "Operator ID?"
           ACCEPT WS-Operator-ID
           DISPLAY "Mode (W=workbench, A=aging report only)?"
           ACCEPT WS-Mode
           IF NOT (WS-Mode-Workbench OR WS-Mode-Aging-Only)
               DISPLAY "Unknown mode: " WS-Mode
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LOAD-AGE-PARAM
           PERFORM LOAD-REJECT-LEDGER
           PERFORM HARVEST-INTAKE-REJECTS
           PERFORM HARVEST-ROSTER-REJECTS
           PERFORM HARVEST-CONTACT-REJECTS
           CLOSE LEDGER-KEEP-FILE
           IF WS-Rej-Overflowed
               DISPLAY "WARNING: more than 500 outstanding rejects -- "
                   "only the first 500 are offered for review this "
                   "pass. Run again for the remainder."
           END-IF

           PERFORM REWRITE-REJECT-LEDGER
           PERFORM CLEAR-HARVESTED-FILES

           DISPLAY "Rejects picked up from the intake runs: "
               WS-Harvested-Count
           IF WS-Repeat-Count > 0
               DISPLAY "Rejects already outstanding (not added again): "
                   WS-Repeat-Count
           END-IF

           PERFORM SHOW-REJECT-AGING

           IF WS-Mode-Aging-Only
               IF WS-Aged-Count > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF

           IF WS-Outstanding-Count = 0
               DISPLAY "No intake rejects are outstanding."
               STOP RUN
           END-IF

           OPEN EXTEND MAINT-LOG-FILE
           IF WS-Maint-File-Missing
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF

           PERFORM UNTIL WS-Done
               PERFORM LIST-REJECT-ENTRIES
               DISPLAY "Reject number (0=done)?"
               ACCEPT WS-Pick-Text
               IF WS-Pick-Text IS NOT NUMERIC
                   DISPLAY "That is not a reject number."
               ELSE
                   MOVE FUNCTION NUMVAL (WS-Pick-Text) TO WS-Pick
                   IF WS-Pick = 0
                       MOVE 'Y' TO WS-Done-Flag
                   ELSE IF WS-Pick > WS-Rej-Count
                       DISPLAY "No such reject: " WS-Pick
                   ELSE IF NOT WS-Rej-Outstanding (WS-Pick)
                       DISPLAY "Reject " WS-Pick " is already "
                           "resolved."
                   ELSE
                       PERFORM REVIEW-ONE-REJECT
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE MAINT-LOG-FILE

           PERFORM REWRITE-REJECT-LEDGER

           DISPLAY "Intake reject review complete."
           DISPLAY "  Resubmitted:       " WS-Resubmitted-Count
           DISPLAY "  Discarded:         " WS-Discarded-Count
           DISPLAY "  Still outstanding: " WS-Outstanding-Count
           IF WS-Resub-HR-Count > 0
               DISPLAY "  " WS-Resub-HR-Count " corrected record(s) "
                   "in data/hrintake.resub -- applied by the next "
                   "hr-intake run."
           END-IF
           IF WS-Resub-Roster-Count > 0
               DISPLAY "  " WS-Resub-Roster-Count " corrected "
                   "record(s) in data/rosload.resub -- applied by the "
                   "next roster-load run."
           END-IF
           IF WS-Resub-Contact-Count > 0
               DISPLAY "  " WS-Resub-Contact-Count " corrected "
                   "record(s) in data/contact.resub -- applied by the "
                   "next contact-intake run."
           END-IF

           STOP RUN.

       LOAD-AGE-PARAM.
           OPEN INPUT REJECT-AGE-PARAM-FILE
           IF NOT WS-Age-Param-Missing
               READ REJECT-AGE-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REJECT-AGE-DAYS IS NUMERIC
                           MOVE REJECT-AGE-DAYS TO WS-Age-Days
                       END-IF
               END-READ
               CLOSE REJECT-AGE-PARAM-FILE
           END-IF.

       LOAD-REJECT-LEDGER.
           MOVE 0 TO WS-Rej-Count
           OPEN OUTPUT LEDGER-KEEP-FILE
           OPEN INPUT REJECT-LEDGER-FILE
           IF WS-Ledger-File-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ REJECT-LEDGER-FILE INTO WS-Ledger-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       IF WS-Ledger-Line NOT = SPACES
                           PERFORM SPLIT-LEDGER-LINE
                           PERFORM STORE-REJECT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-LEDGER-FILE.

       SPLIT-LEDGER-LINE.
           MOVE SPACES TO WS-Entry-Emp-ID WS-Entry-Source
               WS-Ledger-First-Text WS-Entry-Reason WS-Entry-Text
           MOVE 1 TO WS-Ledger-Ptr
           UNSTRING WS-Ledger-Line DELIMITED BY "|"
               INTO WS-Entry-Emp-ID WS-Entry-Source
                    WS-Ledger-First-Text WS-Entry-Reason
               WITH POINTER WS-Ledger-Ptr
           END-UNSTRING
           IF WS-Ledger-Ptr <= 140
               MOVE WS-Ledger-Line (WS-Ledger-Ptr:) TO WS-Entry-Text
           END-IF
           IF WS-Ledger-First-Text IS NUMERIC
               MOVE WS-Ledger-First-Text TO WS-Entry-First-Seen
           ELSE
               MOVE WS-Today TO WS-Entry-First-Seen
           END-IF.

       STORE-REJECT-ENTRY.
           IF WS-Rej-Count < 500
               ADD 1 TO WS-Rej-Count
               MOVE SPACE TO WS-Rej-Disposition (WS-Rej-Count)
               MOVE WS-Entry-Emp-ID TO WS-Rej-Emp-ID (WS-Rej-Count)
               MOVE WS-Entry-Source TO WS-Rej-Source (WS-Rej-Count)
               MOVE WS-Entry-First-Seen
                   TO WS-Rej-First-Seen (WS-Rej-Count)
               MOVE WS-Entry-Reason TO WS-Rej-Reason (WS-Rej-Count)
               MOVE WS-Entry-Text TO WS-Rej-Text (WS-Rej-Count)
           ELSE
               MOVE 'Y' TO WS-Overflow-Flag
               PERFORM BUILD-LEDGER-LINE
               MOVE WS-Ledger-Line TO LEDGER-KEEP-RECORD
               WRITE LEDGER-KEEP-RECORD
           END-IF.

       BUILD-LEDGER-LINE.
           MOVE SPACES TO WS-Ledger-Line
           STRING WS-Entry-Emp-ID "|"
                   WS-Entry-Source "|"
                   WS-Entry-First-Seen "|"
                   FUNCTION TRIM (WS-Entry-Reason) "|"
                   FUNCTION TRIM (WS-Entry-Text TRAILING)
               INTO WS-Ledger-Line
           END-STRING.

       HARVEST-INTAKE-REJECTS.
           OPEN INPUT INTAKE-REJECT-FILE
           IF WS-Intake-Rej-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'H' TO WS-Entry-Source
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ INTAKE-REJECT-FILE INTO WS-Harvest-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       PERFORM HARVEST-REJECT-LINE
               END-READ
           END-PERFORM
           CLOSE INTAKE-REJECT-FILE.

       HARVEST-ROSTER-REJECTS.
           OPEN INPUT ROSTER-REJECT-FILE
           IF WS-Roster-Rej-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-Entry-Source
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ ROSTER-REJECT-FILE INTO WS-Harvest-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       PERFORM HARVEST-REJECT-LINE
               END-READ
           END-PERFORM
           CLOSE ROSTER-REJECT-FILE.

       HARVEST-CONTACT-REJECTS.
           OPEN INPUT CONTACT-REJECT-FILE
           IF WS-Contact-Rej-Missing
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO WS-Entry-Source
           MOVE 'N' TO WS-EOF-Flag
           PERFORM UNTIL WS-EOF
               READ CONTACT-REJECT-FILE INTO WS-Harvest-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       PERFORM HARVEST-REJECT-LINE
               END-READ
           END-PERFORM
           CLOSE CONTACT-REJECT-FILE.

       HARVEST-REJECT-LINE.
           IF WS-Harvest-Line = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-Bar-Pos
           PERFORM VARYING WS-Scan-Idx FROM 100 BY -1
                   UNTIL WS-Scan-Idx < 1 OR WS-Bar-Pos > 0
               IF WS-Harvest-Line (WS-Scan-Idx:1) = "|"
                   MOVE WS-Scan-Idx TO WS-Bar-Pos
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-Entry-Text WS-Entry-Reason
               WS-Entry-Emp-ID
           IF WS-Bar-Pos < 2
               MOVE WS-Harvest-Line TO WS-Entry-Text
               MOVE "UNKNOWN" TO WS-Entry-Reason
           ELSE
               MOVE WS-Harvest-Line (1:WS-Bar-Pos - 1)
                   TO WS-Entry-Text
               IF WS-Bar-Pos < 100
                   MOVE WS-Harvest-Line (WS-Bar-Pos + 1:)
                       TO WS-Entry-Reason
               END-IF
           END-IF
           IF WS-Entry-Source = 'R'
               MOVE WS-Entry-Text (1:6) TO WS-Entry-Emp-ID
           ELSE
               UNSTRING WS-Entry-Text DELIMITED BY ","
                   INTO WS-Entry-Emp-ID
               END-UNSTRING
           END-IF

           MOVE 0 TO WS-Rej-Hit
           PERFORM VARYING WS-Rej-Idx FROM 1 BY 1
                   UNTIL WS-Rej-Idx > WS-Rej-Count
               IF WS-Rej-Source (WS-Rej-Idx) = WS-Entry-Source
                       AND WS-Rej-Text (WS-Rej-Idx) = WS-Entry-Text
                   MOVE WS-Rej-Idx TO WS-Rej-Hit
                   MOVE WS-Rej-Count TO WS-Rej-Idx
               END-IF
           END-PERFORM
           IF WS-Rej-Hit > 0
               MOVE WS-Entry-Reason TO WS-Rej-Reason (WS-Rej-Hit)
               ADD 1 TO WS-Repeat-Count
           ELSE
               MOVE WS-Today TO WS-Entry-First-Seen
               PERFORM STORE-REJECT-ENTRY
               ADD 1 TO WS-Harvested-Count
           END-IF.

       CLEAR-HARVESTED-FILES.
           IF NOT WS-Intake-Rej-Missing
               OPEN OUTPUT INTAKE-REJECT-FILE
               CLOSE INTAKE-REJECT-FILE
           END-IF
           IF NOT WS-Roster-Rej-Missing
               OPEN OUTPUT ROSTER-REJECT-FILE
               CLOSE ROSTER-REJECT-FILE
           END-IF
           IF NOT WS-Contact-Rej-Missing
               OPEN OUTPUT CONTACT-REJECT-FILE
               CLOSE CONTACT-REJECT-FILE
           END-IF.

       SHOW-REJECT-AGING.
           MOVE 0 TO WS-Outstanding-Count WS-Aged-Count
               WS-Aged-HR-Count WS-Aged-Roster-Count
               WS-Aged-Contact-Count
           DISPLAY " "
           DISPLAY "INTAKE REJECT AGING AS OF " WS-Today
           PERFORM AGE-ONE-REJECT
               VARYING WS-Rej-Idx FROM 1 BY 1
               UNTIL WS-Rej-Idx > WS-Rej-Count
           DISPLAY "REJECTS OUTSTANDING: " WS-Outstanding-Count
               "  UNCORRECTED OVER " WS-Age-Days " DAYS: "
               WS-Aged-Count
               " (HR " WS-Aged-HR-Count
               " ROSTER " WS-Aged-Roster-Count
               " CONTACT " WS-Aged-Contact-Count ")"
           IF WS-Rej-Overflowed
               DISPLAY "  (rejects beyond the first 500 are not "
                   "counted)"
           END-IF
           DISPLAY " ".

       AGE-ONE-REJECT.
           IF NOT WS-Rej-Outstanding (WS-Rej-Idx)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Outstanding-Count
           PERFORM COMPUTE-REJECT-AGE
           IF WS-Entry-Age > WS-Age-Days
               ADD 1 TO WS-Aged-Count
               EVALUATE TRUE
                   WHEN WS-Rej-From-HR (WS-Rej-Idx)
                       ADD 1 TO WS-Aged-HR-Count
                   WHEN WS-Rej-From-Roster (WS-Rej-Idx)
                       ADD 1 TO WS-Aged-Roster-Count
                   WHEN OTHER
                       ADD 1 TO WS-Aged-Contact-Count
               END-EVALUATE
               PERFORM SET-SOURCE-NAME
               DISPLAY "  AGED " WS-Entry-Age " DAYS  "
                   WS-Source-Name " "
                   WS-Rej-Emp-ID (WS-Rej-Idx) "  "
                   FUNCTION TRIM (WS-Rej-Reason (WS-Rej-Idx))
                   "  (first seen "
                   WS-Rej-First-Seen (WS-Rej-Idx) ")"
           END-IF.

       COMPUTE-REJECT-AGE.
           MOVE 0 TO WS-Entry-Age
           IF WS-Rej-First-Seen (WS-Rej-Idx) >= 16010101
                   AND WS-Rej-First-Seen (WS-Rej-Idx) <= WS-Today
               COMPUTE WS-Entry-Age =
                   FUNCTION INTEGER-OF-DATE (WS-Today)
                   - FUNCTION INTEGER-OF-DATE
                       (WS-Rej-First-Seen (WS-Rej-Idx))
           END-IF.

       SET-SOURCE-NAME.
           EVALUATE TRUE
               WHEN WS-Rej-From-HR (WS-Rej-Idx)
                   MOVE "HR" TO WS-Source-Name
               WHEN WS-Rej-From-Roster (WS-Rej-Idx)
                   MOVE "ROSTER" TO WS-Source-Name
               WHEN OTHER
                   MOVE "CONTACT" TO WS-Source-Name
           END-EVALUATE.

       LIST-REJECT-ENTRIES.
           DISPLAY " "
           DISPLAY "OUTSTANDING INTAKE REJECTS"
           PERFORM LIST-ONE-REJECT-ENTRY
               VARYING WS-Rej-Idx FROM 1 BY 1
               UNTIL WS-Rej-Idx > WS-Rej-Count
           DISPLAY " ".

       LIST-ONE-REJECT-ENTRY.
           IF WS-Rej-Outstanding (WS-Rej-Idx)
               PERFORM SET-SOURCE-NAME
               PERFORM COMPUTE-REJECT-AGE
               DISPLAY "  " WS-Rej-Idx "  " WS-Source-Name " "
                   WS-Rej-Reason (WS-Rej-Idx) " "
                   WS-Entry-Age "d  "
                   FUNCTION TRIM (WS-Rej-Text (WS-Rej-Idx) TRAILING)
           END-IF.

       REVIEW-ONE-REJECT.
           MOVE WS-Pick TO WS-Rej-Idx
           PERFORM SET-SOURCE-NAME
           DISPLAY "Rejected by " FUNCTION TRIM (WS-Source-Name)
               " intake for: " FUNCTION TRIM (WS-Rej-Reason (WS-Pick))
           DISPLAY "Action (C=correct and resubmit, D=discard, "
               "X=skip)?"
           ACCEPT WS-Action
           EVALUATE TRUE
               WHEN WS-Action-Correct
                   PERFORM CORRECT-REJECT
               WHEN WS-Action-Discard
                   PERFORM DISCARD-REJECT
               WHEN WS-Action-Skip
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Unknown action: " WS-Action
           END-EVALUATE.

       CORRECT-REJECT.
           PERFORM LOAD-FIX-FIELDS
           MOVE 'N' TO WS-Fix-Done-Flag
           PERFORM UNTIL WS-Fix-Done
               DISPLAY " "
               PERFORM SHOW-ONE-FIX-FIELD
                   VARYING WS-Fix-Idx FROM 1 BY 1
                   UNTIL WS-Fix-Idx > WS-Fix-Count
               DISPLAY "Field number to correct (0=done)?"
               ACCEPT WS-Fix-Pick
               IF WS-Fix-Pick IS NOT NUMERIC
                   DISPLAY "That is not a field number."
               ELSE
                   MOVE WS-Fix-Pick TO WS-Fix-Idx
                   IF WS-Fix-Idx = 0
                       MOVE 'Y' TO WS-Fix-Done-Flag
                   ELSE IF WS-Fix-Idx > WS-Fix-Count
                       DISPLAY "No such field: " WS-Fix-Pick
                   ELSE
                       DISPLAY "Corrected "
                           FUNCTION TRIM (WS-Fix-Label (WS-Fix-Idx))
                           "?"
                       ACCEPT WS-Fix-Value (WS-Fix-Idx)
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Resubmit the corrected record (Y/N)?"
           ACCEPT WS-Confirm
           IF WS-Confirmed
               PERFORM RESUBMIT-REJECT
           ELSE
               DISPLAY "Corrections dropped -- the reject stays "
                   "outstanding."
           END-IF.

       SHOW-ONE-FIX-FIELD.
           DISPLAY "  " WS-Fix-Idx "  " WS-Fix-Label (WS-Fix-Idx) " "
               FUNCTION TRIM (WS-Fix-Value (WS-Fix-Idx)).

       LOAD-FIX-FIELDS.
           MOVE SPACES TO WS-Fix-Table
           EVALUATE TRUE
               WHEN WS-Rej-From-HR (WS-Pick)
                   MOVE 7 TO WS-Fix-Count
                   MOVE "ID" TO WS-Fix-Label (1)
                   MOVE "NAME" TO WS-Fix-Label (2)
                   MOVE "BIRTHDAY" TO WS-Fix-Label (3)
                   MOVE "LANGUAGE" TO WS-Fix-Label (4)
                   MOVE "HIRE DATE" TO WS-Fix-Label (5)
                   MOVE "DEPT" TO WS-Fix-Label (6)
                   MOVE "OPT-OUT" TO WS-Fix-Label (7)
                   UNSTRING WS-Rej-Text (WS-Pick) DELIMITED BY ","
                       INTO WS-Fix-Value (1) WS-Fix-Value (2)
                            WS-Fix-Value (3) WS-Fix-Value (4)
                            WS-Fix-Value (5) WS-Fix-Value (6)
                            WS-Fix-Value (7)
                   END-UNSTRING
               WHEN WS-Rej-From-Roster (WS-Pick)
                   MOVE 8 TO WS-Fix-Count
                   MOVE "ID" TO WS-Fix-Label (1)
                   MOVE "NAME" TO WS-Fix-Label (2)
                   MOVE "BIRTHDAY" TO WS-Fix-Label (3)
                   MOVE "LANGUAGE" TO WS-Fix-Label (4)
                   MOVE "STATUS" TO WS-Fix-Label (5)
                   MOVE "HIRE DATE" TO WS-Fix-Label (6)
                   MOVE "DEPT" TO WS-Fix-Label (7)
                   MOVE "OPT-OUT" TO WS-Fix-Label (8)
                   MOVE WS-Rej-Text (WS-Pick) TO WS-Fix-Record
                   MOVE WS-Fix-Record (1:6) TO WS-Fix-Value (1)
                   MOVE WS-Fix-Record (7:30) TO WS-Fix-Value (2)
                   MOVE WS-Fix-Record (37:8) TO WS-Fix-Value (3)
                   MOVE WS-Fix-Record (45:2) TO WS-Fix-Value (4)
                   MOVE WS-Fix-Record (47:1) TO WS-Fix-Value (5)
                   MOVE WS-Fix-Record (48:8) TO WS-Fix-Value (6)
                   MOVE WS-Fix-Record (56:3) TO WS-Fix-Value (7)
                   MOVE WS-Fix-Record (59:1) TO WS-Fix-Value (8)
               WHEN OTHER
                   MOVE 2 TO WS-Fix-Count
                   MOVE "ID" TO WS-Fix-Label (1)
                   MOVE "EMAIL" TO WS-Fix-Label (2)
                   UNSTRING WS-Rej-Text (WS-Pick) DELIMITED BY ","
                       INTO WS-Fix-Value (1) WS-Fix-Value (2)
                   END-UNSTRING
           END-EVALUATE.

       RESUBMIT-REJECT.
           EVALUATE TRUE
               WHEN WS-Rej-From-HR (WS-Pick)
                   MOVE SPACES TO WS-Resub-Line
                   STRING FUNCTION TRIM (WS-Fix-Value (1)) ","
                           FUNCTION TRIM (WS-Fix-Value (2)) ","
                           FUNCTION TRIM (WS-Fix-Value (3)) ","
                           FUNCTION TRIM (WS-Fix-Value (4)) ","
                           FUNCTION TRIM (WS-Fix-Value (5)) ","
                           FUNCTION TRIM (WS-Fix-Value (6)) ","
                           FUNCTION TRIM (WS-Fix-Value (7))
                       INTO WS-Resub-Line
                   END-STRING
                   OPEN EXTEND INTAKE-RESUB-FILE
                   IF WS-Intake-Resub-Missing
                       OPEN OUTPUT INTAKE-RESUB-FILE
                   END-IF
                   MOVE WS-Resub-Line TO INTAKE-RESUB-RECORD
                   WRITE INTAKE-RESUB-RECORD
                   CLOSE INTAKE-RESUB-FILE
                   ADD 1 TO WS-Resub-HR-Count
               WHEN WS-Rej-From-Roster (WS-Pick)
                   MOVE SPACES TO WS-Fix-Record
                   MOVE WS-Fix-Value (1) TO WS-Fix-Record (1:6)
                   MOVE WS-Fix-Value (2) TO WS-Fix-Record (7:30)
                   MOVE WS-Fix-Value (3) TO WS-Fix-Record (37:8)
                   MOVE WS-Fix-Value (4) TO WS-Fix-Record (45:2)
                   MOVE WS-Fix-Value (5) TO WS-Fix-Record (47:1)
                   MOVE WS-Fix-Value (6) TO WS-Fix-Record (48:8)
                   MOVE WS-Fix-Value (7) TO WS-Fix-Record (56:3)
                   MOVE WS-Fix-Value (8) TO WS-Fix-Record (59:1)
                   OPEN EXTEND ROSTER-RESUB-FILE
                   IF WS-Roster-Resub-Missing
                       OPEN OUTPUT ROSTER-RESUB-FILE
                   END-IF
                   MOVE WS-Fix-Record TO ROSTER-RESUB-RECORD
                   WRITE ROSTER-RESUB-RECORD
                   CLOSE ROSTER-RESUB-FILE
                   ADD 1 TO WS-Resub-Roster-Count
               WHEN OTHER
                   MOVE SPACES TO WS-Resub-Line
                   STRING FUNCTION TRIM (WS-Fix-Value (1)) ","
                           FUNCTION TRIM (WS-Fix-Value (2))
                       INTO WS-Resub-Line
                   END-STRING
                   OPEN EXTEND CONTACT-RESUB-FILE
                   IF WS-Contact-Resub-Missing
                       OPEN OUTPUT CONTACT-RESUB-FILE
                   END-IF
                   MOVE WS-Resub-Line TO CONTACT-RESUB-RECORD
                   WRITE CONTACT-RESUB-RECORD
                   CLOSE CONTACT-RESUB-FILE
                   ADD 1 TO WS-Resub-Contact-Count
           END-EVALUATE
           MOVE 'S' TO WS-Rej-Disposition (WS-Pick)
           MOVE WS-Fix-Value (1) TO WS-Entry-Emp-ID
           ADD 1 TO WS-Resubmitted-Count
           SUBTRACT 1 FROM WS-Outstanding-Count
           PERFORM WRITE-MAINT-LOG
           DISPLAY "Corrected record resubmitted; it is validated "
               "again on the next " FUNCTION TRIM (WS-Source-Name)
               " intake run.".

       DISCARD-REJECT.
           MOVE 'D' TO WS-Rej-Disposition (WS-Pick)
           MOVE WS-Rej-Emp-ID (WS-Pick) TO WS-Entry-Emp-ID
           ADD 1 TO WS-Discarded-Count
           SUBTRACT 1 FROM WS-Outstanding-Count
           PERFORM WRITE-MAINT-LOG
           DISPLAY "Reject discarded.".

       WRITE-MAINT-LOG.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-Maint-Timestamp
           MOVE SPACES TO MAINT-LOG-RECORD
           STRING WS-Maint-Timestamp "|"
                   FUNCTION TRIM (WS-Operator-ID) "|"
                   WS-Rej-Disposition (WS-Pick) "|"
                   WS-Entry-Emp-ID "|REJECT|"
                   FUNCTION TRIM (WS-Source-Name) "|"
                   FUNCTION TRIM (WS-Rej-Reason (WS-Pick)) "|"
                   WS-Rej-First-Seen (WS-Pick)
               INTO MAINT-LOG-RECORD
           END-STRING
           WRITE MAINT-LOG-RECORD.

       REWRITE-REJECT-LEDGER.
           OPEN OUTPUT REJECT-LEDGER-FILE
           PERFORM REWRITE-ONE-LEDGER-ENTRY
               VARYING WS-Rej-Idx FROM 1 BY 1
               UNTIL WS-Rej-Idx > WS-Rej-Count
           IF WS-Rej-Overflowed
               MOVE 'N' TO WS-Keep-EOF-Flag
               OPEN INPUT LEDGER-KEEP-FILE
               PERFORM UNTIL WS-Keep-EOF
                   READ LEDGER-KEEP-FILE
                       AT END
                           MOVE 'Y' TO WS-Keep-EOF-Flag
                       NOT AT END
                           MOVE LEDGER-KEEP-RECORD
                               TO REJECT-LEDGER-RECORD
                           WRITE REJECT-LEDGER-RECORD
                   END-READ
               END-PERFORM
               CLOSE LEDGER-KEEP-FILE
           END-IF
           CLOSE REJECT-LEDGER-FILE.

       REWRITE-ONE-LEDGER-ENTRY.
           IF WS-Rej-Outstanding (WS-Rej-Idx)
               MOVE WS-Rej-Emp-ID (WS-Rej-Idx) TO WS-Entry-Emp-ID
               MOVE WS-Rej-Source (WS-Rej-Idx) TO WS-Entry-Source
               MOVE WS-Rej-First-Seen (WS-Rej-Idx)
                   TO WS-Entry-First-Seen
               MOVE WS-Rej-Reason (WS-Rej-Idx) TO WS-Entry-Reason
               MOVE WS-Rej-Text (WS-Rej-Idx) TO WS-Entry-Text
               PERFORM BUILD-LEDGER-LINE
               MOVE WS-Ledger-Line TO REJECT-LEDGER-RECORD
               WRITE REJECT-LEDGER-RECORD
           END-IF.

           END PROGRAM reject-review.
