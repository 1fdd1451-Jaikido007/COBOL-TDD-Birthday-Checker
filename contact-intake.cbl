               SELECT CONTACT-REJECT-FILE ASSIGN TO "data/contact.rej"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Reject-Status.
               SELECT CONTACT-RESUB-FILE
                   ASSIGN TO "data/contact.resub"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Resub-Status.

       DATA DIVISION.
           FILE SECTION.
           FD CONTACT-REJECT-FILE.
           01 CONTACT-REJECT-RECORD        PIC X(100).

           FD CONTACT-RESUB-FILE.
           01 CONTACT-RESUB-RECORD         PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-Feed-Status           PIC X(2).
               88 WS-Feed-File-Missing         VALUE '35'.
           01 WS-Feed-Line             PIC X(80).
           01 WS-Index-Status          PIC X(2).
               88 WS-Found-Employee            VALUE "00".
               88 WS-Index-File-Missing        VALUE '35'.
               88 WS-Found-Contact             VALUE "00".
               88 WS-Contact-File-Missing      VALUE '35'.
           01 WS-Reject-Status         PIC X(2).
           01 WS-Resub-Status          PIC X(2).
               88 WS-Resub-File-Missing        VALUE '35'.
           01 WS-Resub-EOF-Flag        PIC X VALUE 'N'.
               88 WS-Resub-EOF                 VALUE 'Y'.
           01 WS-EOF-Flag              PIC X VALUE 'N'.
               88 WS-EOF                       VALUE 'Y'.
           01 WS-Field-ID              PIC X(6).
           01 WS-At-Sign-Count         PIC 9(2).
           01 WS-Today                 PIC 9(8).
           01 WS-Read-Count            PIC 9(5) VALUE 0.
           01 WS-Resub-Count           PIC 9(5) VALUE 0.
           01 WS-Added-Count           PIC 9(5) VALUE 0.
           01 WS-Updated-Count         PIC 9(5) VALUE 0.
           01 WS-Rejected-Count        PIC 9(5) VALUE 0.
           01 WS-Cleared-Count         PIC 9(5) VALUE 0.
           01 WS-Still-Bad-Count       PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today

           OPEN INPUT CONTACT-FEED-FILE
           IF WS-Feed-File-Missing
               OPEN INPUT CONTACT-RESUB-FILE
               IF WS-Resub-File-Missing
                   DISPLAY "ERROR: data/contactfeed.csv not found -- "
                       "nothing to load."
                   STOP RUN
               END-IF
               CLOSE CONTACT-RESUB-FILE
               DISPLAY "data/contactfeed.csv not found -- applying "
                   "resubmitted records only."
               MOVE 'Y' TO WS-EOF-Flag
           END-IF

           OPEN INPUT EMPLOYEE-INDEX-FILE
           OPEN OUTPUT CONTACT-REJECT-FILE

           PERFORM UNTIL WS-EOF
               READ CONTACT-FEED-FILE INTO WS-Feed-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
               END-READ
           END-PERFORM

           PERFORM PROCESS-RESUBMITTED-RECORDS

           IF NOT WS-Feed-File-Missing
               CLOSE CONTACT-FEED-FILE
           END-IF
           CLOSE EMPLOYEE-INDEX-FILE
           CLOSE CONTACT-INDEX-FILE
           CLOSE CONTACT-REJECT-FILE

           DISPLAY "Contact feed intake complete."
           DISPLAY "  Records read:     " WS-Read-Count
           DISPLAY "  Resubmitted:      " WS-Resub-Count
           DISPLAY "  Contacts added:   " WS-Added-Count
           DISPLAY "  Contacts updated: " WS-Updated-Count
           DISPLAY "  Records rejected: " WS-Rejected-Count
           DISPLAY "  Bounce cleared:   " WS-Cleared-Count
           DISPLAY "  Still bouncing:   " WS-Still-Bad-Count

           STOP RUN.

       PROCESS-FEED-RECORD.
           MOVE 'N' TO WS-Reject-Flag
           MOVE SPACES TO WS-Field-ID WS-Field-Email
           UNSTRING WS-Feed-Line DELIMITED BY ","
               INTO WS-Field-ID WS-Field-Email
           END-UNSTRING

               PERFORM APPLY-FEED-RECORD
           END-IF.

       PROCESS-RESUBMITTED-RECORDS.
           OPEN INPUT CONTACT-RESUB-FILE
           IF WS-Resub-File-Missing
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-Resub-EOF
               READ CONTACT-RESUB-FILE INTO WS-Feed-Line
                   AT END
                       MOVE 'Y' TO WS-Resub-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Resub-Count
                       PERFORM PROCESS-FEED-RECORD
               END-READ
           END-PERFORM
           CLOSE CONTACT-RESUB-FILE
           OPEN OUTPUT CONTACT-RESUB-FILE
           CLOSE CONTACT-RESUB-FILE.

       APPLY-FEED-RECORD.
           MOVE WS-Field-ID TO CON-EMP-ID
           READ CONTACT-INDEX-FILE
                   CONTINUE
           END-READ
           IF WS-Found-Contact
               IF CON-UNDELIVERABLE
                   IF WS-Field-Email NOT = CON-EMAIL
                       MOVE SPACE TO CON-BOUNCE-STATUS
                       MOVE 0 TO CON-BOUNCE-DATE
                       MOVE SPACES TO CON-BOUNCE-REASON
                       ADD 1 TO WS-Cleared-Count
                   ELSE
                       ADD 1 TO WS-Still-Bad-Count
                   END-IF
               END-IF
               MOVE WS-Field-Email TO CON-EMAIL
               MOVE WS-Today TO CON-UPDATED
               REWRITE CONTACT-RECORD
               MOVE WS-Field-ID TO CON-EMP-ID
               MOVE WS-Field-Email TO CON-EMAIL
               MOVE WS-Today TO CON-UPDATED
               MOVE SPACE TO CON-BOUNCE-STATUS
               MOVE 0 TO CON-BOUNCE-DATE
               MOVE SPACES TO CON-BOUNCE-REASON
               WRITE CONTACT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: could not add contact "

       WRITE-REJECT-RECORD.
           MOVE SPACES TO CONTACT-REJECT-RECORD
           STRING FUNCTION TRIM (WS-Feed-Line) "|"
                   FUNCTION TRIM (WS-Reject-Reason)
               INTO CONTACT-REJECT-RECORD
           END-STRING
