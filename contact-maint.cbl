               PERFORM ACCEPT-CONTACT-EMAIL
               MOVE WS-Email TO CON-EMAIL
               MOVE WS-Today TO CON-UPDATED
               MOVE SPACE TO CON-BOUNCE-STATUS
               MOVE 0 TO CON-BOUNCE-DATE
               MOVE SPACES TO CON-BOUNCE-REASON
               WRITE CONTACT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: could not add contact "
               DISPLAY "No contact found for ID: " CON-EMP-ID
           ELSE
               DISPLAY "Changing " FUNCTION TRIM (CON-EMAIL)
               IF CON-UNDELIVERABLE
                   DISPLAY "  Undeliverable since " CON-BOUNCE-DATE
                       ": " FUNCTION TRIM (CON-BOUNCE-REASON)
               END-IF
               PERFORM ACCEPT-CONTACT-EMAIL
               IF CON-UNDELIVERABLE
                   IF WS-Email NOT = CON-EMAIL
                       MOVE SPACE TO CON-BOUNCE-STATUS
                       MOVE 0 TO CON-BOUNCE-DATE
                       MOVE SPACES TO CON-BOUNCE-REASON
                       DISPLAY "Undeliverable flag cleared."
                   ELSE
                       DISPLAY "Same address -- it stays marked "
                           "undeliverable."
                   END-IF
               END-IF
               MOVE WS-Email TO CON-EMAIL
               MOVE WS-Today TO CON-UPDATED
               REWRITE CONTACT-RECORD
