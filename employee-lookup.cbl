           IF WS-Found-Contact
               DISPLAY "  Contact email:     "
                   FUNCTION TRIM (CON-EMAIL)
               IF CON-UNDELIVERABLE
                   DISPLAY "  Undeliverable:     since "
                       CON-BOUNCE-DATE " -- "
                       FUNCTION TRIM (CON-BOUNCE-REASON)
               END-IF
           ELSE
               DISPLAY "  Contact email:     (none on file)"
           END-IF
