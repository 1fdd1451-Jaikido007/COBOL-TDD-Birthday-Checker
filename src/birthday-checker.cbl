               88 WS-Lookahead-File-Missing    VALUE '35'.
           01 WS-Log-Type              PIC X(1).
           01 WS-Log-Record            PIC X(160).
           01 WS-Notify-Type           PIC X(1).

           LINKAGE SECTION.
           01 LS-Emp-ID                PIC X(6).
                   " " FUNCTION TRIM (WS-Age-Display) "!"
                   INTO LS-Birthday-Greeter
               END-STRING
               MOVE 'H' TO WS-Notify-Type
               PERFORM WRITE-NOTIFICATION-RECORD
           ELSE IF WS-Result >= 1 AND WS-Result <= WS-Lookahead-Days
               MOVE "BA" TO WS-Outcome-Code
               STRING FUNCTION TRIM (WS-Msg-Almost-Prefix (WS-Msg-Idx))
                   " " FUNCTION TRIM (LS-Name) "!"
                   INTO LS-Birthday-Greeter
               END-STRING
               MOVE 'B' TO WS-Notify-Type
               PERFORM WRITE-NOTIFICATION-RECORD
           ELSE
               MOVE "BN" TO WS-Outcome-Code
           STRING LS-Emp-ID "|" FUNCTION TRIM (LS-Name) "|"
                   LS-Birthday "|" LS-Date
                   "|" FUNCTION TRIM (WS-Days-Until-Display) "|"
                   WS-Audit-Timestamp "|" LS-Lang-Code "|"
                   WS-Notify-Type
               INTO WS-Log-Record
           END-STRING
           MOVE 'N' TO WS-Log-Type
