           01 WS-Milestone-Idx         PIC 9(2).
           01 WS-Log-Type              PIC X(1).
           01 WS-Log-Record            PIC X(160).
           01 WS-Notify-Type           PIC X(1).

           LINKAGE SECTION.
           01 LS-Emp-ID                PIC X(6).
           01 LS-Hire-Date             PIC 9(8).
           01 LS-Date                  PIC 9(8).
           01 LS-Lang-Code             PIC X(2).
           01 LS-Opt-Out               PIC X(1).
               88 LS-Opted-Out                 VALUE 'Y'.
           01 LS-Anniv-Greeter         PIC X(80).
           01 LS-Outcome-Code          PIC X(2).

       PROCEDURE DIVISION USING LS-Emp-ID, LS-Name, LS-Hire-Date,
                                LS-Date, LS-Lang-Code, LS-Opt-Out,
                                LS-Anniv-Greeter, LS-Outcome-Code.
           IF NOT WS-Params-Are-Loaded
               PERFORM LOAD-LOOKAHEAD-PARAM
                   END-STRING
               END-IF
               DISPLAY LS-Anniv-Greeter
               IF NOT LS-Opted-Out
                   MOVE 'W' TO WS-Notify-Type
                   PERFORM WRITE-NOTIFICATION-RECORD
               END-IF
           ELSE IF WS-Result >= 1 AND WS-Result <= WS-Lookahead-Days
                   AND ((WS-Year-Wrapped AND WS-Years >= 0) OR
                       (NOT WS-Year-Wrapped AND WS-Years >= 1))
                   " " FUNCTION TRIM (LS-Name) "!"
                   INTO LS-Anniv-Greeter
               END-STRING
               IF NOT LS-Opted-Out
                   MOVE 'A' TO WS-Notify-Type
                   PERFORM WRITE-NOTIFICATION-RECORD
               END-IF
           ELSE
               MOVE "AN" TO WS-Outcome-Code
           END-IF
           STRING LS-Emp-ID "|" FUNCTION TRIM (LS-Name) "|"
                   LS-Hire-Date "|" LS-Date
                   "|" FUNCTION TRIM (WS-Days-Until-Display) "|"
                   WS-Audit-Timestamp "|" LS-Lang-Code "|"
                   WS-Notify-Type
               INTO WS-Log-Record
           END-STRING
           MOVE 'N' TO WS-Log-Type
