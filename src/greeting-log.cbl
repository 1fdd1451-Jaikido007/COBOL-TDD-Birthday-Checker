               SELECT AUDIT-LOG-FILE ASSIGN TO "data/audit.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Audit-Status.
               SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "data/audit.arch"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Archive-Status.
               SELECT AUDIT-SEAL-FILE ASSIGN TO "data/audit.seal"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Seal-Status.
               SELECT NOTIFICATION-QUEUE-FILE
                   ASSIGN TO "data/notify.queue"
                   ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
           FILE SECTION.
           FD AUDIT-LOG-FILE.
           01 AUDIT-LOG-RECORD             PIC X(200).

           FD AUDIT-ARCHIVE-FILE.
           01 AUDIT-ARCHIVE-RECORD         PIC X(200).

           FD AUDIT-SEAL-FILE.
           COPY "audit-seal.cpy".

           FD NOTIFICATION-QUEUE-FILE.
           01 NOTIFICATION-QUEUE-RECORD    PIC X(120).
           WORKING-STORAGE SECTION.
           01 WS-Audit-Status          PIC X(2).
               88 WS-Audit-File-Missing        VALUE '35'.
           01 WS-Archive-Status        PIC X(2).
               88 WS-Archive-File-Missing      VALUE '35'.
           01 WS-Seal-Status           PIC X(2).
               88 WS-Seal-File-Missing         VALUE '35'.
           01 WS-Notify-Status         PIC X(2).
               88 WS-Notify-File-Missing       VALUE '35'.
           01 WS-Audit-Open-Flag       PIC X VALUE 'N'.
               88 WS-Audit-Is-Open             VALUE 'Y'.
           01 WS-Notify-Open-Flag      PIC X VALUE 'N'.
               88 WS-Notify-Is-Open            VALUE 'Y'.
           01 WS-Chain-Loaded-Flag     PIC X VALUE 'N'.
               88 WS-Chain-Is-Loaded           VALUE 'Y'.
           01 WS-Chain-Seq             PIC 9(9) VALUE 0.
           01 WS-Chain-Check           PIC 9(10) VALUE 0.
           01 WS-Seal-Text             PIC X(200).
           01 WS-Seal-Check            PIC 9(10).
           01 WS-Tail-Line             PIC X(200).
           01 WS-Tail-Length           PIC 9(3).
           01 WS-Tail-EOF-Flag         PIC X VALUE 'N'.
               88 WS-Tail-EOF                  VALUE 'Y'.
           01 WS-Seal-Overflow-Flag    PIC X VALUE 'N'.
               88 WS-Seal-Overflow             VALUE 'Y'.
           01 WS-Seal-Fail-Count       PIC 9(6) VALUE 0.

           LINKAGE SECTION.
           01 LS-Log-Type              PIC X(1).
       PROCEDURE DIVISION USING LS-Log-Type, LS-Log-Record.
           EVALUATE TRUE
               WHEN LS-Audit-Record
                   IF NOT WS-Chain-Is-Loaded
                       PERFORM LOAD-CHAIN-STATE
                   END-IF
                   IF NOT WS-Audit-Is-Open
                       PERFORM OPEN-AUDIT-LOG
                   END-IF
                   PERFORM SEAL-AUDIT-RECORD
                   IF NOT WS-Seal-Overflow
                       WRITE AUDIT-LOG-RECORD
                   END-IF
               WHEN LS-Notify-Record
                   IF NOT WS-Notify-Is-Open
                       PERFORM OPEN-NOTIFICATION-QUEUE
       GREETING-LOG-END-POINT.
           ENTRY "greeting-log-end"
           PERFORM CLOSE-OPEN-FILES
           IF WS-Seal-Fail-Count > 0
               DISPLAY "greeting-log: " WS-Seal-Fail-Count
                   " audit record(s) could not be sealed and were "
                   "not written"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       GREETING-LOG-FLUSH-POINT.
           IF WS-Audit-Is-Open
               CLOSE AUDIT-LOG-FILE
               MOVE 'N' TO WS-Audit-Open-Flag
               PERFORM WRITE-SEAL-ANCHOR
           END-IF
           IF WS-Notify-Is-Open
               CLOSE NOTIFICATION-QUEUE-FILE
           END-IF
           MOVE 'Y' TO WS-Audit-Open-Flag.

       SEAL-AUDIT-RECORD.
           MOVE 'N' TO WS-Seal-Overflow-Flag
           ADD 1 TO WS-Chain-Seq
           MOVE SPACES TO WS-Seal-Text
           STRING FUNCTION TRIM (LS-Log-Record TRAILING) "|"
                   WS-Chain-Seq
               INTO WS-Seal-Text
               ON OVERFLOW
                   MOVE 'Y' TO WS-Seal-Overflow-Flag
           END-STRING
           IF NOT WS-Seal-Overflow
               CALL "audit-seal" USING WS-Chain-Check, WS-Seal-Text,
                   WS-Seal-Check
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING FUNCTION TRIM (WS-Seal-Text TRAILING) "|"
                       WS-Seal-Check
                   INTO AUDIT-LOG-RECORD
                   ON OVERFLOW
                       MOVE 'Y' TO WS-Seal-Overflow-Flag
               END-STRING
           END-IF
           IF WS-Seal-Overflow
               SUBTRACT 1 FROM WS-Chain-Seq
               ADD 1 TO WS-Seal-Fail-Count
               DISPLAY "greeting-log: audit record too long to seal, "
                   "not written: "
                   FUNCTION TRIM (LS-Log-Record TRAILING)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Seal-Check TO WS-Chain-Check.

       LOAD-CHAIN-STATE.
           MOVE 0 TO WS-Chain-Seq WS-Chain-Check
           MOVE 'N' TO WS-Tail-EOF-Flag
           OPEN INPUT AUDIT-LOG-FILE
           IF NOT WS-Audit-File-Missing
               PERFORM UNTIL WS-Tail-EOF
                   READ AUDIT-LOG-FILE INTO WS-Tail-Line
                       AT END
                           MOVE 'Y' TO WS-Tail-EOF-Flag
                       NOT AT END
                           PERFORM TAKE-CHAIN-FROM-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           IF WS-Chain-Seq = 0
               MOVE 'N' TO WS-Tail-EOF-Flag
               OPEN INPUT AUDIT-ARCHIVE-FILE
               IF NOT WS-Archive-File-Missing
                   PERFORM UNTIL WS-Tail-EOF
                       READ AUDIT-ARCHIVE-FILE INTO WS-Tail-Line
                           AT END
                               MOVE 'Y' TO WS-Tail-EOF-Flag
                           NOT AT END
                               PERFORM TAKE-CHAIN-FROM-LINE
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-ARCHIVE-FILE
               END-IF
           END-IF
           OPEN INPUT AUDIT-SEAL-FILE
           IF NOT WS-Seal-File-Missing
               READ AUDIT-SEAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM TAKE-CHAIN-FROM-ANCHOR
               END-READ
               CLOSE AUDIT-SEAL-FILE
           END-IF
           MOVE 'Y' TO WS-Chain-Loaded-Flag.

       TAKE-CHAIN-FROM-ANCHOR.
           IF SEAL-LAST-SEQ IS NOT NUMERIC
                   OR SEAL-LAST-CHECK IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF SEAL-LAST-SEQ > WS-Chain-Seq
               DISPLAY "greeting-log: WARNING -- data/audit.seal is at "
                   "seq " SEAL-LAST-SEQ " but the audit trail ends at "
                   "seq " WS-Chain-Seq " -- records may have been "
                   "removed. Continuing from the anchor; run "
                   "audit-verify."
               MOVE SEAL-LAST-SEQ TO WS-Chain-Seq
               MOVE SEAL-LAST-CHECK TO WS-Chain-Check
           END-IF.

       TAKE-CHAIN-FROM-LINE.
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-Tail-Line TRAILING))
               TO WS-Tail-Length
           IF WS-Tail-Length < 22
               EXIT PARAGRAPH
           END-IF
           IF WS-Tail-Line (WS-Tail-Length - 20:1) = "|"
                   AND WS-Tail-Line (WS-Tail-Length - 10:1) = "|"
                   AND WS-Tail-Line (WS-Tail-Length - 19:9) IS NUMERIC
                   AND WS-Tail-Line (WS-Tail-Length - 9:10) IS NUMERIC
               MOVE WS-Tail-Line (WS-Tail-Length - 19:9)
                   TO WS-Chain-Seq
               MOVE WS-Tail-Line (WS-Tail-Length - 9:10)
                   TO WS-Chain-Check
           END-IF.

       WRITE-SEAL-ANCHOR.
           OPEN OUTPUT AUDIT-SEAL-FILE
           MOVE WS-Chain-Seq TO SEAL-LAST-SEQ
           MOVE WS-Chain-Check TO SEAL-LAST-CHECK
           MOVE FUNCTION CURRENT-DATE (1:14) TO SEAL-WRITTEN-TS
           WRITE AUDIT-SEAL-RECORD
           CLOSE AUDIT-SEAL-FILE.

       OPEN-NOTIFICATION-QUEUE.
           OPEN EXTEND NOTIFICATION-QUEUE-FILE
           IF WS-Notify-File-Missing
