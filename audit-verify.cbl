       IDENTIFICATION DIVISION.
           PROGRAM-ID. audit-verify.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "data/audit.arch"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Archive-Status.
               SELECT AUDIT-LOG-FILE ASSIGN TO "data/audit.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Audit-Status.
               SELECT AUDIT-SEAL-FILE ASSIGN TO "data/audit.seal"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Seal-Status.

       DATA DIVISION.
           FILE SECTION.
           FD AUDIT-ARCHIVE-FILE.
           01 AUDIT-ARCHIVE-RECORD         PIC X(200).

           FD AUDIT-LOG-FILE.
           01 AUDIT-LOG-RECORD             PIC X(200).

           FD AUDIT-SEAL-FILE.
           COPY "audit-seal.cpy".

           WORKING-STORAGE SECTION.
           01 WS-Archive-Status        PIC X(2).
               88 WS-Archive-File-Missing      VALUE '35'.
           01 WS-Audit-Status          PIC X(2).
               88 WS-Audit-File-Missing        VALUE '35'.
           01 WS-Seal-Status           PIC X(2).
               88 WS-Seal-File-Missing         VALUE '35'.
           01 WS-EOF-Flag              PIC X VALUE 'N'.
               88 WS-EOF                       VALUE 'Y'.
           01 WS-Today                 PIC 9(8).
           01 WS-Source                PIC X(7).
           01 WS-Line                  PIC X(200).
           01 WS-Line-Number           PIC 9(7).
           01 WS-Line-Length           PIC 9(3).
           01 WS-Seal-Text             PIC X(200).
           01 WS-Record-Seq            PIC 9(9).
           01 WS-Record-Check          PIC 9(10).
           01 WS-Computed-Check        PIC 9(10).
           01 WS-Sealed-Flag           PIC X VALUE 'N'.
               88 WS-Record-Sealed             VALUE 'Y'.
           01 WS-Chain-Flag            PIC X VALUE 'N'.
               88 WS-Chain-Started             VALUE 'Y'.
           01 WS-Chain-Seq             PIC 9(9) VALUE 0.
           01 WS-Chain-Check           PIC 9(10) VALUE 0.
           01 WS-First-Seq             PIC 9(9) VALUE 0.
           01 WS-Gap-From              PIC 9(9).
           01 WS-Gap-To                PIC 9(9).
           01 WS-Cut-Flag              PIC X VALUE 'N'.
               88 WS-Cut-Open                  VALUE 'Y'.
           01 WS-Cut-Date              PIC X(8).
           01 WS-Cut-Count             PIC 9(6).
           01 WS-Cut-Sealed-Count      PIC 9(6).
           01 WS-Cut-Trailer.
               05 WS-Trailer-Date          PIC X(8).
               05 WS-Trailer-Count         PIC X(6).
               05 WS-Trailer-Seq           PIC X(9).
               05 WS-Trailer-Check         PIC X(10).
           01 WS-Anchor-Flag           PIC X VALUE 'N'.
               88 WS-Anchor-Present            VALUE 'Y'.
           01 WS-Anchor-Seq            PIC 9(9) VALUE 0.
           01 WS-Anchor-Check          PIC 9(10) VALUE 0.
           01 WS-Anchor-TS             PIC X(14) VALUE SPACES.
           01 WS-Anchor-Found-Flag     PIC X VALUE 'N'.
               88 WS-Anchor-Found              VALUE 'Y'.
           01 WS-Anchor-Found-Check    PIC 9(10) VALUE 0.
           01 WS-Archive-Count         PIC 9(7) VALUE 0.
           01 WS-Log-Count             PIC 9(7) VALUE 0.
           01 WS-Legacy-Count          PIC 9(7) VALUE 0.
           01 WS-Verified-Count        PIC 9(7) VALUE 0.
           01 WS-Cut-Total             PIC 9(5) VALUE 0.
           01 WS-After-Anchor-Count    PIC 9(7) VALUE 0.
           01 WS-Exception-Count       PIC 9(5) VALUE 0.
           01 WS-Exception-Text        PIC X(100).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
           DISPLAY "AUDIT TRAIL VERIFICATION"
           DISPLAY "  Run date:          " WS-Today

           PERFORM LOAD-SEAL-ANCHOR
           PERFORM WALK-AUDIT-ARCHIVE
           PERFORM WALK-AUDIT-LOG
           PERFORM CHECK-SEAL-ANCHOR

           DISPLAY "  Archive records:   " WS-Archive-Count
               "  (" WS-Cut-Total " cuts)"
           DISPLAY "  Live log records:  " WS-Log-Count
           DISPLAY "  Before sealing:    " WS-Legacy-Count
           DISPLAY "  Sealed records:    " WS-Verified-Count
           IF WS-Chain-Started
               DISPLAY "  Sequence range:    " WS-First-Seq
                   " TO " WS-Chain-Seq
           END-IF
           IF WS-Anchor-Present
               DISPLAY "  Anchor:            SEQ " WS-Anchor-Seq
                   " WRITTEN " WS-Anchor-TS
           END-IF
           IF WS-After-Anchor-Count > 0
               DISPLAY "  After anchor:      " WS-After-Anchor-Count
                   "  (last run did not close the log normally)"
           END-IF
           DISPLAY "  Exceptions:        " WS-Exception-Count

           IF WS-Exception-Count > 0
               DISPLAY "RESULT: AUDIT TRAIL DOES NOT VERIFY -- keep "
                   "data/audit.log, data/audit.arch and "
                   "data/audit.seal as they are and investigate."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "RESULT: AUDIT TRAIL VERIFIED."
           END-IF
           STOP RUN.

       LOAD-SEAL-ANCHOR.
           OPEN INPUT AUDIT-SEAL-FILE
           IF WS-Seal-File-Missing
               EXIT PARAGRAPH
           END-IF
           READ AUDIT-SEAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SEAL-LAST-SEQ IS NUMERIC
                           AND SEAL-LAST-CHECK IS NUMERIC
                       MOVE SEAL-LAST-SEQ TO WS-Anchor-Seq
                       MOVE SEAL-LAST-CHECK TO WS-Anchor-Check
                       MOVE SEAL-WRITTEN-TS TO WS-Anchor-TS
                       MOVE 'Y' TO WS-Anchor-Flag
                   END-IF
           END-READ
           CLOSE AUDIT-SEAL-FILE.

       WALK-AUDIT-ARCHIVE.
           MOVE "ARCHIVE" TO WS-Source
           MOVE 0 TO WS-Line-Number
           MOVE 'N' TO WS-EOF-Flag
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-Archive-File-Missing
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
               READ AUDIT-ARCHIVE-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Line-Number
                       PERFORM CHECK-ARCHIVE-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-ARCHIVE-FILE
           PERFORM CLOSE-ARCHIVE-CUT.

       CHECK-ARCHIVE-LINE.
           EVALUATE TRUE
               WHEN WS-Line (1:15) = "** ARCHIVE CUT "
                   PERFORM CLOSE-ARCHIVE-CUT
                   MOVE 'Y' TO WS-Cut-Flag
                   MOVE WS-Line (16:8) TO WS-Cut-Date
                   MOVE 0 TO WS-Cut-Count WS-Cut-Sealed-Count
                   ADD 1 TO WS-Cut-Total
               WHEN WS-Line (1:14) = "** END OF CUT "
                   PERFORM CHECK-CUT-TRAILER
               WHEN WS-Line = SPACES
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-Archive-Count
                   IF WS-Cut-Open
                       ADD 1 TO WS-Cut-Count
                   END-IF
                   PERFORM CHECK-AUDIT-RECORD
                   IF WS-Cut-Open AND WS-Record-Sealed
                       ADD 1 TO WS-Cut-Sealed-Count
                   END-IF
           END-EVALUATE.

       CLOSE-ARCHIVE-CUT.
           IF WS-Cut-Open AND WS-Cut-Sealed-Count > 0
               MOVE SPACES TO WS-Exception-Text
               STRING "archive cut " WS-Cut-Date
                       " has no end line -- cut is incomplete"
                   INTO WS-Exception-Text
               END-STRING
               PERFORM REPORT-EXCEPTION
           END-IF
           MOVE 'N' TO WS-Cut-Flag.

       CHECK-CUT-TRAILER.
           MOVE WS-Line (15:8) TO WS-Trailer-Date
           MOVE WS-Line (32:6) TO WS-Trailer-Count
           MOVE WS-Line (48:9) TO WS-Trailer-Seq
           MOVE WS-Line (64:10) TO WS-Trailer-Check
           IF NOT WS-Cut-Open
               MOVE SPACES TO WS-Exception-Text
               STRING "end line for cut " WS-Trailer-Date
                       " has no matching cut header"
                   INTO WS-Exception-Text
               END-STRING
               PERFORM REPORT-EXCEPTION
               EXIT PARAGRAPH
           END-IF
           IF WS-Trailer-Count IS NOT NUMERIC
                   OR WS-Trailer-Seq IS NOT NUMERIC
                   OR WS-Trailer-Check IS NOT NUMERIC
               MOVE SPACES TO WS-Exception-Text
               STRING "end line for cut " WS-Cut-Date
                       " is not readable"
                   INTO WS-Exception-Text
               END-STRING
               PERFORM REPORT-EXCEPTION
           ELSE IF WS-Trailer-Count NOT = WS-Cut-Count
               MOVE SPACES TO WS-Exception-Text
               STRING "cut " WS-Cut-Date " holds " WS-Cut-Count
                       " records, end line says " WS-Trailer-Count
                   INTO WS-Exception-Text
               END-STRING
               PERFORM REPORT-EXCEPTION
           ELSE IF WS-Cut-Sealed-Count > 0
                   AND (WS-Trailer-Seq NOT = WS-Chain-Seq
                   OR WS-Trailer-Check NOT = WS-Chain-Check)
               MOVE SPACES TO WS-Exception-Text
               STRING "cut " WS-Cut-Date " ends at seq " WS-Chain-Seq
                       ", end line says seq " WS-Trailer-Seq
                       " check " WS-Trailer-Check
                   INTO WS-Exception-Text
               END-STRING
               PERFORM REPORT-EXCEPTION
           END-IF
           END-IF
           END-IF
           MOVE 'N' TO WS-Cut-Flag.

       WALK-AUDIT-LOG.
           MOVE "LOG" TO WS-Source
           MOVE 0 TO WS-Line-Number
           MOVE 'N' TO WS-EOF-Flag
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-Audit-File-Missing
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
               READ AUDIT-LOG-FILE INTO WS-Line
                   AT END
                       MOVE 'Y' TO WS-EOF-Flag
                   NOT AT END
                       ADD 1 TO WS-Line-Number
                       IF WS-Line NOT = SPACES
                           ADD 1 TO WS-Log-Count
                           PERFORM CHECK-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE.

       CHECK-AUDIT-RECORD.
           PERFORM SPLIT-RECORD-SEAL
           IF NOT WS-Record-Sealed
               IF WS-Chain-Started
                   MOVE SPACES TO WS-Exception-Text
                   STRING "record after seq " WS-Chain-Seq
                           " carries no seal -- altered or inserted"
                       INTO WS-Exception-Text
                   END-STRING
                   PERFORM REPORT-EXCEPTION
               ELSE
                   ADD 1 TO WS-Legacy-Count
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-Verified-Count
           IF NOT WS-Chain-Started
               MOVE 'Y' TO WS-Chain-Flag
               MOVE WS-Record-Seq TO WS-First-Seq
               IF WS-Record-Seq NOT = 1
                   MOVE 1 TO WS-Gap-From
                   COMPUTE WS-Gap-To = WS-Record-Seq - 1
                   PERFORM REPORT-SEQUENCE-GAP
               ELSE
                   PERFORM VERIFY-RECORD-CHECK
               END-IF
           ELSE IF WS-Record-Seq = WS-Chain-Seq + 1
               PERFORM VERIFY-RECORD-CHECK
           ELSE IF WS-Record-Seq > WS-Chain-Seq
               COMPUTE WS-Gap-From = WS-Chain-Seq + 1
               COMPUTE WS-Gap-To = WS-Record-Seq - 1
               PERFORM REPORT-SEQUENCE-GAP
           ELSE
               MOVE SPACES TO WS-Exception-Text
               STRING "seq " WS-Record-Seq " follows seq "
                       WS-Chain-Seq " -- duplicate or out of order"
                   INTO WS-Exception-Text
               END-STRING
               PERFORM REPORT-EXCEPTION
           END-IF
           END-IF
           END-IF

           IF WS-Anchor-Present AND WS-Record-Seq = WS-Anchor-Seq
               MOVE 'Y' TO WS-Anchor-Found-Flag
               MOVE WS-Record-Check TO WS-Anchor-Found-Check
           END-IF
           IF WS-Anchor-Present AND WS-Record-Seq > WS-Anchor-Seq
               ADD 1 TO WS-After-Anchor-Count
           END-IF
           MOVE WS-Record-Seq TO WS-Chain-Seq
           MOVE WS-Record-Check TO WS-Chain-Check.

       SPLIT-RECORD-SEAL.
           MOVE 'N' TO WS-Sealed-Flag
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WS-Line TRAILING))
               TO WS-Line-Length
           IF WS-Line-Length < 22
               EXIT PARAGRAPH
           END-IF
           IF WS-Line (WS-Line-Length - 20:1) = "|"
                   AND WS-Line (WS-Line-Length - 10:1) = "|"
                   AND WS-Line (WS-Line-Length - 19:9) IS NUMERIC
                   AND WS-Line (WS-Line-Length - 9:10) IS NUMERIC
               MOVE WS-Line (WS-Line-Length - 19:9) TO WS-Record-Seq
               MOVE WS-Line (WS-Line-Length - 9:10)
                   TO WS-Record-Check
               MOVE SPACES TO WS-Seal-Text
               MOVE WS-Line (1:WS-Line-Length - 11) TO WS-Seal-Text
               MOVE 'Y' TO WS-Sealed-Flag
           END-IF.

       VERIFY-RECORD-CHECK.
           CALL "audit-seal" USING WS-Chain-Check, WS-Seal-Text,
               WS-Computed-Check
           IF WS-Computed-Check NOT = WS-Record-Check
               MOVE SPACES TO WS-Exception-Text
               STRING "seq " WS-Record-Seq
                       " fails its check -- record altered or chain "
                       "broken"
                   INTO WS-Exception-Text
               END-STRING
               PERFORM REPORT-EXCEPTION
           END-IF.

       REPORT-SEQUENCE-GAP.
           MOVE SPACES TO WS-Exception-Text
           IF WS-Gap-From = WS-Gap-To
               STRING "seq " WS-Gap-From " is missing"
                   INTO WS-Exception-Text
               END-STRING
           ELSE
               STRING "seq " WS-Gap-From " to " WS-Gap-To
                       " are missing"
                   INTO WS-Exception-Text
               END-STRING
           END-IF
           PERFORM REPORT-EXCEPTION.

       CHECK-SEAL-ANCHOR.
           MOVE "SEAL" TO WS-Source
           MOVE 0 TO WS-Line-Number
           IF NOT WS-Anchor-Present
               IF WS-Chain-Started
                   MOVE SPACES TO WS-Exception-Text
                   STRING "data/audit.seal is missing or unreadable"
                       INTO WS-Exception-Text
                   END-STRING
                   PERFORM REPORT-EXCEPTION
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-Anchor-Seq > WS-Chain-Seq
               MOVE SPACES TO WS-Exception-Text
               STRING "trail ends at seq " WS-Chain-Seq
                       " but the anchor records seq " WS-Anchor-Seq
                       " -- records removed from the end"
                   INTO WS-Exception-Text
               END-STRING
               PERFORM REPORT-EXCEPTION
           ELSE IF NOT WS-Anchor-Found
               MOVE SPACES TO WS-Exception-Text
               STRING "anchor seq " WS-Anchor-Seq
                       " is not on the trail"
                   INTO WS-Exception-Text
               END-STRING
               PERFORM REPORT-EXCEPTION
           ELSE IF WS-Anchor-Found-Check NOT = WS-Anchor-Check
               MOVE SPACES TO WS-Exception-Text
               STRING "seq " WS-Anchor-Seq
                       " does not carry the anchored check "
                       WS-Anchor-Check
                   INTO WS-Exception-Text
               END-STRING
               PERFORM REPORT-EXCEPTION
           END-IF
           END-IF
           END-IF.

       REPORT-EXCEPTION.
           ADD 1 TO WS-Exception-Count
           IF WS-Line-Number > 0
               DISPLAY "  EXCEPTION " FUNCTION TRIM (WS-Source)
                   " LINE "
                   WS-Line-Number ": "
                   FUNCTION TRIM (WS-Exception-Text TRAILING)
           ELSE
               DISPLAY "  EXCEPTION " FUNCTION TRIM (WS-Source)
                   ": "
                   FUNCTION TRIM (WS-Exception-Text TRAILING)
           END-IF.

           END PROGRAM audit-verify.
