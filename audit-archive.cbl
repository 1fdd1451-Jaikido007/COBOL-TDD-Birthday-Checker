           COPY "retention-param.cpy".

           FD AUDIT-LOG-FILE.
           01 AUDIT-LOG-RECORD             PIC X(200).

           FD AUDIT-ARCHIVE-FILE.
           01 AUDIT-ARCHIVE-RECORD         PIC X(200).

           FD AUDIT-KEEP-FILE.
           01 AUDIT-KEEP-RECORD            PIC X(200).

           WORKING-STORAGE SECTION.
           01 WS-Retention-Status      PIC X(2).
           01 WS-Balance-Count         PIC 9(6).
           01 WS-Header-Flag           PIC X VALUE 'N'.
               88 WS-Header-Written            VALUE 'Y'.
           01 WS-Keep-Rest-Flag        PIC X VALUE 'N'.
               88 WS-Keep-Rest                 VALUE 'Y'.
           01 WS-Record-Length         PIC 9(3).
           01 WS-First-Seq             PIC 9(9) VALUE 0.
           01 WS-Last-Seq              PIC 9(9) VALUE 0.
           01 WS-Last-Check            PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today
               END-READ
           END-PERFORM

           IF WS-Header-Written
               PERFORM WRITE-ARCHIVE-TRAILER
           END-IF

           CLOSE AUDIT-LOG-FILE
           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE AUDIT-KEEP-FILE
           DISPLAY "  Records read:      " WS-Read-Count
           DISPLAY "  Records archived:  " WS-Archived-Count
           DISPLAY "  Records kept:      " WS-Kept-Count
           IF WS-Last-Seq > 0
               DISPLAY "  Archived sequence: " WS-First-Seq
                   " TO " WS-Last-Seq
           END-IF

           COMPUTE WS-Balance-Count =
               WS-Archived-Count + WS-Kept-Count
           END-UNSTRING
           IF WS-Entry-Run-Date IS NUMERIC
                   AND WS-Entry-Run-Date-Num < WS-Cutoff-Date
                   AND NOT WS-Keep-Rest
               IF NOT WS-Header-Written
                   PERFORM WRITE-ARCHIVE-HEADER
               END-IF
               MOVE AUDIT-LOG-RECORD TO AUDIT-ARCHIVE-RECORD
               WRITE AUDIT-ARCHIVE-RECORD
               ADD 1 TO WS-Archived-Count
               PERFORM TAKE-RECORD-SEAL
           ELSE
               MOVE AUDIT-LOG-RECORD TO AUDIT-KEEP-RECORD
               WRITE AUDIT-KEEP-RECORD
               ADD 1 TO WS-Kept-Count
               MOVE 'Y' TO WS-Keep-Rest-Flag
           END-IF.

       TAKE-RECORD-SEAL.
           MOVE FUNCTION LENGTH
                   (FUNCTION TRIM (AUDIT-LOG-RECORD TRAILING))
               TO WS-Record-Length
           IF WS-Record-Length < 22
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-LOG-RECORD (WS-Record-Length - 20:1) = "|"
                   AND AUDIT-LOG-RECORD (WS-Record-Length - 10:1) = "|"
                   AND AUDIT-LOG-RECORD (WS-Record-Length - 19:9)
                       IS NUMERIC
                   AND AUDIT-LOG-RECORD (WS-Record-Length - 9:10)
                       IS NUMERIC
               MOVE AUDIT-LOG-RECORD (WS-Record-Length - 19:9)
                   TO WS-Last-Seq
               MOVE AUDIT-LOG-RECORD (WS-Record-Length - 9:10)
                   TO WS-Last-Check
               IF WS-First-Seq = 0
                   MOVE WS-Last-Seq TO WS-First-Seq
               END-IF
           END-IF.

       WRITE-ARCHIVE-HEADER.
           WRITE AUDIT-ARCHIVE-RECORD
           MOVE 'Y' TO WS-Header-Flag.

       WRITE-ARCHIVE-TRAILER.
           MOVE SPACES TO AUDIT-ARCHIVE-RECORD
           STRING "** END OF CUT " WS-Today
                   " RECORDS " WS-Archived-Count
                   " LAST SEQ " WS-Last-Seq
                   " CHECK " WS-Last-Check " **"
               INTO AUDIT-ARCHIVE-RECORD
           END-STRING
           WRITE AUDIT-ARCHIVE-RECORD.

       TRIM-LIVE-AUDIT-LOG.
           MOVE 0 TO WS-Trim-Count
           OPEN INPUT AUDIT-KEEP-FILE
