       IDENTIFICATION DIVISION.
           PROGRAM-ID. audit-seal.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-Seal-Sum              PIC 9(12).
           01 WS-Seal-Length           PIC 9(3).
           01 WS-Seal-Idx              PIC 9(3).
           01 WS-Seal-Modulus          PIC 9(10) VALUE 9999999967.

           LINKAGE SECTION.
           01 LS-Seal-Prev-Check       PIC 9(10).
           01 LS-Seal-Text             PIC X(200).
           01 LS-Seal-Check            PIC 9(10).

       PROCEDURE DIVISION USING LS-Seal-Prev-Check, LS-Seal-Text,
               LS-Seal-Check.
           MOVE LS-Seal-Prev-Check TO WS-Seal-Sum
           MOVE FUNCTION LENGTH (FUNCTION TRIM (LS-Seal-Text TRAILING))
               TO WS-Seal-Length
           PERFORM VARYING WS-Seal-Idx FROM 1 BY 1
                   UNTIL WS-Seal-Idx > WS-Seal-Length
               COMPUTE WS-Seal-Sum = FUNCTION MOD (WS-Seal-Sum * 31
                   + FUNCTION ORD (LS-Seal-Text (WS-Seal-Idx:1)),
                   WS-Seal-Modulus)
           END-PERFORM
           MOVE WS-Seal-Sum TO LS-Seal-Check
           GOBACK.

           END PROGRAM audit-seal.
