           01 AUDIT-SEAL-RECORD.
               05 SEAL-LAST-SEQ            PIC 9(9).
               05 SEAL-LAST-CHECK          PIC 9(10).
               05 SEAL-WRITTEN-TS          PIC X(14).
