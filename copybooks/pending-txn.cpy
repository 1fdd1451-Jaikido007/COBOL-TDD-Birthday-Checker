           01 MAINT-PENDING-RECORD.
               05 PEND-OPERATOR-ID         PIC X(8).
               05 PEND-ENTERED-TS          PIC X(14).
               05 PEND-TXN-DATA            PIC X(68).
               05 PEND-TXN-KEY REDEFINES PEND-TXN-DATA.
                   10 PEND-TXN-ACTION      PIC X(1).
                   10 PEND-TXN-EMP-ID      PIC X(6).
                   10 FILLER               PIC X(61).
