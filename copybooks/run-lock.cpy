           01 RUN-LOCK-RECORD.
               05 LOCK-PROGRAM             PIC X(20).
               05 LOCK-OPERATOR-ID         PIC X(8).
               05 LOCK-STARTED-TS          PIC X(14).
