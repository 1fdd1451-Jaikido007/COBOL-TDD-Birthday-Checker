               REPLACING EMPLOYEE-RECORD BY EMPLOYEE-INDEX-RECORD.

           FD AUDIT-LOG-FILE.
           01 AUDIT-LOG-RECORD             PIC X(200).

           FD AUDIT-ARCHIVE-FILE.
           01 AUDIT-ARCHIVE-RECORD         PIC X(200).

           FD NOTIFICATION-QUEUE-FILE.
           01 NOTIFICATION-QUEUE-RECORD    PIC X(120).
