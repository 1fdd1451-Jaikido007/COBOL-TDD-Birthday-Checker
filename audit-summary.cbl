       DATA DIVISION.
           FILE SECTION.
           FD AUDIT-LOG-FILE.
           01 AUDIT-LOG-RECORD             PIC X(200).

           FD HOLIDAY-FILE.
           01 HOLIDAY-RECORD               PIC X(60).
