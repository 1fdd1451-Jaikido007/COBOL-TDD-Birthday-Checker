               05 CON-EMP-ID               PIC X(6).
               05 CON-EMAIL                PIC X(50).
               05 CON-UPDATED              PIC 9(8).
               05 CON-BOUNCE-STATUS        PIC X(1).
                   88 CON-UNDELIVERABLE            VALUE 'U'.
                   88 CON-DELIVERABLE              VALUE SPACE.
               05 CON-BOUNCE-DATE          PIC 9(8).
               05 CON-BOUNCE-REASON        PIC X(30).
