           01 COLLEAGUE-MESSAGE-RECORD.
               05 CMSG-KEY.
                   10 CMSG-EMP-ID          PIC X(6).
                   10 CMSG-BDAY-YEAR       PIC 9(4).
                   10 CMSG-SEQ             PIC 9(3).
               05 CMSG-SENDER-NAME         PIC X(30).
               05 CMSG-TEXT                PIC X(60).
               05 CMSG-ENTERED-DATE        PIC 9(8).
               05 CMSG-OPERATOR-ID         PIC X(8).
