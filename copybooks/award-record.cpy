           01 AWARD-RECORD.
               05 AWD-KEY.
                   10 AWD-EMP-ID           PIC X(6).
                   10 AWD-YEARS            PIC 9(3).
               05 AWD-EMP-NAME             PIC X(30).
               05 AWD-DEPT-CODE            PIC X(3).
               05 AWD-ANNIV-DATE           PIC 9(8).
               05 AWD-STATUS               PIC X(1).
                   88 AWD-PENDING                  VALUE 'P'.
                   88 AWD-APPROVED                 VALUE 'A'.
                   88 AWD-ISSUED                   VALUE 'I'.
                   88 AWD-DECLINED                 VALUE 'D'.
               05 AWD-STATUS-DATE          PIC 9(8).
               05 AWD-OPERATOR-ID          PIC X(8).
