           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

       FD Maint-Audit-File.
       01 Maint-Audit-Rec.
       01  Oil-Master-File-Status       PIC XX.

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name          PIC X(20) VALUE SPACES.

       01  Maint-Audit-File-Status      PIC XX.
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name TO OMT-Oil-Name(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
           END-IF.

       MaintainPrices.
           DISPLAY "Enter oil number to change (1-99), 00 to finish: "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Num
           IF Entry-Oil-Num = ZERO
               SET No-More-Changes TO TRUE
           ELSE
               IF Entry-Oil-Num <= 99
                   DISPLAY "Oil " Entry-Oil-Num " - "
                       OMT-Oil-Name(Entry-Oil-Num)
               END-IF
