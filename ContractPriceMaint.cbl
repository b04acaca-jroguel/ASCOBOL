           02 CUST-NAME                PIC X(20).
           02 CUST-CREDIT-LIMIT        PIC 9(7).
           02 CUST-DISC-PCT            PIC 99V9.
           02 FILLER                   PIC X(81).

       01 Customer-Legacy-Rec REDEFINES Customer-Rec.
           02 FILLER                   PIC X(25).
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

       FD Maint-Audit-File.
       01 Maint-Audit-Rec.
           88 Customer-Master-Absent   VALUE "N".

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.

       01  Maint-Switches.
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name TO OMT-Oil-Name(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
           END-IF.

       GetContractDetails.
           DISPLAY "Enter oil number (1-99)             : "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Num
           IF Entry-Oil-Num < 1 OR Entry-Oil-Num > 99
               DISPLAY "Oil number must be 01-99"
           ELSE
               DISPLAY "Oil " Entry-Oil-Num " - "
                   OMT-Oil-Name(Entry-Oil-Num)
