           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

       FD Expiry-Report.
       01 Expiry-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.

       01  Current-Run-Date.
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name TO OMT-Oil-Name(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File

       WriteExpiryLine.
           MOVE OL-Oil-Num TO Prn-Exp-Oil-Num
           IF OL-Oil-Num >= 1 AND OL-Oil-Num <= 99
               MOVE OMT-Oil-Name(OL-Oil-Num) TO Prn-Exp-Oil-Name
           ELSE
               MOVE SPACES TO Prn-Exp-Oil-Name
