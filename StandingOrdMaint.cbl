           02 CUST-TAX-JUR             PIC XX.
           02 CUST-EXEMPT-FLAG        PIC X.
           02 CUST-EXEMPT-CERT        PIC X(10).
           02 FILLER                   PIC X(68).

       01 Customer-Legacy-Rec REDEFINES Customer-Rec.
           02 FILLER                   PIC X(25).
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

       WORKING-STORAGE SECTION.
       01  Standing-Order-Table.
                   PIC X(5).

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.
               03 OMT-Oil-Class        PIC X     VALUE SPACE.

                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name  TO OMT-Oil-Name(OM-Oil-Num)
                       MOVE OM-Oil-Class TO OMT-Oil-Class(OM-Oil-Num)
                   END-IF
           END-IF.

       GetOrderDetails.
           DISPLAY "Enter oil number (1-99)             : "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Num
           IF Entry-Oil-Num < 1 OR Entry-Oil-Num > 99
               DISPLAY "Oil number must be 01-99"
           ELSE
               DISPLAY "Oil " Entry-Oil-Num " - "
                   OMT-Oil-Name(Entry-Oil-Num)
