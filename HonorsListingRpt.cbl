           02 CRS-Tutor                PIC X(20).
           02 CRS-Fee                  PIC 9(5)V99.
           02 CRS-Credits              PIC 99.
           02 FILLER                   PIC X(21).

       01 Course-Legacy-Rec REDEFINES Course-Rec.
           02 FILLER                   PIC X(47).
