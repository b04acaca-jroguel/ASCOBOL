           02 CRS-Title                PIC X(20).
           02 CRS-Capacity             PIC 9(3).
           02 CRS-Tutor                PIC X(20).
           02 FILLER                   PIC X(30).

       FD Register-Report.
       01 Register-Line                PIC X(64).
