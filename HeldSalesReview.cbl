       FD Held-Sales-File.
       01 Held-Sales-Rec.
           88 End-Of-Held-Sales-File   VALUE HIGH-VALUES.
           02 HS-Sales-Data            PIC X(50).
           02 HS-Credit-Limit          PIC 9(7).
           02 HS-Exposure              PIC 9(8)V99.

       FD Held-Release-File.
       01 Held-Release-Rec             PIC X(50).

       WORKING-STORAGE SECTION.
       01  Held-Table.
           02  Held-Count              PIC 999 VALUE ZERO.
           02  Held-Entry OCCURS 500 TIMES.
               03 HT-Sales-Data        PIC X(50).
               03 HT-Credit-Limit      PIC 9(7).
               03 HT-Exposure          PIC 9(8)V99.
               03 HT-Disposition       PIC X.
