           02 CRS-Capacity             PIC 9(3).
           02 CRS-Tutor                PIC X(20).
           02 CRS-Fee                  PIC 9(5)V99.
           02 FILLER                   PIC X(23).

       01 Course-Legacy-Rec REDEFINES Course-Rec.
           02 FILLER                   PIC X(47).

      * Fee open items per student - the student-side mirror of
      * ARITEMS.DAT.  Type I is a charge, type C a credit (such as
      * the pro-rata credit raised on withdrawal).
       FD Fee-Item-File.
       01 Fee-Item-Rec.
           88 End-Of-Fee-Item-File     VALUE HIGH-VALUES.
           02 FEE-Orig-Amount          PIC 9(5)V99.
           02 FEE-Open-Amount          PIC 9(5)V99.
           02 FEE-Item-Type            PIC X.
           02 FEE-Inst-No              PIC 99.
           02 FEE-Inst-Count           PIC 99.

       FD Enroll-File.
       01 Enroll-Rec.
               MOVE Course-Fee-Work      TO FEE-Orig-Amount
               MOVE Course-Fee-Work      TO FEE-Open-Amount
               MOVE "I"                  TO FEE-Item-Type
               MOVE ZERO TO FEE-Inst-No FEE-Inst-Count
               WRITE Fee-Item-Rec
               ADD 1 TO Items-Raised
           END-IF.
