           02 AP-Orig-Amount           PIC 9(6)V99.
           02 AP-Open-Amount           PIC 9(6)V99.
           02 AP-Status                PIC X.
           02 FILLER                   PIC X(14).

       FD Supplier-File.
       01 Supplier-Rec.
           02 SUP-Name                 PIC X(20).
           02 SUP-Lead-Days            PIC 99.
           02 SUP-Min-Order            PIC 9(6).
           02 FILLER                   PIC XX.

       FD Aged-Report.
       01 Aged-Line                    PIC X(90).
