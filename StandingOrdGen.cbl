               88 SO-Active            VALUE "A".

       FD Resubmit-File.
       01 Resubmit-Rec                 PIC X(50).

       FD Step-Stat-File.
       01 Step-Stat-Rec.
           02 GS-Sale-Date             PIC 9(8).
           02 GS-Txn-Type              PIC X.
           02 GS-Rep-Id                PIC X(3).
           02 GS-Promo-Code            PIC X(5).

       01  House-Rep-Code              PIC X(3) VALUE "STO".

