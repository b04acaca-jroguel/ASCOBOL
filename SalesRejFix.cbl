       FD Suspense-File.
       01 Suspense-Rec.
           88 End-Of-Suspense-File     VALUE HIGH-VALUES.
           02 SUS-Sales-Data           PIC X(50).
           02 SUS-Reject-Reason        PIC X(30).

       FD Resubmit-File.
       01 Resubmit-Rec                 PIC X(50).

       WORKING-STORAGE SECTION.
       01  Suspense-Table.
           02  Suspense-Count          PIC 999 VALUE ZERO.
           02  Suspense-Entry OCCURS 500 TIMES.
               03 SUT-Sales-Data       PIC X(50).
               03 SUT-Reject-Reason    PIC X(30).
               03 SUT-Disposition      PIC X.
                   88 SUT-Keep         VALUE "K".
           02  WSR-Sale-Date           PIC 9(8).
           02  WSR-Txn-Type            PIC X.
           02  WSR-Rep-Id              PIC X(3).
           02  WSR-Promo-Code          PIC X(5).

       01  Suspense-Sub                PIC 999.


       FixFields.
           DISPLAY "Field to fix - 1=CUST-ID 2=NAME 3=OIL-ID"
           DISPLAY "  4=SIZE 5=UNITS 6=DATE 7=TYPE 8=REP 9=PROMO"
           DISPLAY "  0=DONE"
           PERFORM GetOneFieldFix
           PERFORM UNTIL Entry-Field-Num = ZERO
               PERFORM GetOneFieldFix
                   WHEN 6 ACCEPT WSR-Sale-Date
                   WHEN 7 ACCEPT WSR-Txn-Type
                   WHEN 8 ACCEPT WSR-Rep-Id
                   WHEN 9 ACCEPT WSR-Promo-Code
                   WHEN OTHER DISPLAY "No such field"
               END-EVALUATE
           END-IF.
