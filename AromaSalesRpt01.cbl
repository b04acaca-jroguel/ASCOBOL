           02 SF-Sale-Date             PIC 9(8).
           02 SF-Txn-Type              PIC X.
           02 SF-Rep-Id                PIC X(3).
           02 SF-Promo-Code            PIC X(5).

       WORKING-STORAGE SECTION.
       01  Entry-Switches.
       01  Entry-Txn-Type                 PIC X.
           88 Valid-Entry-Txn-Type        VALUE "S" "R".
       01  Entry-Rep-Id                   PIC X(3).
       01  Entry-Promo-Code               PIC X(5).

       PROCEDURE DIVISION.
       Begin.
               DISPLAY "Enter salesperson code (3 chars)    : "
                   WITH NO ADVANCING
               ACCEPT Entry-Rep-Id
               DISPLAY "Promotion code, blank if none       : "
                   WITH NO ADVANCING
               ACCEPT Entry-Promo-Code
               PERFORM WriteSaleEntry
           END-IF.

           MOVE Entry-Sale-Date      TO SF-Sale-Date
           MOVE Entry-Txn-Type       TO SF-Txn-Type
           MOVE Entry-Rep-Id         TO SF-Rep-Id
           MOVE Entry-Promo-Code     TO SF-Promo-Code
           WRITE Sales-Rec.
       END PROGRAM AromaSalesRpt01.
