      *          to APMATCH.RPT and the item is held (status H) for
      *          review instead of open (status O); ApAgedRpt ages the
      *          open items per supplier.  A matched PO is marked
      *          invoiced (I) and moved off to the POHIST.DAT
      *          purchase order history when the PO file is
      *          rewritten.  Each payables item carries its PO, oil
      *          and invoiced quantity for the supplier scorecard.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT Match-Exc-Report ASSIGN TO "APMATCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Po-Hist-File ASSIGN TO "POHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Po-Hist-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Supplier-File.
           02 SUP-Name                 PIC X(20).
           02 SUP-Lead-Days            PIC 99.
           02 SUP-Min-Order            PIC 9(6).
           02 FILLER                   PIC XX.

       FD Po-File.
       01 Po-Rec.
               88 PO-Open              VALUE "O".
               88 PO-Received          VALUE "R".

      * Invoiced purchase orders, kept once they leave POFILE.DAT so
      * supplier lead times and fill rates can be looked back on.
       FD Po-Hist-File.
       01 Po-Hist-Rec.
           02 PH-Number                PIC 9(6).
           02 PH-Sup-Id                PIC X(3).
           02 PH-Oil-Num               PIC 99.
           02 PH-Order-Qty             PIC 9(6).
           02 PH-Order-Date            PIC 9(8).
           02 PH-Status                PIC X.
           02 PH-Invoice-Date          PIC 9(8).

       FD Stock-Ledger-File.
       01 Stock-Ledger-Rec.
           88 End-Of-Stock-Ledger-File VALUE HIGH-VALUES.
           02 AP-Orig-Amount           PIC 9(6)V99.
           02 AP-Open-Amount           PIC 9(6)V99.
           02 AP-Status                PIC X.
           02 AP-Po-Number             PIC 9(6).
           02 AP-Oil-Num               PIC 99.
           02 AP-Invoice-Qty           PIC 9(6).

       FD Match-Exc-Report.
       01 Match-Exc-Line               PIC X(72).
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 OM-Unit-Cost             PIC 9(4)V99.
           02 FILLER                   PIC X.

       01 Oil-Master-Legacy-Rec REDEFINES Oil-Master-Rec.
           02 FILLER                   PIC X(23).
               03 POT-Order-Qty        PIC 9(6).
               03 POT-Order-Date       PIC 9(8).
               03 POT-Status           PIC X.
               03 POT-Invoice-Date     PIC 9(8).

       01  Po-Sub                      PIC 999.
       01  Supplier-Sub                PIC 999.
       01  Tolerance-Qty               PIC 9(7).

       01  Oil-Cost-Table.
           02  Oil-Cost-Entry OCCURS 99 TIMES.
               03 OCT-Unit-Cost        PIC 9(4)V99 VALUE ZERO.

       01  Oil-Master-File-Status      PIC XX.

       01  Ap-Open-Item-File-Status    PIC XX.

       01  Po-Hist-File-Status         PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".
                       MOVE PO-Order-Qty  TO POT-Order-Qty(Po-Count)
                       MOVE PO-Order-Date TO POT-Order-Date(Po-Count)
                       MOVE PO-Status     TO POT-Status(Po-Count)
                       MOVE ZERO       TO POT-Invoice-Date(Po-Count)
                   ELSE
                       SET Po-Table-Overflowed TO TRUE
                   END-IF
           DISPLAY "Enter PO number (6 digits)          : "
               WITH NO ADVANCING
           ACCEPT Entry-Po-Number
           DISPLAY "Enter oil number (1-99)             : "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Num
           DISPLAY "Enter invoiced quantity (000001+)   : "
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       IF OML-Unused = SPACES
                           MOVE ZERO TO OCT-Unit-Cost(OM-Oil-Num)
                       ELSE
      * the dispute still finds its PO to match against.
               IF Match-Clean
                   MOVE "I" TO POT-Status(Matched-Po-Sub)
                   MOVE Entry-Invoice-Date
                       TO POT-Invoice-Date(Matched-Po-Sub)
               END-IF
           END-IF
           IF Match-Flagged
           MOVE Entry-Invoice-Date   TO AP-Invoice-Date
           MOVE Entry-Invoice-Amount TO AP-Orig-Amount
           MOVE Entry-Invoice-Amount TO AP-Open-Amount
           MOVE Entry-Po-Number      TO AP-Po-Number
           MOVE Entry-Oil-Num        TO AP-Oil-Num
           MOVE Entry-Invoice-Qty    TO AP-Invoice-Qty
           IF Match-Clean
               MOVE "O" TO AP-Status
               DISPLAY "Invoice matched clean - payable item raised"
               END-IF
           END-PERFORM.

      * Invoiced POs are finished with - moved to the history here
      * so POFILE.DAT holds only orders still awaiting goods or an
      * invoice.
       SavePurchaseOrders.
           OPEN OUTPUT Po-File
           OPEN EXTEND Po-Hist-File
           IF Po-Hist-File-Status = "35"
               OPEN OUTPUT Po-Hist-File
           END-IF
           PERFORM VARYING Po-Sub FROM 1 BY 1
                   UNTIL Po-Sub > Po-Count
               IF POT-Status(Po-Sub) NOT = "I"
                   MOVE POT-Order-Date(Po-Sub) TO PO-Order-Date
                   MOVE POT-Status(Po-Sub)     TO PO-Status
                   WRITE Po-Rec
               ELSE
                   MOVE POT-Number(Po-Sub)     TO PH-Number
                   MOVE POT-Sup-Id(Po-Sub)     TO PH-Sup-Id
                   MOVE POT-Oil-Num(Po-Sub)    TO PH-Oil-Num
                   MOVE POT-Order-Qty(Po-Sub)  TO PH-Order-Qty
                   MOVE POT-Order-Date(Po-Sub) TO PH-Order-Date
                   MOVE POT-Status(Po-Sub)     TO PH-Status
                   MOVE POT-Invoice-Date(Po-Sub)
                       TO PH-Invoice-Date
                   WRITE Po-Hist-Rec
               END-IF
           END-PERFORM
           CLOSE Po-Hist-File
           CLOSE Po-File.
       END PROGRAM SupInvoiceEntry.
