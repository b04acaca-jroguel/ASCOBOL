      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplier performance scorecard over a chosen date
      *          range, so the OILSUPP.DAT assignments can be made on
      *          the record rather than from memory.  Purchase orders
      *          raised in the range (POFILE.DAT and the invoiced ones
      *          on POHIST.DAT) are matched to the R movements posted
      *          to STOCKLED.DAT under each PO number, giving the
      *          actual lead time against the supplier's promised
      *          SUP-Lead-Days, the on-time percentage and the fill
      *          rate (received against ordered).  Invoices dated in
      *          the range on APITEMS.DAT and the cleared ones on
      *          APHIST.DAT give the number held in three-way match
      *          and the invoiced price variance against the
      *          OILMAST.DAT unit cost.  Suppliers are ranked worst
      *          first on a score of 40% on-time, 40% fill rate and
      *          20% clean invoice match.  Written to SUPSCORE.RPT.
      *          Ages are approximated as years * 365 plus months
      *          * 30 plus days, as ApAgedRpt ages them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SupplierScoreRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Supplier-File ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Supplier-File-Status.

           SELECT Po-File ASSIGN TO "POFILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Po-File-Status.

           SELECT Po-Hist-File ASSIGN TO "POHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Po-Hist-File-Status.

           SELECT Stock-Ledger-File ASSIGN TO "STOCKLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Stock-Ledger-File-Status.

           SELECT Ap-Open-Item-File ASSIGN TO "APITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ap-Open-Item-File-Status.

           SELECT Ap-Hist-File ASSIGN TO "APHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ap-Hist-File-Status.

           SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Master-File-Status.

           SELECT Score-Report ASSIGN TO "SUPSCORE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Supplier-File.
       01 Supplier-Rec.
           88 End-Of-Supplier-File     VALUE HIGH-VALUES.
           02 SUP-Id                   PIC X(3).
           02 SUP-Name                 PIC X(20).
           02 SUP-Lead-Days            PIC 99.
           02 SUP-Min-Order            PIC 9(6).
           02 FILLER                   PIC XX.

       FD Po-File.
       01 Po-Rec.
           88 End-Of-Po-File           VALUE HIGH-VALUES.
           02 PO-Number                PIC 9(6).
           02 PO-Sup-Id                PIC X(3).
           02 PO-Oil-Num               PIC 99.
           02 PO-Order-Qty             PIC 9(6).
           02 PO-Order-Date            PIC 9(8).
           02 PO-Status                PIC X.

       FD Po-Hist-File.
       01 Po-Hist-Rec.
           88 End-Of-Po-Hist-File      VALUE HIGH-VALUES.
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
           02 SL-Date                  PIC 9(8).
           02 SL-Oil-Num               PIC 99.
           02 SL-Move-Type             PIC X.
           02 SL-Qty                   PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.
           02 SL-Reference             PIC X(10).
           02 SL-Location              PIC XX.

      * APITEMS.DAT and its APHIST.DAT history share one layout.
      * Items keyed before the PO, oil and quantity were carried
      * end at the status byte and cannot be price-checked.
       FD Ap-Open-Item-File.
       01 Ap-Open-Item-Rec.
           88 End-Of-Ap-Open-Item-File VALUE HIGH-VALUES.
           02 AP-Sup-Id                PIC X(3).
           02 AP-Invoice-Ref           PIC X(10).
           02 AP-Invoice-Date          PIC 9(8).
           02 AP-Orig-Amount           PIC 9(6)V99.
           02 AP-Open-Amount           PIC 9(6)V99.
           02 AP-Status                PIC X.
               88 AP-Held              VALUE "H".
           02 AP-Po-Number             PIC 9(6).
           02 AP-Oil-Num               PIC 99.
           02 AP-Invoice-Qty           PIC 9(6).

       01 Ap-Open-Item-Legacy-Rec REDEFINES Ap-Open-Item-Rec.
           02 FILLER                   PIC X(38).
           02 APL-Unused               PIC X(14).

       FD Ap-Hist-File.
       01 Ap-Hist-Rec                  PIC X(52).
           88 End-Of-Ap-Hist-File      VALUE HIGH-VALUES.

       FD Oil-Master-File.
       01 Oil-Master-Rec.
           88 End-Of-Oil-Master-File   VALUE HIGH-VALUES.
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 OM-Unit-Cost             PIC 9(4)V99.
           02 FILLER                   PIC X.

       01 Oil-Master-Legacy-Rec REDEFINES Oil-Master-Rec.
           02 FILLER                   PIC X(23).
           02 OML-Unused               PIC X(6).

       FD Score-Report.
       01 Score-Line                   PIC X(120).

       WORKING-STORAGE SECTION.
       01  Supplier-Table.
           02  Supplier-Count          PIC 999 VALUE ZERO.
           02  Supplier-Entry OCCURS 100 TIMES.
               03 SUT-Sup-Id           PIC X(3).
               03 SUT-Sup-Name         PIC X(20).
               03 SUT-Lead-Days        PIC 99.
               03 SUT-Po-Count         PIC 9(5).
               03 SUT-Po-Due           PIC 9(5).
               03 SUT-Po-Received      PIC 9(5).
               03 SUT-Po-On-Time       PIC 9(5).
               03 SUT-Lead-Total       PIC 9(7).
               03 SUT-Order-Qty        PIC 9(8).
               03 SUT-Received-Qty     PIC 9(8).
               03 SUT-Invoice-Count    PIC 9(5).
               03 SUT-Held-Count       PIC 9(5).
               03 SUT-Invoiced-Value   PIC 9(8)V99.
               03 SUT-Cost-Value       PIC 9(8)V99.
               03 SUT-Score            PIC 9(3)V9.

       01  Supplier-Sub                PIC 999.

       01  Supplier-Lookup-Switch      PIC X VALUE "N".
           88 Supplier-Found           VALUE "Y".
           88 Supplier-Not-Found       VALUE "N".

       01  Lookup-Sup-Id               PIC X(3).

      * Purchase orders raised in the range, with what the ledger
      * shows received against each.
       01  Po-Table.
           02  Po-Count                PIC 9(4) VALUE ZERO.
           02  Po-Entry OCCURS 1000 TIMES.
               03 POT-Number           PIC 9(6).
               03 POT-Sup-Sub          PIC 999.
               03 POT-Oil-Num          PIC 99.
               03 POT-Order-Qty        PIC 9(6).
               03 POT-Order-Date       PIC 9(8).
               03 POT-First-Receipt    PIC 9(8).
               03 POT-Received-Qty     PIC S9(7).

       01  Po-Sub                      PIC 9(4).

       01  Po-Lookup-Switch            PIC X VALUE "N".
           88 Po-Found                 VALUE "Y".
           88 Po-Not-Found             VALUE "N".

       01  Po-Overflow-Switch          PIC X VALUE "N".
           88 Po-Table-Overflowed      VALUE "Y".

       01  Po-Reference-Work           PIC X(10).

       01  New-Po-Number               PIC 9(6).
       01  New-Sup-Id                  PIC X(3).
       01  New-Oil-Num                 PIC 99.
       01  New-Order-Qty               PIC 9(6).
       01  New-Order-Date              PIC 9(8).

       01  Oil-Cost-Table.
           02  Oil-Cost-Entry OCCURS 99 TIMES.
               03 OCT-Unit-Cost        PIC 9(4)V99 VALUE ZERO.

       01  Sel-From-Date               PIC 9(8).
       01  Sel-To-Date                 PIC 9(8).
       01  Current-Run-Date            PIC 9(8).

       01  Date-Work.
           02  DW-Year                 PIC 9(4).
           02  DW-Month                PIC 9(2).
           02  DW-Day                  PIC 9(2).
       01  Date-Work-Num REDEFINES Date-Work PIC 9(8).

       01  Day-Number                  PIC 9(7).
       01  Order-Day-Number            PIC 9(7).
       01  Run-Day-Number              PIC 9(7).
       01  Lead-Actual                 PIC S9(5).
       01  Filled-Qty                  PIC 9(7).

       01  Score-Work.
           02  On-Time-Pct             PIC 9(3)V9.
           02  Fill-Pct                PIC 9(3)V9.
           02  Clean-Pct               PIC 9(3)V9.
           02  Held-Pct                PIC 9(3)V9.
           02  Average-Lead            PIC 9(3)V9.
           02  Price-Var-Pct           PIC S9(3)V9.

      * Worst first - the ranking holds supplier subscripts.
       01  Rank-Table.
           02  Rank-Count              PIC 999 VALUE ZERO.
           02  Rank-Sup-Sub            PIC 999 OCCURS 100 TIMES.

       01  Rank-Sub                    PIC 999.
       01  Sort-I                      PIC 999.
       01  Sort-J                      PIC 999.
       01  Sort-Limit                  PIC 999.
       01  Swap-Sub                    PIC 999.

       01  Supplier-File-Status        PIC XX.
       01  Po-File-Status              PIC XX.
       01  Po-Hist-File-Status         PIC XX.
       01  Stock-Ledger-File-Status    PIC XX.
       01  Ap-Open-Item-File-Status    PIC XX.
       01  Ap-Hist-File-Status         PIC XX.
       01  Oil-Master-File-Status      PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Score-Heading-Line          PIC X(48)
           VALUE "       AROMAMORA SUPPLIER PERFORMANCE SCORECARD".

       01  Score-Range-Line.
           02  FILLER                  PIC X(15) VALUE
                                          " ORDERS FROM : ".
           02  Prn-Sel-From            PIC 9(8).
           02  FILLER                  PIC X(4)  VALUE " TO ".
           02  Prn-Sel-To              PIC 9(8).
           02  FILLER                  PIC X(48) VALUE
               "   SCORE = 40% ON TIME + 40% FILL + 20% CLEAN".

       01  Score-Topic-Line.
           02  FILLER                  PIC X(6)  VALUE " RANK".
           02  FILLER                  PIC X(4)  VALUE "SUP".
           02  FILLER                  PIC X(20) VALUE "NAME".
           02  FILLER                  PIC X(5)  VALUE "  POS".
           02  FILLER                  PIC X(6)  VALUE "  PROM".
           02  FILLER                  PIC X(7)  VALUE " ACTUAL".
           02  FILLER                  PIC X(8)  VALUE " ONTIME%".
           02  FILLER                  PIC X(8)  VALUE "   FILL%".
           02  FILLER                  PIC X(6)  VALUE "  INVS".
           02  FILLER                  PIC X(6)  VALUE "  HELD".
           02  FILLER                  PIC X(9)  VALUE " PRICE V%".
           02  FILLER                  PIC X(7)  VALUE "  SCORE".

       01  Score-Detail-Line.
           02  Prn-Rank                PIC BBBZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Sup-Id              PIC X(3).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Sup-Name            PIC X(20).
           02  Prn-Po-Count            PIC BZZZ9.
           02  Prn-Lead-Days           PIC BBBBZ9.
           02  Prn-Average-Lead        PIC BBZZ9.9.
           02  Prn-On-Time-Pct         PIC BBBZZ9.9.
           02  Prn-Fill-Pct            PIC BBBZZ9.9.
           02  Prn-Invoice-Count       PIC BBZZZ9.
           02  Prn-Held-Count          PIC BBZZZ9.
           02  Prn-Price-Var-Area.
               03  Prn-Price-Var-Pct   PIC BBBZZ9.9-.
           02  Prn-Price-Var-Text REDEFINES Prn-Price-Var-Area
                                       PIC X(9).
           02  Prn-Score               PIC BBZZ9.9.

       01  Score-Idle-Line.
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  Prn-Idle-Sup-Id         PIC X(3).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Idle-Sup-Name       PIC X(20).
           02  FILLER                  PIC X(31) VALUE
               " NO ORDERS OR INVOICES IN RANGE".

       01  Score-Note-Line             PIC X(80) VALUE
           " ACTUAL = AVERAGE DAYS ORDER TO FIRST RECEIPT.  PRICE V% = I
      -    "NVOICED OVER COST.".

       01  Score-None-Line             PIC X(40) VALUE
           " NO SUPPLIERS ON FILE".

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           MOVE Current-Run-Date TO Date-Work-Num
           PERFORM ComputeDayNumber
           MOVE Day-Number TO Run-Day-Number
           PERFORM GetScoreSelection
           PERFORM LoadSuppliers
           IF Run-OK
               PERFORM LoadOilCosts
               PERFORM LoadPurchaseOrders
               PERFORM LoadPoHistory
               IF Po-Table-Overflowed
                   DISPLAY "SUPPLIERSCORERPT: more than 1000 "
                       "purchase orders in range - later ones left "
                       "off, narrow the range"
               END-IF
               PERFORM MatchReceipts
               PERFORM ScorePurchaseOrders
               PERFORM ScoreOpenInvoices
               PERFORM ScoreInvoiceHistory
               PERFORM RankSuppliers
               PERFORM PrintScorecard
           END-IF
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       GetScoreSelection.
           DISPLAY "Enter from date (YYYYMMDD)                 : "
               WITH NO ADVANCING
           ACCEPT Sel-From-Date
           DISPLAY "Enter to date (YYYYMMDD), 0 for today      : "
               WITH NO ADVANCING
           ACCEPT Sel-To-Date
           IF Sel-To-Date = ZERO
               MOVE Current-Run-Date TO Sel-To-Date
           END-IF.

       ComputeDayNumber.
           COMPUTE Day-Number =
               DW-Year * 365 + DW-Month * 30 + DW-Day.

       LoadSuppliers.
           OPEN INPUT Supplier-File
           IF Supplier-File-Status = "00"
               READ Supplier-File
                   AT END SET End-Of-Supplier-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Supplier-File
                   IF Supplier-Count < 100
                       ADD 1 TO Supplier-Count
                       MOVE Supplier-Count TO Supplier-Sub
                       INITIALIZE Supplier-Entry(Supplier-Sub)
                       MOVE SUP-Id   TO SUT-Sup-Id(Supplier-Sub)
                       MOVE SUP-Name TO SUT-Sup-Name(Supplier-Sub)
                       MOVE SUP-Lead-Days
                           TO SUT-Lead-Days(Supplier-Sub)
                   END-IF
                   READ Supplier-File
                       AT END SET End-Of-Supplier-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Supplier-File
           ELSE
               DISPLAY "SUPPLIERSCORERPT: cannot open SUPPLIER.DAT - "
                   "status " Supplier-File-Status
               SET Run-Failed TO TRUE
           END-IF.

       LoadOilCosts.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               READ Oil-Master-File
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       IF OML-Unused = SPACES
                           MOVE ZERO TO OCT-Unit-Cost(OM-Oil-Num)
                       ELSE
                           MOVE OM-Unit-Cost
                               TO OCT-Unit-Cost(OM-Oil-Num)
                       END-IF
                   END-IF
                   READ Oil-Master-File
                       AT END SET End-Of-Oil-Master-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           ELSE
               DISPLAY "SUPPLIERSCORERPT: no OILMAST.DAT found - "
                   "no price variance worked out"
           END-IF.

       LoadPurchaseOrders.
           OPEN INPUT Po-File
           IF Po-File-Status = "00"
               READ Po-File
                   AT END SET End-Of-Po-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Po-File
                   MOVE PO-Number     TO New-Po-Number
                   MOVE PO-Sup-Id     TO New-Sup-Id
                   MOVE PO-Oil-Num    TO New-Oil-Num
                   MOVE PO-Order-Qty  TO New-Order-Qty
                   MOVE PO-Order-Date TO New-Order-Date
                   PERFORM AddPurchaseOrder
                   READ Po-File
                       AT END SET End-Of-Po-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Po-File
           ELSE
               DISPLAY "SUPPLIERSCORERPT: no POFILE.DAT found - "
                   "only invoiced orders on POHIST.DAT scored"
           END-IF.

       LoadPoHistory.
           OPEN INPUT Po-Hist-File
           IF Po-Hist-File-Status = "00"
               READ Po-Hist-File
                   AT END SET End-Of-Po-Hist-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Po-Hist-File
                   MOVE PH-Number     TO New-Po-Number
                   MOVE PH-Sup-Id     TO New-Sup-Id
                   MOVE PH-Oil-Num    TO New-Oil-Num
                   MOVE PH-Order-Qty  TO New-Order-Qty
                   MOVE PH-Order-Date TO New-Order-Date
                   PERFORM AddPurchaseOrder
                   READ Po-Hist-File
                       AT END SET End-Of-Po-Hist-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Po-Hist-File
           END-IF.

      * Orders for a supplier no longer on the master have nobody
      * to score against and are passed over.
       AddPurchaseOrder.
           IF New-Order-Date >= Sel-From-Date
                   AND New-Order-Date <= Sel-To-Date
               MOVE New-Sup-Id TO Lookup-Sup-Id
               PERFORM FindSupplier
               IF Supplier-Found
                   IF Po-Count < 1000
                       ADD 1 TO Po-Count
                       MOVE New-Po-Number  TO POT-Number(Po-Count)
                       MOVE Supplier-Sub   TO POT-Sup-Sub(Po-Count)
                       MOVE New-Oil-Num    TO POT-Oil-Num(Po-Count)
                       MOVE New-Order-Qty  TO POT-Order-Qty(Po-Count)
                       MOVE New-Order-Date TO POT-Order-Date(Po-Count)
                       MOVE ZERO TO POT-First-Receipt(Po-Count)
                           POT-Received-Qty(Po-Count)
                   ELSE
                       SET Po-Table-Overflowed TO TRUE
                   END-IF
               END-IF
           END-IF.

       FindSupplier.
           SET Supplier-Not-Found TO TRUE
           PERFORM VARYING Supplier-Sub FROM 1 BY 1
                   UNTIL Supplier-Sub > Supplier-Count
                       OR Supplier-Found
               IF SUT-Sup-Id(Supplier-Sub) = Lookup-Sup-Id
                   SET Supplier-Found TO TRUE
               END-IF
           END-PERFORM
           IF Supplier-Found
               SUBTRACT 1 FROM Supplier-Sub
           END-IF.

      * Receipts are posted to the ledger with the PO number as
      * their reference (see OilReceiptsPost), so every R movement
      * carrying a PO number in the table counts against that PO.
       MatchReceipts.
           OPEN INPUT Stock-Ledger-File
           IF Stock-Ledger-File-Status = "00"
               READ Stock-Ledger-File
                   AT END SET End-Of-Stock-Ledger-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Stock-Ledger-File
                   IF SL-Move-Type = "R"
                       PERFORM FindLedgerPo
                       IF Po-Found
                           ADD SL-Qty TO POT-Received-Qty(Po-Sub)
                           IF POT-First-Receipt(Po-Sub) = ZERO
                               OR SL-Date < POT-First-Receipt(Po-Sub)
                               MOVE SL-Date
                                   TO POT-First-Receipt(Po-Sub)
                           END-IF
                       END-IF
                   END-IF
                   READ Stock-Ledger-File
                       AT END SET End-Of-Stock-Ledger-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Stock-Ledger-File
           ELSE
               DISPLAY "SUPPLIERSCORERPT: no STOCKLED.DAT found - "
                   "every order shows nothing received"
           END-IF.

       FindLedgerPo.
           SET Po-Not-Found TO TRUE
           PERFORM VARYING Po-Sub FROM 1 BY 1
                   UNTIL Po-Sub > Po-Count OR Po-Found
               MOVE SPACES TO Po-Reference-Work
               MOVE POT-Number(Po-Sub) TO Po-Reference-Work
               IF SL-Reference = Po-Reference-Work
                   AND SL-Oil-Num = POT-Oil-Num(Po-Sub)
                   SET Po-Found TO TRUE
               END-IF
           END-PERFORM
           IF Po-Found
               SUBTRACT 1 FROM Po-Sub
           END-IF.

      * An order counts toward on-time and fill rate once it has
      * been received or its promised lead time has run out; one
      * still inside its lead time is not yet due and only adds to
      * the order count.  Receipts over the order quantity do not
      * push the fill rate past 100%.
       ScorePurchaseOrders.
           PERFORM VARYING Po-Sub FROM 1 BY 1
                   UNTIL Po-Sub > Po-Count
               MOVE POT-Sup-Sub(Po-Sub) TO Supplier-Sub
               ADD 1 TO SUT-Po-Count(Supplier-Sub)
               MOVE POT-Order-Date(Po-Sub) TO Date-Work-Num
               PERFORM ComputeDayNumber
               MOVE Day-Number TO Order-Day-Number
               IF POT-Received-Qty(Po-Sub) > ZERO
                   MOVE POT-First-Receipt(Po-Sub) TO Date-Work-Num
                   PERFORM ComputeDayNumber
                   COMPUTE Lead-Actual = Day-Number - Order-Day-Number
                   IF Lead-Actual < ZERO
                       MOVE ZERO TO Lead-Actual
                   END-IF
                   ADD 1 TO SUT-Po-Due(Supplier-Sub)
                   ADD 1 TO SUT-Po-Received(Supplier-Sub)
                   ADD Lead-Actual TO SUT-Lead-Total(Supplier-Sub)
                   IF Lead-Actual <= SUT-Lead-Days(Supplier-Sub)
                       ADD 1 TO SUT-Po-On-Time(Supplier-Sub)
                   END-IF
                   PERFORM AddOrderFill
               ELSE
                   IF Run-Day-Number - Order-Day-Number
                           > SUT-Lead-Days(Supplier-Sub)
                       ADD 1 TO SUT-Po-Due(Supplier-Sub)
                       PERFORM AddOrderFill
                   END-IF
               END-IF
           END-PERFORM.

       AddOrderFill.
           ADD POT-Order-Qty(Po-Sub) TO SUT-Order-Qty(Supplier-Sub)
           IF POT-Received-Qty(Po-Sub) > POT-Order-Qty(Po-Sub)
               MOVE POT-Order-Qty(Po-Sub) TO Filled-Qty
           ELSE
               IF POT-Received-Qty(Po-Sub) > ZERO
                   MOVE POT-Received-Qty(Po-Sub) TO Filled-Qty
               ELSE
                   MOVE ZERO TO Filled-Qty
               END-IF
           END-IF
           ADD Filled-Qty TO SUT-Received-Qty(Supplier-Sub).

       ScoreOpenInvoices.
           OPEN INPUT Ap-Open-Item-File
           IF Ap-Open-Item-File-Status = "00"
               READ Ap-Open-Item-File
                   AT END SET End-Of-Ap-Open-Item-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Ap-Open-Item-File
                   PERFORM ScoreOneInvoice
                   READ Ap-Open-Item-File
                       AT END SET End-Of-Ap-Open-Item-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Ap-Open-Item-File
           END-IF.

       ScoreInvoiceHistory.
           OPEN INPUT Ap-Hist-File
           IF Ap-Hist-File-Status = "00"
               READ Ap-Hist-File
                   AT END SET End-Of-Ap-Hist-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Ap-Hist-File
                   MOVE Ap-Hist-Rec TO Ap-Open-Item-Rec
                   PERFORM ScoreOneInvoice
                   READ Ap-Hist-File
                       AT END SET End-Of-Ap-Hist-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Ap-Hist-File
           END-IF.

      * The price variance weighs the invoiced amount against the
      * invoiced quantity at the master unit cost; invoices with no
      * oil or quantity, or an oil with no cost yet, are counted
      * but not priced.
       ScoreOneInvoice.
           IF AP-Invoice-Date >= Sel-From-Date
                   AND AP-Invoice-Date <= Sel-To-Date
               MOVE AP-Sup-Id TO Lookup-Sup-Id
               PERFORM FindSupplier
               IF Supplier-Found
                   ADD 1 TO SUT-Invoice-Count(Supplier-Sub)
                   IF AP-Held
                       ADD 1 TO SUT-Held-Count(Supplier-Sub)
                   END-IF
                   IF APL-Unused NOT = SPACES
                       AND AP-Oil-Num >= 1 AND AP-Oil-Num <= 99
                       AND AP-Invoice-Qty > ZERO
                       IF OCT-Unit-Cost(AP-Oil-Num) > ZERO
                           ADD AP-Orig-Amount
                               TO SUT-Invoiced-Value(Supplier-Sub)
                           COMPUTE SUT-Cost-Value(Supplier-Sub) =
                               SUT-Cost-Value(Supplier-Sub)
                               + AP-Invoice-Qty
                                 * OCT-Unit-Cost(AP-Oil-Num)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Suppliers with nothing in the range are left out of the
      * ranking and listed after it.  A measure with nothing to
      * measure counts as met, so a supplier is marked down only
      * for what actually went wrong.
       RankSuppliers.
           PERFORM VARYING Supplier-Sub FROM 1 BY 1
                   UNTIL Supplier-Sub > Supplier-Count
               IF SUT-Po-Count(Supplier-Sub) > ZERO
                   OR SUT-Invoice-Count(Supplier-Sub) > ZERO
                   PERFORM WorkOutScore
                   ADD 1 TO Rank-Count
                   MOVE Supplier-Sub TO Rank-Sup-Sub(Rank-Count)
               END-IF
           END-PERFORM
           IF Rank-Count > 1
               COMPUTE Sort-Limit = Rank-Count - 1
               PERFORM VARYING Sort-I FROM 1 BY 1
                       UNTIL Sort-I > Sort-Limit
                   PERFORM VARYING Sort-J FROM 1 BY 1
                           UNTIL Sort-J > Rank-Count - Sort-I
                       IF SUT-Score(Rank-Sup-Sub(Sort-J))
                               > SUT-Score(Rank-Sup-Sub(Sort-J + 1))
                           PERFORM SwapRankEntries
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       SwapRankEntries.
           MOVE Rank-Sup-Sub(Sort-J)     TO Swap-Sub
           MOVE Rank-Sup-Sub(Sort-J + 1) TO Rank-Sup-Sub(Sort-J)
           MOVE Swap-Sub                 TO Rank-Sup-Sub(Sort-J + 1).

       WorkOutScore.
           IF SUT-Po-Due(Supplier-Sub) > ZERO
               COMPUTE On-Time-Pct ROUNDED =
                   SUT-Po-On-Time(Supplier-Sub) * 100
                   / SUT-Po-Due(Supplier-Sub)
           ELSE
               MOVE 100 TO On-Time-Pct
           END-IF
           IF SUT-Order-Qty(Supplier-Sub) > ZERO
               COMPUTE Fill-Pct ROUNDED =
                   SUT-Received-Qty(Supplier-Sub) * 100
                   / SUT-Order-Qty(Supplier-Sub)
           ELSE
               MOVE 100 TO Fill-Pct
           END-IF
           IF SUT-Invoice-Count(Supplier-Sub) > ZERO
               COMPUTE Held-Pct ROUNDED =
                   SUT-Held-Count(Supplier-Sub) * 100
                   / SUT-Invoice-Count(Supplier-Sub)
           ELSE
               MOVE ZERO TO Held-Pct
           END-IF
           COMPUTE Clean-Pct = 100 - Held-Pct
           COMPUTE SUT-Score(Supplier-Sub) ROUNDED =
               On-Time-Pct * 0.4 + Fill-Pct * 0.4 + Clean-Pct * 0.2
           IF SUT-Po-Received(Supplier-Sub) > ZERO
               COMPUTE Average-Lead ROUNDED =
                   SUT-Lead-Total(Supplier-Sub)
                   / SUT-Po-Received(Supplier-Sub)
                   ON SIZE ERROR MOVE 999.9 TO Average-Lead
               END-COMPUTE
           ELSE
               MOVE ZERO TO Average-Lead
           END-IF
           IF SUT-Cost-Value(Supplier-Sub) > ZERO
               COMPUTE Price-Var-Pct ROUNDED =
                   (SUT-Invoiced-Value(Supplier-Sub)
                     - SUT-Cost-Value(Supplier-Sub)) * 100
                   / SUT-Cost-Value(Supplier-Sub)
                   ON SIZE ERROR MOVE 999.9 TO Price-Var-Pct
               END-COMPUTE
           ELSE
               MOVE ZERO TO Price-Var-Pct
           END-IF.

       PrintScorecard.
           OPEN OUTPUT Score-Report
           WRITE Score-Line FROM Score-Heading-Line
           MOVE Sel-From-Date TO Prn-Sel-From
           MOVE Sel-To-Date   TO Prn-Sel-To
           WRITE Score-Line FROM Score-Range-Line
           WRITE Score-Line FROM Blank-Line
           IF Supplier-Count = ZERO
               WRITE Score-Line FROM Score-None-Line
           ELSE
               WRITE Score-Line FROM Score-Topic-Line
               PERFORM VARYING Rank-Sub FROM 1 BY 1
                       UNTIL Rank-Sub > Rank-Count
                   MOVE Rank-Sup-Sub(Rank-Sub) TO Supplier-Sub
                   PERFORM PrintSupplierLine
               END-PERFORM
               WRITE Score-Line FROM Blank-Line
               PERFORM VARYING Supplier-Sub FROM 1 BY 1
                       UNTIL Supplier-Sub > Supplier-Count
                   IF SUT-Po-Count(Supplier-Sub) = ZERO
                       AND SUT-Invoice-Count(Supplier-Sub) = ZERO
                       MOVE SUT-Sup-Id(Supplier-Sub)
                           TO Prn-Idle-Sup-Id
                       MOVE SUT-Sup-Name(Supplier-Sub)
                           TO Prn-Idle-Sup-Name
                       WRITE Score-Line FROM Score-Idle-Line
                   END-IF
               END-PERFORM
               WRITE Score-Line FROM Blank-Line
               WRITE Score-Line FROM Score-Note-Line
           END-IF
           CLOSE Score-Report.

       PrintSupplierLine.
           PERFORM WorkOutScore
           MOVE Rank-Sub                      TO Prn-Rank
           MOVE SUT-Sup-Id(Supplier-Sub)      TO Prn-Sup-Id
           MOVE SUT-Sup-Name(Supplier-Sub)    TO Prn-Sup-Name
           MOVE SUT-Po-Count(Supplier-Sub)    TO Prn-Po-Count
           MOVE SUT-Lead-Days(Supplier-Sub)   TO Prn-Lead-Days
           MOVE Average-Lead                  TO Prn-Average-Lead
           MOVE On-Time-Pct                   TO Prn-On-Time-Pct
           MOVE Fill-Pct                      TO Prn-Fill-Pct
           MOVE SUT-Invoice-Count(Supplier-Sub) TO Prn-Invoice-Count
           MOVE SUT-Held-Count(Supplier-Sub)  TO Prn-Held-Count
           IF SUT-Cost-Value(Supplier-Sub) > ZERO
               MOVE Price-Var-Pct TO Prn-Price-Var-Pct
           ELSE
               MOVE "      N/A" TO Prn-Price-Var-Text
           END-IF
           MOVE SUT-Score(Supplier-Sub)       TO Prn-Score
           WRITE Score-Line FROM Score-Detail-Line.

       END PROGRAM SupplierScoreRpt.
