      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplier lot recall trace.  Prompts for an oil
      *          number and a supplier lot number and lists on
      *          LOTRECALL.RPT every customer the lot was shipped to -
      *          sale date, units supplied from the lot and the
      *          delivery address from CUSTOMER.DAT - from the lot
      *          trace AromaSalesRpt carries on each sale in
      *          SALESHIST.DAT, and in the SALESARC.DAT archive for
      *          sales SalesHistPurge has moved out of the live
      *          history (marked ARC).  Then lists what is still on
      *          hand from the lot at each location on OILLOTS.DAT.
      *          The remaining stock can be put under quarantine on
      *          LOTQUAR.DAT - the sales run then fills nothing from
      *          it - or a quarantined lot released again.  Every
      *          quarantine change is audited on MAINTAUD.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LotRecallInq.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Sales-Hist-File ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Hist-File-Status.

           SELECT Sales-Archive-File ASSIGN TO "SALESARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Archive-File-Status.

           SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Customer-File-Status.

           SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Master-File-Status.

           SELECT Oil-Lot-File ASSIGN TO "OILLOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Lot-File-Status.

           SELECT Lot-Quar-File ASSIGN TO "LOTQUAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lot-Quar-File-Status.

           SELECT Recall-Report ASSIGN TO "LOTRECALL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Maint-Audit-File ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Maint-Audit-File-Status.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * Live and purged history share the SALESHIST.DAT layout -
      * each line is looked at through Trace-Sale-Rec below.
       FD Sales-Hist-File.
       01 Sales-Hist-Rec               PIC X(72).
           88 End-Of-Sales-Hist-File   VALUE HIGH-VALUES.

       FD Sales-Archive-File.
       01 Sales-Archive-Rec            PIC X(72).
           88 End-Of-Sales-Archive-File VALUE HIGH-VALUES.

       FD Customer-File.
       01 Customer-Rec.
           88 End-Of-Customer-File     VALUE HIGH-VALUES.
           02 CUST-ID                  PIC X(5).
           02 CUST-NAME                PIC X(20).
           02 CUST-CREDIT-LIMIT        PIC 9(7).
           02 CUST-DISC-PCT            PIC 99V9.
           02 CUST-TAX-JUR             PIC XX.
           02 CUST-EXEMPT-FLAG         PIC X.
           02 CUST-EXEMPT-CERT         PIC X(10).
           02 CUST-ADDR-1              PIC X(20).
           02 CUST-ADDR-2              PIC X(20).
           02 CUST-POSTCODE            PIC X(8).
           02 CUST-CONTACT             PIC X(20).

       01 Customer-Legacy-Rec REDEFINES Customer-Rec.
           02 FILLER                   PIC X(25).
           02 CUL-Unused               PIC X(10).
           02 CUL-Tax-Unused           PIC X(13).
           02 CUL-Addr-Unused          PIC X(68).

       FD Oil-Master-File.
       01 Oil-Master-Rec.
           88 End-Of-Oil-Master-File   VALUE HIGH-VALUES.
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 OM-Unit-Cost             PIC 9(4)V99.
           02 FILLER                   PIC X.

       FD Oil-Lot-File.
       01 Oil-Lot-Rec.
           88 End-Of-Oil-Lot-File      VALUE HIGH-VALUES.
           02 OL-Oil-Num               PIC 99.
           02 OL-Location              PIC XX.
           02 OL-Lot-No                PIC X(10).
           02 OL-Expiry-Date           PIC 9(8).
           02 OL-Qty                   PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.

      * A lot on this file is held back from sale by AromaSalesRpt
      * until it is released here.
       FD Lot-Quar-File.
       01 Lot-Quar-Rec.
           88 End-Of-Lot-Quar-File     VALUE HIGH-VALUES.
           02 QL-Oil-Num               PIC 99.
           02 QL-Lot-No                PIC X(10).
           02 QL-Quar-Date             PIC 9(8).
           02 QL-Operator-Id           PIC X(3).

       FD Recall-Report.
       01 Recall-Line                  PIC X(64).

       FD Maint-Audit-File.
       01 Maint-Audit-Rec.
           02 MA-Date                  PIC 9(8).
           02 MA-Time                  PIC 9(6).
           02 MA-Operator              PIC X(3).
           02 MA-File                  PIC X(12).
           02 MA-Key                   PIC X(7).
           02 MA-Before                PIC X(30).
           02 MA-After                 PIC X(30).

      * Who is signed on at the console, left by OperatorMenu - the
      * audit trail and the in-use lock carry this instead of
      * whatever initials got typed.  Absent or empty, the old
      * prompt asks.
       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
      * Up to three supplier lots each sale was filled from, with the
      * units taken from each - blank on history written before lots
      * were traced, and on returns.
       01  Trace-Sale-Rec.
           02  TS-Sale-Date            PIC 9(8).
           02  TS-Cust-Id              PIC X(5).
           02  TS-Oil-Id.
               03 FILLER               PIC X.
               03 TS-Oil-Num           PIC 99.
           02  TS-Unit-Size            PIC 99.
           02  TS-Units-Sold           PIC 999.
           02  TS-Sale-Value           PIC 9(6)V99.
           02  TS-Txn-Type             PIC X.
               88 TS-Return            VALUE "R".
           02  TS-Rep-Id               PIC X(3).
           02  TS-Lot-Entry OCCURS 3 TIMES.
               03 TS-Lot-No            PIC X(10).
               03 TS-Lot-Qty           PIC 999.

       01  Recall-Selection.
           02  Sel-Oil-Num             PIC 99.
           02  Sel-Lot-No              PIC X(10).

       01  Customer-Table.
           02  Customer-Count          PIC 9(5) VALUE ZERO.
           02  Customer-Entry OCCURS 2000 TIMES.
               03 CT-Cust-Id           PIC X(5).
               03 CT-Cust-Name         PIC X(20).
               03 CT-Addr-1            PIC X(20).
               03 CT-Addr-2            PIC X(20).
               03 CT-Postcode          PIC X(8).

       01  Customer-Sub                PIC 9(5).

      * LOTQUAR.DAT is rewritten whole when a lot goes on or comes
      * off quarantine.  Lots taken off are blanked and dropped on
      * the rewrite.
       01  Quarantine-Table.
           02  Quar-Count              PIC 999 VALUE ZERO.
           02  Quar-Entry OCCURS 500 TIMES.
               03 QT-Oil-Num           PIC 99.
               03 QT-Lot-No            PIC X(10).
               03 QT-Quar-Date         PIC 9(8).
               03 QT-Operator-Id       PIC X(3).

       01  Quar-Sub                    PIC 999.

       01  Recall-Switches.
           02  Customer-Lookup-Switch  PIC X VALUE "N".
               88 Customer-Found       VALUE "Y".
               88 Customer-Not-Found   VALUE "N".
           02  Lot-Quar-Switch         PIC X VALUE "N".
               88 Lot-Quarantined      VALUE "Y".
               88 Lot-Not-Quarantined  VALUE "N".
           02  Table-Overflow-Switch   PIC X VALUE "N".
               88 Table-Overflowed     VALUE "Y".
               88 Table-Fits           VALUE "N".

       01  Lot-Match-Work.
           02  Match-Lot-Qty           PIC 9(4).
           02  Match-Sub               PIC 9.
           02  Match-Source            PIC X(3).

       01  Recall-Totals.
           02  Recall-Sale-Count       PIC 9(5)  VALUE ZERO.
           02  Recall-Units            PIC 9(7)  VALUE ZERO.
           02  Recall-Stock-Count      PIC 9(5)  VALUE ZERO.
           02  Recall-On-Hand          PIC S9(7) VALUE ZERO.

       01  Sel-Oil-Name                PIC X(20).
       01  Sel-Quar-Date               PIC 9(8).

       01  Entry-Confirm               PIC X.
           88 Confirm-Yes              VALUE "Y" "y".

       01  Operator-Id                 PIC X(3).

       01  Current-Run-Date            PIC 9(8).

       01  Time-Work.
           02  TW-HHMMSS               PIC 9(6).
           02  FILLER                  PIC 99.

       01  Audit-Image-Work.
           02  AIW-Lot-No              PIC X(10).
           02  FILLER                  PIC X VALUE SPACE.
           02  AIW-Status              PIC X(19).

       01  Lock-Fields.
           02  Lock-Data-Name          PIC X(12).
           02  Lock-Action             PIC X.
           02  Lock-Operator-Id        PIC X(3).
           02  Lock-Result             PIC X.
           02  Lock-Holder             PIC X(3).

       01  Sales-Hist-File-Status      PIC XX.
       01  Sales-Archive-File-Status   PIC XX.
       01  Customer-File-Status        PIC XX.
       01  Oil-Master-File-Status      PIC XX.
       01  Oil-Lot-File-Status         PIC XX.
       01  Lot-Quar-File-Status        PIC XX.
       01  Maint-Audit-File-Status     PIC XX.
       01  Signon-File-Status          PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Recall-Heading-Line         PIC X(44)
           VALUE "          AROMAMORA LOT RECALL TRACE".

       01  Recall-Select-Line.
           02  FILLER                  PIC X(6)  VALUE " OIL: ".
           02  Prn-Sel-Oil-Num         PIC 99.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Sel-Oil-Name        PIC X(20).
           02  FILLER                  PIC X(7)  VALUE "  LOT: ".
           02  Prn-Sel-Lot-No          PIC X(10).

       01  Recall-Status-Line.
           02  FILLER                  PIC X(14) VALUE " LOT STATUS : ".
           02  Prn-Lot-Status          PIC X(18).
           02  Prn-Lot-Status-Date     PIC X(8).

       01  Recall-Sales-Heading-Line   PIC X(40)
           VALUE " SHIPPED TO".

       01  Recall-Sales-Topic-Line.
           02  FILLER                  PIC X(7)  VALUE " CUST  ".
           02  FILLER                  PIC X(21) VALUE "NAME".
           02  FILLER                  PIC X(9)  VALUE "SALE DATE".
           02  FILLER                  PIC X(5)  VALUE " SIZE".
           02  FILLER                  PIC X(6)  VALUE " UNITS".
           02  FILLER                  PIC X(9)  VALUE " FROM LOT".
           02  FILLER                  PIC X(5)  VALUE "  SRC".

       01  Recall-Sale-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Sale-Cust-Id        PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Sale-Cust-Name      PIC X(20).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Sale-Date           PIC 9(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Sale-Unit-Size      PIC BBBZ9.
           02  Prn-Sale-Units          PIC BBBZZ9.
           02  Prn-Sale-Lot-Qty        PIC BBBBBBZZ9.
           02  Prn-Sale-Source         PIC BBX(3).

       01  Recall-Addr-Line.
           02  FILLER                  PIC X(7) VALUE SPACES.
           02  Prn-Addr-1              PIC X(20).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Addr-2              PIC X(20).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Postcode            PIC X(8).

       01  Recall-No-Sales-Line        PIC X(40)
           VALUE " NO SALES FOUND FROM THIS LOT".

       01  Recall-Sales-Total-Line.
           02  FILLER                  PIC X(17) VALUE
                                          " SALES FROM LOT :".
           02  Prn-Recall-Sales        PIC ZZZZ9.
           02  FILLER                  PIC X(17) VALUE
                                          "   UNITS SHIPPED:".
           02  Prn-Recall-Units        PIC Z,ZZZ,ZZ9.

       01  Recall-Stock-Heading-Line   PIC X(40)
           VALUE " STILL ON HAND".

       01  Recall-Stock-Topic-Line.
           02  FILLER                  PIC X(6)  VALUE " LOC  ".
           02  FILLER                  PIC X(10) VALUE "EXPIRY    ".
           02  FILLER                  PIC X(7)  VALUE "    QTY".

       01  Recall-Stock-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Stock-Location      PIC XX.
           02  FILLER                  PIC XXX VALUE SPACES.
           02  Prn-Stock-Expiry        PIC 9(8).
           02  Prn-Stock-Qty           PIC BZZZ,ZZ9-.

       01  Recall-No-Stock-Line        PIC X(40)
           VALUE " NONE OF THIS LOT ON OILLOTS.DAT".

       01  Recall-Stock-Total-Line.
           02  FILLER                  PIC X(17) VALUE
                                          " TOTAL ON HAND  :".
           02  Prn-Recall-On-Hand      PIC ZZZ,ZZ9-.

       01  Recall-Action-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Action-Text         PIC X(25).
           02  FILLER                  PIC X(4)  VALUE " BY ".
           02  Prn-Action-Operator     PIC X(3).
           02  FILLER                  PIC X(4)  VALUE " ON ".
           02  Prn-Action-Date         PIC 9(8).

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM GetRecallSelection
           IF Sel-Oil-Num = ZERO OR Sel-Lot-No = SPACES
               DISPLAY "LOTRECALLINQ: an oil number and a lot number "
                   "are both needed - nothing traced"
               SET Run-Failed TO TRUE
           ELSE
               PERFORM LoadCustomers
               IF Run-OK
                   PERFORM LookupOilName
                   PERFORM LoadQuarantine
                   PERFORM FindQuarantinedLot
                   OPEN OUTPUT Recall-Report
                   PERFORM PrintRecallHeadings
                   PERFORM TraceArchivedSales
                   PERFORM TraceCurrentSales
                   PERFORM PrintSalesTotals
                   PERFORM ListLotStock
                   PERFORM ShowRecallSummary
                   IF Table-Fits
                       PERFORM OfferQuarantineChange
                   END-IF
                   CLOSE Recall-Report
               END-IF
           END-IF
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       GetRecallSelection.
           DISPLAY "Enter oil number (01-99)                   : "
               WITH NO ADVANCING
           ACCEPT Sel-Oil-Num
           DISPLAY "Enter supplier lot number                  : "
               WITH NO ADVANCING
           ACCEPT Sel-Lot-No.

       LoadCustomers.
           OPEN INPUT Customer-File
           IF Customer-File-Status = "00"
               READ Customer-File
                   AT END SET End-Of-Customer-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Customer-File
                   IF Customer-Count < 2000
                       ADD 1 TO Customer-Count
                       MOVE CUST-ID   TO CT-Cust-Id(Customer-Count)
                       MOVE CUST-NAME TO CT-Cust-Name(Customer-Count)
                       IF CUL-Addr-Unused = SPACES
                           MOVE SPACES TO CT-Addr-1(Customer-Count)
                               CT-Addr-2(Customer-Count)
                               CT-Postcode(Customer-Count)
                       ELSE
                           MOVE CUST-ADDR-1
                               TO CT-Addr-1(Customer-Count)
                           MOVE CUST-ADDR-2
                               TO CT-Addr-2(Customer-Count)
                           MOVE CUST-POSTCODE
                               TO CT-Postcode(Customer-Count)
                       END-IF
                   ELSE
                       IF Run-OK
                           DISPLAY "LOTRECALLINQ: more than 2000 "
                               "customers on CUSTOMER.DAT - table "
                               "full, nothing traced"
                           SET Run-Failed TO TRUE
                       END-IF
                   END-IF
                   READ Customer-File
                       AT END SET End-Of-Customer-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Customer-File
           ELSE
               DISPLAY "LOTRECALLINQ: no CUSTOMER.DAT found - "
                   "customers listed without names or addresses"
           END-IF.

       LookupOilName.
           MOVE SPACES TO Sel-Oil-Name
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               READ Oil-Master-File
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num = Sel-Oil-Num
                       MOVE OM-Oil-Name TO Sel-Oil-Name
                   END-IF
                   READ Oil-Master-File
                       AT END SET End-Of-Oil-Master-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           END-IF.

      * A LOTQUAR.DAT bigger than the table is still searched as far
      * as it loaded, but cannot be rewritten without losing lots,
      * so no quarantine change is offered.
       LoadQuarantine.
           OPEN INPUT Lot-Quar-File
           IF Lot-Quar-File-Status = "00"
               READ Lot-Quar-File
                   AT END SET End-Of-Lot-Quar-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Lot-Quar-File OR Table-Overflowed
                   IF Quar-Count < 500
                       ADD 1 TO Quar-Count
                       MOVE QL-Oil-Num     TO QT-Oil-Num(Quar-Count)
                       MOVE QL-Lot-No      TO QT-Lot-No(Quar-Count)
                       MOVE QL-Quar-Date   TO QT-Quar-Date(Quar-Count)
                       MOVE QL-Operator-Id
                           TO QT-Operator-Id(Quar-Count)
                       READ Lot-Quar-File
                           AT END SET End-Of-Lot-Quar-File TO TRUE
                       END-READ
                   ELSE
                       SET Table-Overflowed TO TRUE
                       DISPLAY "LOTRECALLINQ: more than 500 LOTQUAR.DAT"
                           " rows - quarantine cannot be changed"
                   END-IF
               END-PERFORM
               CLOSE Lot-Quar-File
           END-IF.

       FindQuarantinedLot.
           SET Lot-Not-Quarantined TO TRUE
           PERFORM VARYING Quar-Sub FROM 1 BY 1
                   UNTIL Quar-Sub > Quar-Count
                       OR Lot-Quarantined
               IF QT-Oil-Num(Quar-Sub) = Sel-Oil-Num
                       AND QT-Lot-No(Quar-Sub) = Sel-Lot-No
                   SET Lot-Quarantined TO TRUE
                   MOVE QT-Quar-Date(Quar-Sub) TO Sel-Quar-Date
               END-IF
           END-PERFORM
           IF Lot-Quarantined
               SUBTRACT 1 FROM Quar-Sub
           END-IF.

       PrintRecallHeadings.
           WRITE Recall-Line FROM Recall-Heading-Line
           MOVE Sel-Oil-Num  TO Prn-Sel-Oil-Num
           MOVE Sel-Oil-Name TO Prn-Sel-Oil-Name
           MOVE Sel-Lot-No   TO Prn-Sel-Lot-No
           WRITE Recall-Line FROM Recall-Select-Line
           IF Lot-Quarantined
               MOVE "QUARANTINED SINCE " TO Prn-Lot-Status
               MOVE Sel-Quar-Date        TO Prn-Lot-Status-Date
           ELSE
               MOVE "FREE FOR SALE"      TO Prn-Lot-Status
               MOVE SPACES               TO Prn-Lot-Status-Date
           END-IF
           WRITE Recall-Line FROM Recall-Status-Line
           WRITE Recall-Line FROM Blank-Line
           WRITE Recall-Line FROM Recall-Sales-Heading-Line
           WRITE Recall-Line FROM Recall-Sales-Topic-Line.

      * Archived sales are older than anything still in the live
      * history, so they list first.  No archive simply means
      * nothing has been purged yet.
       TraceArchivedSales.
           OPEN INPUT Sales-Archive-File
           IF Sales-Archive-File-Status = "00"
               MOVE "ARC" TO Match-Source
               READ Sales-Archive-File
                   AT END SET End-Of-Sales-Archive-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-Archive-File
                   MOVE Sales-Archive-Rec TO Trace-Sale-Rec
                   PERFORM MatchSaleLots
                   READ Sales-Archive-File
                       AT END SET End-Of-Sales-Archive-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Sales-Archive-File
           END-IF.

       TraceCurrentSales.
           OPEN INPUT Sales-Hist-File
           IF Sales-Hist-File-Status = "00"
               MOVE SPACES TO Match-Source
               READ Sales-Hist-File
                   AT END SET End-Of-Sales-Hist-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-Hist-File
                   MOVE Sales-Hist-Rec TO Trace-Sale-Rec
                   PERFORM MatchSaleLots
                   READ Sales-Hist-File
                       AT END SET End-Of-Sales-Hist-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Sales-Hist-File
           ELSE
               DISPLAY "LOTRECALLINQ: no SALESHIST.DAT found - "
                   "no current sales traced"
           END-IF.

      * Returns carry no lots, so only sales ever match.  A sale
      * that named the lot twice is added up into one line.
       MatchSaleLots.
           IF TS-Oil-Num = Sel-Oil-Num AND NOT TS-Return
               MOVE ZERO TO Match-Lot-Qty
               PERFORM VARYING Match-Sub FROM 1 BY 1
                       UNTIL Match-Sub > 3
                   IF TS-Lot-No(Match-Sub) = Sel-Lot-No
                       ADD TS-Lot-Qty(Match-Sub) TO Match-Lot-Qty
                   END-IF
               END-PERFORM
               IF Match-Lot-Qty > ZERO
                   PERFORM PrintRecallSale
               END-IF
           END-IF.

       PrintRecallSale.
           PERFORM LookupCustomer
           MOVE TS-Cust-Id    TO Prn-Sale-Cust-Id
           MOVE TS-Sale-Date  TO Prn-Sale-Date
           MOVE TS-Unit-Size  TO Prn-Sale-Unit-Size
           MOVE TS-Units-Sold TO Prn-Sale-Units
           MOVE Match-Lot-Qty TO Prn-Sale-Lot-Qty
           MOVE Match-Source  TO Prn-Sale-Source
           WRITE Recall-Line FROM Recall-Sale-Line
           IF Customer-Found
               MOVE CT-Addr-1(Customer-Sub)   TO Prn-Addr-1
               MOVE CT-Addr-2(Customer-Sub)   TO Prn-Addr-2
               MOVE CT-Postcode(Customer-Sub) TO Prn-Postcode
               IF Recall-Addr-Line NOT = SPACES
                   WRITE Recall-Line FROM Recall-Addr-Line
               END-IF
           END-IF
           ADD 1             TO Recall-Sale-Count
           ADD Match-Lot-Qty TO Recall-Units.

       LookupCustomer.
           SET Customer-Not-Found TO TRUE
           MOVE SPACES TO Prn-Sale-Cust-Name
           PERFORM VARYING Customer-Sub FROM 1 BY 1
                   UNTIL Customer-Sub > Customer-Count
                       OR Customer-Found
               IF CT-Cust-Id(Customer-Sub) = TS-Cust-Id
                   SET Customer-Found TO TRUE
                   MOVE CT-Cust-Name(Customer-Sub)
                       TO Prn-Sale-Cust-Name
               END-IF
           END-PERFORM
           IF Customer-Found
               SUBTRACT 1 FROM Customer-Sub
           END-IF.

       PrintSalesTotals.
           IF Recall-Sale-Count = ZERO
               WRITE Recall-Line FROM Recall-No-Sales-Line
           ELSE
               MOVE Recall-Sale-Count TO Prn-Recall-Sales
               MOVE Recall-Units      TO Prn-Recall-Units
               WRITE Recall-Line FROM Recall-Sales-Total-Line
           END-IF
           WRITE Recall-Line FROM Blank-Line.

      * Every location still holding the lot, shop and warehouse -
      * the shop's shelf has to be cleared by hand.
       ListLotStock.
           WRITE Recall-Line FROM Recall-Stock-Heading-Line
           WRITE Recall-Line FROM Recall-Stock-Topic-Line
           OPEN INPUT Oil-Lot-File
           IF Oil-Lot-File-Status = "00"
               READ Oil-Lot-File
                   AT END SET End-Of-Oil-Lot-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Lot-File
                   IF OL-Oil-Num = Sel-Oil-Num
                           AND OL-Lot-No = Sel-Lot-No
                       MOVE OL-Location    TO Prn-Stock-Location
                       MOVE OL-Expiry-Date TO Prn-Stock-Expiry
                       MOVE OL-Qty         TO Prn-Stock-Qty
                       WRITE Recall-Line FROM Recall-Stock-Line
                       ADD 1      TO Recall-Stock-Count
                       ADD OL-Qty TO Recall-On-Hand
                   END-IF
                   READ Oil-Lot-File
                       AT END SET End-Of-Oil-Lot-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Lot-File
           END-IF
           IF Recall-Stock-Count = ZERO
               WRITE Recall-Line FROM Recall-No-Stock-Line
           ELSE
               MOVE Recall-On-Hand TO Prn-Recall-On-Hand
               WRITE Recall-Line FROM Recall-Stock-Total-Line
           END-IF.

       ShowRecallSummary.
           MOVE Recall-Sale-Count TO Prn-Recall-Sales
           MOVE Recall-Units      TO Prn-Recall-Units
           MOVE Recall-On-Hand    TO Prn-Recall-On-Hand
           DISPLAY "Lot " Sel-Lot-No ": " Prn-Recall-Sales
               " sale(s), " Prn-Recall-Units " unit(s) shipped, "
               Prn-Recall-On-Hand " on hand - see LOTRECALL.RPT"
           IF Lot-Quarantined
               DISPLAY "Lot is under quarantine since " Sel-Quar-Date
           END-IF.

      * Quarantine is one row per oil and lot on LOTQUAR.DAT; the
      * change is printed on the report under the trace it was
      * decided on.
       OfferQuarantineChange.
           IF Lot-Quarantined
               DISPLAY "Release the lot from quarantine (Y/N)     : "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "Quarantine the remaining stock (Y/N)      : "
                   WITH NO ADVANCING
           END-IF
           ACCEPT Entry-Confirm
           IF Confirm-Yes
               PERFORM GetOperatorId
               PERFORM AcquireFileLock
               IF Lock-Result NOT = "N"
                   PERFORM ChangeQuarantine
                   PERFORM ReleaseFileLock
               END-IF
           END-IF.

      * The file is read again under the lock, so a change made
      * since the trace started is not lost.
       ChangeQuarantine.
           MOVE ZERO TO Quar-Count
           PERFORM LoadQuarantine
           IF Table-Overflowed
               SET Run-Failed TO TRUE
           ELSE
               PERFORM FindQuarantinedLot
               MOVE Sel-Lot-No TO AIW-Lot-No
               IF Lot-Quarantined
                   MOVE "QUARANTINED" TO AIW-Status
                   MOVE Audit-Image-Work TO MA-Before
                   MOVE SPACES TO QT-Lot-No(Quar-Sub)
                   MOVE "FREE FOR SALE" TO AIW-Status
                   MOVE Audit-Image-Work TO MA-After
                   MOVE "LOT RELEASED" TO Prn-Action-Text
                   PERFORM SaveQuarantine
               ELSE
                   IF Quar-Count < 500
                       ADD 1 TO Quar-Count
                       MOVE Sel-Oil-Num TO QT-Oil-Num(Quar-Count)
                       MOVE Sel-Lot-No  TO QT-Lot-No(Quar-Count)
                       MOVE Current-Run-Date
                           TO QT-Quar-Date(Quar-Count)
                       MOVE Operator-Id TO QT-Operator-Id(Quar-Count)
                       MOVE "FREE FOR SALE" TO AIW-Status
                       MOVE Audit-Image-Work TO MA-Before
                       MOVE "QUARANTINED" TO AIW-Status
                       MOVE Audit-Image-Work TO MA-After
                       MOVE "LOT QUARANTINED" TO Prn-Action-Text
                       PERFORM SaveQuarantine
                   ELSE
                       DISPLAY "Quarantine table full - lot not "
                           "quarantined"
                       SET Run-Failed TO TRUE
                   END-IF
               END-IF
           END-IF.

       SaveQuarantine.
           OPEN OUTPUT Lot-Quar-File
           PERFORM VARYING Quar-Sub FROM 1 BY 1
                   UNTIL Quar-Sub > Quar-Count
               IF QT-Lot-No(Quar-Sub) NOT = SPACES
                   MOVE QT-Oil-Num(Quar-Sub)     TO QL-Oil-Num
                   MOVE QT-Lot-No(Quar-Sub)      TO QL-Lot-No
                   MOVE QT-Quar-Date(Quar-Sub)   TO QL-Quar-Date
                   MOVE QT-Operator-Id(Quar-Sub) TO QL-Operator-Id
                   WRITE Lot-Quar-Rec
               END-IF
           END-PERFORM
           CLOSE Lot-Quar-File
           PERFORM OpenMaintAudit
           PERFORM WriteMaintAuditEntry
           CLOSE Maint-Audit-File
           MOVE Operator-Id      TO Prn-Action-Operator
           MOVE Current-Run-Date TO Prn-Action-Date
           WRITE Recall-Line FROM Blank-Line
           WRITE Recall-Line FROM Recall-Action-Line
           DISPLAY Prn-Action-Text.

       GetOperatorId.
           MOVE SPACES TO Operator-Id
           OPEN INPUT Signon-File
           IF Signon-File-Status = "00"
               READ Signon-File
                   AT END CONTINUE
               END-READ
               IF Signon-File-Status = "00"
                   MOVE SGN-Operator-Id TO Operator-Id
               END-IF
               CLOSE Signon-File
           END-IF
           IF Operator-Id = SPACES
               DISPLAY "Enter operator ID (3 chars): "
                   WITH NO ADVANCING
               ACCEPT Operator-Id
           END-IF.

       AcquireFileLock.
           MOVE "LOTQUAR.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "LOTRECALLINQ: LOTQUAR.DAT is in use by "
                   Lock-Holder " - try again later"
               SET Run-Failed TO TRUE
           END-IF.

       ReleaseFileLock.
           MOVE "LOTQUAR.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

       OpenMaintAudit.
           OPEN EXTEND Maint-Audit-File
           IF Maint-Audit-File-Status = "35"
               OPEN OUTPUT Maint-Audit-File
           END-IF.

      * The audit key is the oil number; the lot goes in the before
      * and after images, which are too wide for the key.
       WriteMaintAuditEntry.
           ACCEPT Time-Work FROM TIME
           MOVE Current-Run-Date TO MA-Date
           MOVE TW-HHMMSS        TO MA-Time
           MOVE Operator-Id      TO MA-Operator
           MOVE "LOTQUAR"        TO MA-File
           MOVE Sel-Oil-Num      TO MA-Key
           WRITE Maint-Audit-Rec.
       END PROGRAM LotRecallInq.
