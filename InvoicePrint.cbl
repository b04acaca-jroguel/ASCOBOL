      *          priced, customer-sorted sales detail (SORTSALE.DAT)
      *          left behind by AromaSalesRpt - one page per customer,
      *          a line per sale with oil number, unit size, units sold
      *          and extended value, and a goods total that ties to
      *          the customer's Prn-Sales-Value on the summary report.
      *          Carriage charged by the sales run (CARRSALE.DAT)
      *          prints a line per consignment below the goods, or
      *          FREE where the order earned free delivery, and the
      *          statement total is goods plus carriage.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT Invoice-Report ASSIGN TO "INVOICES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Quote-File ASSIGN TO "QUOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Quote-File-Status.

           SELECT Promo-File ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Promo-File-Status.

           SELECT Carriage-Sale-File ASSIGN TO "CARRSALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Carriage-Sale-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Sorted-File.
           02 SR-Txn-Type              PIC X.
               88 SR-Return            VALUE "R".
           02 SR-Rep-Id                PIC X(3).
           02 SR-Promo-Code            PIC X(5).
           02 FILLER                   PIC X(39).

       FD Oil-Price-File.
       01 Oil-Price-Rec.
           02 CUST-NAME                PIC X(20).
           02 CUST-CREDIT-LIMIT        PIC 9(7).
           02 CUST-DISC-PCT            PIC 99V9.
           02 FILLER                   PIC X(81).

       01 Customer-Legacy-Rec REDEFINES Customer-Rec.
           02 FILLER                   PIC X(25).
       FD Invoice-Report.
       01 Invoice-Line                 PIC X(64).

      * The night's carriage per consignment, written by the sales
      * run at each customer break.
       FD Carriage-Sale-File.
       01 Carriage-Sale-Rec.
           88 End-Of-Carriage-Sale-File VALUE HIGH-VALUES.
           02 CS-Cust-Id               PIC X(5).
           02 CS-Sale-Date             PIC 9(8).
           02 CS-Zone-Prefix           PIC X(4).
           02 CS-Zone-Name             PIC X(20).
           02 CS-Order-Value           PIC 9(7)V99.
           02 CS-Charge                PIC 9(3)V99.
           02 CS-Waived                PIC 9(3)V99.
           02 CS-Tax                   PIC 9(3)V99.
           02 CS-Run-Date              PIC 9(8).

      * Customer quotations kept by QuoteEntry - a sale converted from
      * an accepted (A) line values at the quoted line value and is
      * flagged Q on the statement, as the sales run values it.
       FD Quote-File.
       01 Quote-Rec.
           88 End-Of-Quote-File        VALUE HIGH-VALUES.
           02 QT-Quote-No              PIC 9(6).
           02 QT-Line-No               PIC 99.
           02 QT-Cust-Id               PIC X(5).
           02 QT-Quote-Date            PIC 9(8).
           02 QT-Valid-Until           PIC 9(8).
           02 QT-Rep-Id                PIC X(3).
           02 QT-Oil-Id                PIC X(3).
           02 QT-Unit-Size             PIC 99.
           02 QT-Units                 PIC 999.
           02 QT-Unit-Price            PIC 99V99.
           02 QT-Price-Basis           PIC X.
           02 QT-Disc-Pct              PIC 99V9.
           02 QT-Line-Value            PIC 9(6)V99.
           02 QT-Tax-Value             PIC 9(6)V99.
           02 QT-Status                PIC X.
               88 QT-Accepted          VALUE "A".
           02 QT-Status-Date           PIC 9(8).
           02 QT-Operator              PIC X(3).

      * Promotion campaigns kept by PromoMaint - a sale whose code
      * bettered the standard tier price values at the promotion
      * price and is flagged P on the statement, as the sales run
      * values it.
       FD Promo-File.
       01 Promo-Rec.
           88 End-Of-Promo-File        VALUE HIGH-VALUES.
           02 PR-Code                  PIC X(5).
           02 PR-Desc                  PIC X(20).
           02 PR-Oil-Num               PIC 99.
           02 PR-Oil-Class             PIC X.
           02 PR-Start-Date            PIC 9(8).
           02 PR-End-Date              PIC 9(8).
           02 PR-Benefit               PIC X.
           02 PR-Pct-Off               PIC 99V9.
           02 PR-Forced-Tier           PIC 9.

       WORKING-STORAGE SECTION.
      * Effective-dated price history, loaded and consulted the same
      * way AromaSalesRpt does it, so the statement lines value at
           88 Contract-Price-Applied   VALUE "Y".
           88 No-Contract-Price        VALUE "N".

       01  Quoted-Price-Table.
           02  Quoted-Price-Count      PIC 9(4) VALUE ZERO.
           02  Quoted-Price-Entry OCCURS 2000 TIMES.
               03 QPT-Sale-Key         PIC X(22).
               03 QPT-Line-Value       PIC 9(6)V99.

       01  Quoted-Price-Sub            PIC 9(4).

       01  Quote-File-Status           PIC XX.

       01  Quoted-Key-Work.
           02  QKW-Cust-Id             PIC X(5).
           02  QKW-Oil-Id              PIC X(3).
           02  QKW-Unit-Size           PIC 99.
           02  QKW-Units-Sold          PIC 999.
           02  QKW-Sale-Date           PIC 9(8).
           02  QKW-Txn-Type            PIC X.

       01  Quoted-Lookup-Switch    PIC X VALUE "N".
           88 Quoted-Price-Applied     VALUE "Y".
           88 No-Quoted-Price          VALUE "N".

       01  Promo-Table.
           02  Promo-Count             PIC 999 VALUE ZERO.
           02  Promo-Entry OCCURS 300 TIMES.
               03 PRT-Code             PIC X(5).
               03 PRT-Oil-Num          PIC 99.
               03 PRT-Oil-Class        PIC X.
               03 PRT-Start-Date       PIC 9(8).
               03 PRT-End-Date         PIC 9(8).
               03 PRT-Benefit          PIC X.
                   88 PRT-Forced-Tier  VALUE "T".
               03 PRT-Pct-Off          PIC 99V9.
               03 PRT-Tier             PIC 9.

       01  Promo-Sub                   PIC 999.
       01  Promo-Match-Sub             PIC 999.

       01  Promo-File-Status           PIC XX.

       01  Promo-Lookup-Switch     PIC X VALUE "N".
           88 Promo-Applied            VALUE "Y".
           88 No-Promo-Applied         VALUE "N".

       01  Promo-Values.
           02  Standard-Value-Work     PIC 9(6)V99.
           02  Promo-Value-Work        PIC 9(6)V99.

       01  Customer-Table.
           02  Customer-Count          PIC 9(5) VALUE ZERO.
           02  Customer-Entry OCCURS 2000 TIMES.

       01  Customer-Sub                PIC 9(5).

       01  Carriage-Table.
           02  Carriage-Count          PIC 9(4) VALUE ZERO.
           02  Carriage-Entry OCCURS 2000 TIMES.
               03 CCT-Cust-Id          PIC X(5).
               03 CCT-Sale-Date        PIC 9(8).
               03 CCT-Zone-Name        PIC X(20).
               03 CCT-Charge           PIC 9(3)V99.
               03 CCT-Waived           PIC 9(3)V99.

       01  Carriage-Sub                PIC 9(4).

       01  Carriage-Sale-File-Status   PIC XX.

       01  Carriage-Seen-Switch        PIC X VALUE "N".
           88 Carriage-Seen            VALUE "Y".
           88 Carriage-Not-Seen        VALUE "N".

       01  Invoice-Heading-Line        PIC X(44)
           VALUE "              AROMAMORA CUSTOMER STATEMENT".

                                                  "STATEMENT TOTAL   :".
           02  Inv-Statement-Total     PIC BBB$$$,$$9.99-.

       01  Invoice-Goods-Total-Line.
           02  FILLER                  PIC X(23) VALUE SPACES.
           02  FILLER                  PIC X(19) VALUE
                                                  "GOODS TOTAL       :".
           02  Inv-Goods-Total         PIC BBB$$$,$$9.99-.

       01  Invoice-Carriage-Line.
           02  FILLER                  PIC X(10) VALUE " DELIVERY ".
           02  Inv-Carr-Date           PIC 9(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  Inv-Carr-Zone           PIC X(20).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Inv-Carr-Charge         PIC BBB$$$,$$9.99-.
           02  Inv-Carr-Free REDEFINES Inv-Carr-Charge
                                       PIC X(14).

       01  Invoice-Separator-Line      PIC X(64) VALUE ALL "=".

       01  Blank-Line                  PIC X     VALUE SPACE.
       Begin.
           PERFORM LoadOilPrices
           PERFORM LoadContractPrices
           PERFORM LoadQuotedPrices
           PERFORM LoadPromotions
           PERFORM LoadCustomers
           PERFORM LoadCarriage
           IF Run-OK
               OPEN INPUT Sorted-File
               IF Sorted-File-Status NOT = "00"
                   DISPLAY "INVOICEPRINT: cannot open SORTSALE.DAT - "
                       "status " Sorted-File-Status
                   SET Run-Failed TO TRUE
               ELSE
                   OPEN OUTPUT Invoice-Report
                   MOVE SPACES TO Prev-Cust-Id
                   READ Sorted-File
                       AT END SET End-Of-Sorted-File TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Sorted-File
                       IF SR-Cust-Id NOT = Prev-Cust-Id
                           IF Prev-Cust-Id NOT = SPACES
                               PERFORM PrintStatementTotal
                           END-IF
                           PERFORM PrintStatementHeading
                           MOVE ZERO TO Statement-Total
                           MOVE SR-Cust-Id TO Prev-Cust-Id
                       END-IF
                       PERFORM PrintStatementDetail
                       READ Sorted-File
                           AT END SET End-Of-Sorted-File TO TRUE
                       END-READ
                   END-PERFORM
                   IF Prev-Cust-Id NOT = SPACES
                       PERFORM PrintStatementTotal
                   END-IF
                   CLOSE Invoice-Report
                   CLOSE Sorted-File
               END-IF
           END-IF
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
               CLOSE Contract-Price-File
           END-IF.

       LoadPromotions.
           OPEN INPUT Promo-File
           IF Promo-File-Status = "00"
               READ Promo-File
                   AT END SET End-Of-Promo-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Promo-File
                   IF Promo-Count < 300
                       ADD 1 TO Promo-Count
                       MOVE PR-Code        TO PRT-Code(Promo-Count)
                       MOVE PR-Oil-Num     TO PRT-Oil-Num(Promo-Count)
                       MOVE PR-Oil-Class
                           TO PRT-Oil-Class(Promo-Count)
                       MOVE PR-Start-Date
                           TO PRT-Start-Date(Promo-Count)
                       MOVE PR-End-Date    TO PRT-End-Date(Promo-Count)
                       MOVE PR-Benefit     TO PRT-Benefit(Promo-Count)
                       MOVE PR-Pct-Off     TO PRT-Pct-Off(Promo-Count)
                       MOVE PR-Forced-Tier TO PRT-Tier(Promo-Count)
                   END-IF
                   READ Promo-File
                       AT END SET End-Of-Promo-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Promo-File
           END-IF.

       LoadQuotedPrices.
           OPEN INPUT Quote-File
           IF Quote-File-Status = "00"
               READ Quote-File
                   AT END SET End-Of-Quote-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Quote-File
                   IF QT-Accepted AND Quoted-Price-Count < 2000
                       ADD 1 TO Quoted-Price-Count
                       MOVE QT-Cust-Id     TO QKW-Cust-Id
                       MOVE QT-Oil-Id      TO QKW-Oil-Id
                       MOVE QT-Unit-Size   TO QKW-Unit-Size
                       MOVE QT-Units       TO QKW-Units-Sold
                       MOVE QT-Status-Date TO QKW-Sale-Date
                       MOVE "S"            TO QKW-Txn-Type
                       MOVE Quoted-Key-Work
                           TO QPT-Sale-Key(Quoted-Price-Count)
                       MOVE QT-Line-Value
                           TO QPT-Line-Value(Quoted-Price-Count)
                   END-IF
                   READ Quote-File
                       AT END SET End-Of-Quote-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Quote-File
           END-IF.

      * The accepted quote line this sale was converted from, keyed
      * the way AromaSalesRpt keys it.
       LookupQuotedPrice.
           SET No-Quoted-Price TO TRUE
           MOVE SR-Cust-Id    TO QKW-Cust-Id
           MOVE SR-Oil-Id     TO QKW-Oil-Id
           MOVE SR-Unit-Size  TO QKW-Unit-Size
           MOVE SR-Units-Sold TO QKW-Units-Sold
           MOVE SR-Sale-Date  TO QKW-Sale-Date
           MOVE SR-Txn-Type   TO QKW-Txn-Type
           PERFORM VARYING Quoted-Price-Sub FROM 1 BY 1
                   UNTIL Quoted-Price-Sub > Quoted-Price-Count
                       OR Quoted-Price-Applied
               IF QPT-Sale-Key(Quoted-Price-Sub) = Quoted-Key-Work
                   SET Quoted-Price-Applied TO TRUE
                   MOVE QPT-Line-Value(Quoted-Price-Sub)
                       TO Value-Of-Sale
               END-IF
           END-PERFORM.

      * The contract row for this customer and oil with the latest
      * effective date not after the sale date - same selection
      * AromaSalesRpt makes, so the statement ties to the report.
                   "customer names taken from the sales detail"
           END-IF.

      * No CARRSALE.DAT means the sales run charged no carriage -
      * statements print goods only, as they always did.
       LoadCarriage.
           OPEN INPUT Carriage-Sale-File
           IF Carriage-Sale-File-Status = "00"
               READ Carriage-Sale-File
                   AT END SET End-Of-Carriage-Sale-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Carriage-Sale-File
                   IF Carriage-Count < 2000
                       ADD 1 TO Carriage-Count
                       MOVE CS-Cust-Id TO CCT-Cust-Id(Carriage-Count)
                       MOVE CS-Sale-Date
                           TO CCT-Sale-Date(Carriage-Count)
                       MOVE CS-Zone-Name
                           TO CCT-Zone-Name(Carriage-Count)
                       MOVE CS-Charge TO CCT-Charge(Carriage-Count)
                       MOVE CS-Waived TO CCT-Waived(Carriage-Count)
                   ELSE
                       IF Run-OK
                           DISPLAY "INVOICEPRINT: more than 2000 "
                               "consignments on CARRSALE.DAT - table "
                               "full, no statements printed"
                           SET Run-Failed TO TRUE
                       END-IF
                   END-IF
                   READ Carriage-Sale-File
                       AT END SET End-Of-Carriage-Sale-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Carriage-Sale-File
           END-IF.

       LookupCustomer.
           SET Customer-Not-Found TO TRUE
           MOVE SR-Cust-Name TO Cust-Name-Hold
      * statement total, mirroring how AromaSalesRpt nets the run.
      * A line valued at a contract price is flagged C - flat per
      * unit, no tier and no discount, as the sales run values it.
      * A line converted from an accepted quote is flagged Q and
      * carries the quoted value ahead of either.
       PrintStatementDetail.
           PERFORM LookupQuotedPrice
           IF Quoted-Price-Applied
               MOVE "Q" TO Inv-Contract-Flag
           ELSE
               PERFORM LookupContractPrice
               IF Contract-Price-Applied
                   COMPUTE Value-Of-Sale =
                       Price-In-Force * SR-Units-Sold
                   MOVE "C" TO Inv-Contract-Flag
               ELSE
                   PERFORM DetermineSizeTier
                   PERFORM LookupSalePrice
                   COMPUTE Value-Of-Sale =
                       Price-In-Force * SR-Units-Sold
                   IF Disc-Pct-Hold > ZERO
                       COMPUTE Value-Of-Sale ROUNDED =
                           Value-Of-Sale * (100 - Disc-Pct-Hold) / 100
                   END-IF
                   MOVE SPACE TO Inv-Contract-Flag
                   SET No-Promo-Applied TO TRUE
                   IF SR-Promo-Code NOT = SPACES
                       PERFORM ApplyPromotion
                   END-IF
               END-IF
           END-IF
           IF SR-Return
               COMPUTE Value-Of-Sale = ZERO - Value-Of-Sale
           WRITE Invoice-Line FROM Invoice-Detail-Line
           ADD Value-Of-Sale TO Statement-Total.

      * The sales run's promotion rule over the statement line -
      * inside the window, for a covered oil, and only when it
      * comes out lower than the standard value.
       ApplyPromotion.
           PERFORM VARYING Promo-Sub FROM 1 BY 1
                   UNTIL Promo-Sub > Promo-Count
                       OR Promo-Applied
               IF PRT-Code(Promo-Sub) = SR-Promo-Code
                   AND SR-Sale-Date >= PRT-Start-Date(Promo-Sub)
                   AND SR-Sale-Date <= PRT-End-Date(Promo-Sub)
                   IF PRT-Oil-Num(Promo-Sub) = SR-Oil-Num
                       OR (PRT-Oil-Num(Promo-Sub) = ZERO
                           AND (PRT-Oil-Class(Promo-Sub) = SPACE
                               OR (PRT-Oil-Class(Promo-Sub) = "E"
                                   AND SR-Essential-Oil)
                               OR (PRT-Oil-Class(Promo-Sub) = "C"
                                   AND NOT SR-Essential-Oil)))
                       SET Promo-Applied TO TRUE
                       MOVE Promo-Sub TO Promo-Match-Sub
                   END-IF
               END-IF
           END-PERFORM
           IF Promo-Applied
               MOVE Value-Of-Sale TO Standard-Value-Work
               IF PRT-Forced-Tier(Promo-Match-Sub)
                   MOVE PRT-Tier(Promo-Match-Sub) TO Size-Tier-Idx
                   PERFORM LookupSalePrice
                   COMPUTE Promo-Value-Work =
                       Price-In-Force * SR-Units-Sold
                   IF Disc-Pct-Hold > ZERO
                       COMPUTE Promo-Value-Work ROUNDED =
                           Promo-Value-Work
                               * (100 - Disc-Pct-Hold) / 100
                   END-IF
               ELSE
                   COMPUTE Promo-Value-Work ROUNDED =
                       Price-In-Force * SR-Units-Sold
                           * (100 - PRT-Pct-Off(Promo-Match-Sub))
                           / 100
               END-IF
               IF Promo-Value-Work < Standard-Value-Work
                   MOVE Promo-Value-Work TO Value-Of-Sale
                   MOVE "P" TO Inv-Contract-Flag
               END-IF
           END-IF.

       DetermineSizeTier.
           IF SR-Unit-Size <= 10
               MOVE 1 TO Size-Tier-Idx
               END-IF
           END-IF.

      * The goods total still ties to the summary report; carriage
      * follows it a consignment at a time and the statement total
      * is what the open item was raised for.
       PrintStatementTotal.
           SET Carriage-Not-Seen TO TRUE
           PERFORM VARYING Carriage-Sub FROM 1 BY 1
                   UNTIL Carriage-Sub > Carriage-Count
               IF CCT-Cust-Id(Carriage-Sub) = Prev-Cust-Id
                   IF Carriage-Not-Seen
                       MOVE Statement-Total TO Inv-Goods-Total
                       WRITE Invoice-Line FROM Invoice-Goods-Total-Line
                       SET Carriage-Seen TO TRUE
                   END-IF
                   PERFORM PrintCarriageLine
               END-IF
           END-PERFORM
           MOVE Statement-Total TO Inv-Statement-Total
           WRITE Invoice-Line FROM Invoice-Total-Line.

       PrintCarriageLine.
           MOVE CCT-Sale-Date(Carriage-Sub) TO Inv-Carr-Date
           MOVE CCT-Zone-Name(Carriage-Sub) TO Inv-Carr-Zone
           IF CCT-Charge(Carriage-Sub) = ZERO
                   AND CCT-Waived(Carriage-Sub) > ZERO
               MOVE "          FREE" TO Inv-Carr-Free
           ELSE
               MOVE CCT-Charge(Carriage-Sub) TO Inv-Carr-Charge
           END-IF
           WRITE Invoice-Line FROM Invoice-Carriage-Line
           ADD CCT-Charge(Carriage-Sub) TO Statement-Total.
       END PROGRAM InvoicePrint.
