      ******************************************************************
      * Author:
      * Date:
      * Purpose: Outbound catalogue and stock feed to the web shop,
      *          run by the nightly chain straight after the sales
      *          run has saved OILSTOCK.DAT and BACKORD.DAT.  One D
      *          record per oil on OILMAST.DAT carries the oil ID the
      *          web shop keys sales under, its name and class, the
      *          three size-tier prices in force today from
      *          OILPRICE.DAT, and the warehouse quantity free to
      *          sell once the open back orders and any stock on lots
      *          under recall quarantine (LOTQUAR.DAT) are set aside,
      *          with a flag for low stock or a discontinued oil.
      *          The file travels as a batch like the inbound
      *          SALES2.DAT feed: an H header, the D records, then a
      *          T trailer with the record count, total quantity and
      *          a price hash total so the web side can prove it got
      *          the lot.  Written to WEBSTOCK.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WebStockFeed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Master-File-Status.

           SELECT Oil-Price-File ASSIGN TO "OILPRICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Price-File-Status.

           SELECT Oil-Stock-File ASSIGN TO "OILSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Stock-File-Status.

           SELECT Back-Order-File ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Back-Order-File-Status.

           SELECT Oil-Lot-File ASSIGN TO "OILLOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Lot-File-Status.

           SELECT Lot-Quar-File ASSIGN TO "LOTQUAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lot-Quar-File-Status.

           SELECT Quar-Work-File ASSIGN TO "WEBQUAR.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QK-Quar-Key
               FILE STATUS IS Quar-Work-File-Status.

           SELECT Web-Stock-File ASSIGN TO "WEBSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Step-Stat-File ASSIGN TO "STEPSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Oil-Master-File.
       01 Oil-Master-Rec.
           88 End-Of-Oil-Master-File   VALUE HIGH-VALUES.
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 OM-Unit-Cost             PIC 9(4)V99.
           02 OM-Status                PIC X.
               88 OM-Discontinued      VALUE "D".

       FD Oil-Price-File.
       01 Oil-Price-Rec.
           88 End-Of-Oil-Price-File    VALUE HIGH-VALUES.
           02 OP-Oil-Num               PIC 99.
           02 OP-Eff-Date              PIC 9(8).
           02 OP-Tier-Price            PIC 99V99 OCCURS 3 TIMES.

       01 Oil-Price-Legacy-Rec REDEFINES Oil-Price-Rec.
           02 FILLER                   PIC 99.
           02 OPL-Tier-Price           PIC 99V99 OCCURS 3 TIMES.
           02 OPL-Unused               PIC X(8).

       FD Oil-Stock-File.
       01 Oil-Stock-Rec.
           88 End-Of-Oil-Stock-File    VALUE HIGH-VALUES.
           02 OS-Oil-Num               PIC 99.
           02 OS-On-Hand-Qty           PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.
           02 OS-Reorder-Point         PIC 9(6).
           02 OS-Location              PIC XX.

       FD Back-Order-File.
       01 Back-Order-Rec.
           88 End-Of-Back-Order-File   VALUE HIGH-VALUES.
           02 BO-Cust-Id               PIC X(5).
           02 BO-Oil-Id.
               03 FILLER               PIC X.
               03 BO-Oil-Num           PIC 99.
           02 BO-Unit-Size             PIC 99.
           02 BO-Unfilled-Qty          PIC 9(6).
           02 BO-Sale-Date             PIC 9(8).

       FD Oil-Lot-File.
       01 Oil-Lot-Rec.
           88 End-Of-Oil-Lot-File      VALUE HIGH-VALUES.
           02 OL-Oil-Num               PIC 99.
           02 OL-Location              PIC XX.
           02 OL-Lot-No                PIC X(10).
           02 OL-Expiry-Date           PIC 9(8).
           02 OL-Qty                   PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.

      * Supplier lots under recall quarantine, kept by LotRecallInq -
      * their warehouse stock is not offered while they are on the
      * file.
       FD Lot-Quar-File.
       01 Lot-Quar-Rec.
           88 End-Of-Lot-Quar-File     VALUE HIGH-VALUES.
           02 QL-Oil-Num               PIC 99.
           02 QL-Lot-No                PIC X(10).
           02 QL-Quar-Date             PIC 9(8).
           02 QL-Operator-Id           PIC X(3).

       FD Quar-Work-File.
       01 Quar-Work-Rec.
           02 QK-Quar-Key.
               03 QK-Oil-Num           PIC 99.
               03 QK-Lot-No            PIC X(10).

      * H header (feed date and source), one D record per oil, then
      * a T trailer - the same shape as the inbound SALES2.DAT feed,
      * so the record type in column one tells the three apart.
       FD Web-Stock-File.
       01 Web-Stock-Rec                PIC X(60).

       01 Web-Stock-Header-Rec REDEFINES Web-Stock-Rec.
           02 WSK-H-Type               PIC X.
           02 WSK-H-Feed-Date          PIC 9(8).
           02 WSK-H-Source             PIC X(10).
           02 FILLER                   PIC X(41).

       01 Web-Stock-Detail-Rec REDEFINES Web-Stock-Rec.
           02 WSK-D-Type               PIC X.
           02 WSK-D-Oil-Id.
               03 WSK-D-Oil-Class      PIC X.
               03 WSK-D-Oil-Num        PIC 99.
           02 WSK-D-Oil-Name           PIC X(20).
           02 WSK-D-Tier-Price         PIC 99V99 OCCURS 3 TIMES.
           02 WSK-D-Avail-Qty          PIC 9(6).
      * Blank in stock, L at or under the warehouse reorder point,
      * D discontinued - not to be sold whatever the quantity.
           02 WSK-D-Stock-Flag         PIC X.
           02 FILLER                   PIC X(17).

       01 Web-Stock-Trailer-Rec REDEFINES Web-Stock-Rec.
           02 WSK-T-Type               PIC X.
           02 WSK-T-Count              PIC 9(6).
           02 WSK-T-Avail-Qty          PIC 9(7).
           02 WSK-T-Price-Hash         PIC 9(9)V99.
           02 FILLER                   PIC X(35).

       FD Step-Stat-File.
       01 Step-Stat-Rec.
           02 SS-Program               PIC X(12).
           02 SS-Read-Count            PIC 9(7).
           02 SS-Released-Count        PIC 9(7).
           02 SS-Rejected-Count        PIC 9(7).

       WORKING-STORAGE SECTION.
       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.
               03 OMT-Oil-Class        PIC X     VALUE SPACE.
               03 OMT-Status           PIC X     VALUE SPACE.

      * Warehouse position per oil - the web shop sells from WH
      * only, so shop stock is not offered.
       01  Oil-Stock-Table.
           02  Oil-Stock-Entry OCCURS 99 TIMES.
               03 OST-On-Hand-Qty      PIC S9(6) VALUE ZERO.
               03 OST-Reorder-Point    PIC 9(6)  VALUE ZERO.
               03 OST-Back-Order-Qty   PIC 9(7)  VALUE ZERO.
               03 OST-Quar-Qty         PIC 9(7)  VALUE ZERO.

      * Only today's price is offered, so each oil keeps just the
      * row in force today - the latest effective date not after
      * today, a later row on the file winning a tie - and the
      * price file can grow without limit.
       01  Price-Today-Table.
           02  Price-Today-Entry       OCCURS 99 TIMES.
               03 PTT-Row-Held         PIC X VALUE "N".
               03 PTT-Eff-Date         PIC 9(8) VALUE ZERO.
               03 PTT-Tier-Price       PIC 99V99 OCCURS 3 TIMES.

       01  Price-Row-Date              PIC 9(8).
       01  Price-In-Force              PIC 99V99.
       01  Price-Best-Date             PIC 9(8).

       01  Price-Lookup-Switch         PIC X VALUE "N".
           88 Price-Row-Found          VALUE "Y".
           88 Price-Row-Not-Found      VALUE "N".

       01  Oil-Num-Idx                 PIC 999.
       01  Size-Tier-Idx               PIC 9.
       01  Tier-Sub                    PIC 9.

       01  Avail-Qty-Work              PIC S9(7).

       01  Feed-Priced-Switch          PIC X VALUE "N".
           88 Oil-Priced               VALUE "Y".
           88 Oil-Not-Priced           VALUE "N".

       01  Feed-Totals.
           02  Oils-Read               PIC 9(7) VALUE ZERO.
           02  Oils-Sent               PIC 9(6) VALUE ZERO.
           02  Oils-Not-Priced         PIC 9(7) VALUE ZERO.
           02  Total-Avail-Qty         PIC 9(7) VALUE ZERO.
           02  Total-Price-Hash        PIC 9(9)V99 VALUE ZERO.

       01  Oil-Master-File-Status      PIC XX.
       01  Oil-Price-File-Status       PIC XX.
       01  Oil-Stock-File-Status       PIC XX.
       01  Back-Order-File-Status      PIC XX.
       01  Oil-Lot-File-Status         PIC XX.
       01  Lot-Quar-File-Status        PIC XX.
       01  Quar-Work-File-Status       PIC XX.

       01  Lot-Quar-Switch             PIC X VALUE "N".
           88 Lot-Quarantined          VALUE "Y".
           88 Lot-Not-Quarantined      VALUE "N".

       01  Current-Run-Date            PIC 9(8).

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Seal-Fields.
           02  Seal-Data-Name          PIC X(12).
           02  Seal-Action             PIC X.
           02  Seal-Result             PIC X.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM VerifyMasterSeals
           IF Run-OK
               PERFORM LoadOilMaster
           END-IF
           IF Run-OK
               PERFORM LoadOilPrices
               PERFORM LoadOilStock
               PERFORM LoadBackOrders
               PERFORM LoadLotQuarantine
               PERFORM LoadQuarantinedStock
               PERFORM WriteWebStockFeed
               DISPLAY "WEBSTOCKFEED: " Oils-Sent
                   " oil(s) sent to WEBSTOCK.DAT, " Oils-Not-Priced
                   " left off with no price in force"
           END-IF
           PERFORM WriteStepStats
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * What the web shop is told it may sell and at what price must
      * come from masters nobody has touched outside their owners.
       VerifyMasterSeals.
           MOVE "OILMAST.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "WEBSTOCKFEED: OILMAST.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF
           MOVE "OILPRICE.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "WEBSTOCKFEED: OILPRICE.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF
           MOVE "OILSTOCK.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "WEBSTOCKFEED: OILSTOCK.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF.

       LoadOilMaster.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               READ Oil-Master-File
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name  TO OMT-Oil-Name(OM-Oil-Num)
                       MOVE OM-Oil-Class TO OMT-Oil-Class(OM-Oil-Num)
                       MOVE OM-Status    TO OMT-Status(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
                       AT END SET End-Of-Oil-Master-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           ELSE
               DISPLAY "WEBSTOCKFEED: no OILMAST.DAT found - "
                   "no catalogue to send"
               SET Run-Failed TO TRUE
           END-IF.

       LoadOilPrices.
           OPEN INPUT Oil-Price-File
           IF Oil-Price-File-Status = "00"
               READ Oil-Price-File
                   AT END SET End-Of-Oil-Price-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Price-File
                   PERFORM LoadOnePriceRow
                   READ Oil-Price-File
                       AT END SET End-Of-Oil-Price-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Price-File
           ELSE
               DISPLAY "WEBSTOCKFEED: no OILPRICE.DAT found - "
                   "no oil can be offered"
           END-IF.

       LoadOnePriceRow.
           IF OPL-Unused = SPACES
               MOVE ZERO TO Price-Row-Date
           ELSE
               MOVE OP-Eff-Date TO Price-Row-Date
           END-IF
           IF OP-Oil-Num > ZERO
               AND Price-Row-Date <= Current-Run-Date
               IF PTT-Row-Held(OP-Oil-Num) = "N"
                   OR Price-Row-Date >= PTT-Eff-Date(OP-Oil-Num)
                   MOVE "Y" TO PTT-Row-Held(OP-Oil-Num)
                   MOVE Price-Row-Date TO PTT-Eff-Date(OP-Oil-Num)
                   PERFORM VARYING Tier-Sub FROM 1 BY 1
                           UNTIL Tier-Sub > 3
                       IF OPL-Unused = SPACES
                           MOVE OPL-Tier-Price(Tier-Sub)
                               TO PTT-Tier-Price(OP-Oil-Num, Tier-Sub)
                       ELSE
                           MOVE OP-Tier-Price(Tier-Sub)
                               TO PTT-Tier-Price(OP-Oil-Num, Tier-Sub)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * Rows written before locations existed carry a blank location
      * and are warehouse stock.
       LoadOilStock.
           OPEN INPUT Oil-Stock-File
           IF Oil-Stock-File-Status = "00"
               READ Oil-Stock-File
                   AT END SET End-Of-Oil-Stock-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Stock-File
                   IF OS-Oil-Num >= 1 AND OS-Oil-Num <= 99
                       AND (OS-Location = "WH" OR OS-Location = SPACES)
                       MOVE OS-On-Hand-Qty
                           TO OST-On-Hand-Qty(OS-Oil-Num)
                       MOVE OS-Reorder-Point
                           TO OST-Reorder-Point(OS-Oil-Num)
                   END-IF
                   READ Oil-Stock-File
                       AT END SET End-Of-Oil-Stock-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Stock-File
           ELSE
               DISPLAY "WEBSTOCKFEED: no OILSTOCK.DAT found - "
                   "every oil sent with nothing available"
           END-IF.

      * The sales run leaves only the still-open back orders on
      * BACKORD.DAT - that stock is already promised.
       LoadBackOrders.
           OPEN INPUT Back-Order-File
           IF Back-Order-File-Status = "00"
               READ Back-Order-File
                   AT END SET End-Of-Back-Order-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Back-Order-File
                   IF BO-Oil-Num >= 1 AND BO-Oil-Num <= 99
                       ADD BO-Unfilled-Qty
                           TO OST-Back-Order-Qty(BO-Oil-Num)
                   END-IF
                   READ Back-Order-File
                       AT END SET End-Of-Back-Order-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Back-Order-File
           END-IF.

      * Supplier lots put under recall quarantine by LotRecallInq,
      * keyed by oil and lot for the lot scan to check against.
       LoadLotQuarantine.
           OPEN OUTPUT Quar-Work-File
           CLOSE Quar-Work-File
           OPEN I-O Quar-Work-File
           OPEN INPUT Lot-Quar-File
           IF Lot-Quar-File-Status = "00"
               READ Lot-Quar-File
                   AT END SET End-Of-Lot-Quar-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Lot-Quar-File
                   MOVE QL-Oil-Num TO QK-Oil-Num
                   MOVE QL-Lot-No  TO QK-Lot-No
                   WRITE Quar-Work-Rec
                       INVALID KEY CONTINUE
                   END-WRITE
                   READ Lot-Quar-File
                       AT END SET End-Of-Lot-Quar-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Lot-Quar-File
           END-IF.

      * The warehouse stock on quarantined lots, per oil, comes off
      * what the web shop is offered.  A blank lot location is
      * warehouse stock, as it is on OILSTOCK.DAT.
       LoadQuarantinedStock.
           OPEN INPUT Oil-Lot-File
           IF Oil-Lot-File-Status = "00"
               READ Oil-Lot-File
                   AT END SET End-Of-Oil-Lot-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Lot-File
                   IF OL-Oil-Num >= 1 AND OL-Oil-Num <= 99
                       AND (OL-Location = "WH" OR OL-Location = SPACES)
                       AND OL-Qty > ZERO
                       PERFORM CheckLotQuarantine
                       IF Lot-Quarantined
                           ADD OL-Qty TO OST-Quar-Qty(OL-Oil-Num)
                       END-IF
                   END-IF
                   READ Oil-Lot-File
                       AT END SET End-Of-Oil-Lot-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Lot-File
           END-IF
           CLOSE Quar-Work-File.

       CheckLotQuarantine.
           SET Lot-Not-Quarantined TO TRUE
           MOVE OL-Oil-Num TO QK-Oil-Num
           MOVE OL-Lot-No  TO QK-Lot-No
           READ Quar-Work-File
               INVALID KEY CONTINUE
               NOT INVALID KEY SET Lot-Quarantined TO TRUE
           END-READ.

       WriteWebStockFeed.
           OPEN OUTPUT Web-Stock-File
           MOVE SPACES TO Web-Stock-Rec
           MOVE "H" TO WSK-H-Type
           MOVE Current-Run-Date TO WSK-H-Feed-Date
           MOVE "AROMAMORA" TO WSK-H-Source
           WRITE Web-Stock-Rec
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               IF OMT-Oil-Name(Oil-Num-Idx) NOT = SPACES
                   ADD 1 TO Oils-Read
                   PERFORM WriteOneOil
               END-IF
           END-PERFORM
           MOVE SPACES TO Web-Stock-Rec
           MOVE "T" TO WSK-T-Type
           MOVE Oils-Sent        TO WSK-T-Count
           MOVE Total-Avail-Qty  TO WSK-T-Avail-Qty
           MOVE Total-Price-Hash TO WSK-T-Price-Hash
           WRITE Web-Stock-Rec
           CLOSE Web-Stock-File.

      * An oil with no price in force today cannot be sold on the
      * web, so it is left off rather than offered at nothing.
       WriteOneOil.
           MOVE SPACES TO Web-Stock-Rec
           SET Oil-Not-Priced TO TRUE
           PERFORM VARYING Size-Tier-Idx FROM 1 BY 1
                   UNTIL Size-Tier-Idx > 3
               PERFORM LookupSalePrice
               IF Price-Row-Found
                   SET Oil-Priced TO TRUE
               END-IF
               MOVE Price-In-Force TO WSK-D-Tier-Price(Size-Tier-Idx)
               ADD Price-In-Force TO Total-Price-Hash
           END-PERFORM
           IF Oil-Not-Priced
               ADD 1 TO Oils-Not-Priced
           ELSE
               MOVE "D" TO WSK-D-Type
               MOVE OMT-Oil-Class(Oil-Num-Idx) TO WSK-D-Oil-Class
               MOVE Oil-Num-Idx                TO WSK-D-Oil-Num
               MOVE OMT-Oil-Name(Oil-Num-Idx)  TO WSK-D-Oil-Name
               COMPUTE Avail-Qty-Work =
                   OST-On-Hand-Qty(Oil-Num-Idx)
                   - OST-Back-Order-Qty(Oil-Num-Idx)
                   - OST-Quar-Qty(Oil-Num-Idx)
               IF Avail-Qty-Work < ZERO
                   MOVE ZERO TO Avail-Qty-Work
               END-IF
               MOVE Avail-Qty-Work TO WSK-D-Avail-Qty
               EVALUATE TRUE
                   WHEN OMT-Status(Oil-Num-Idx) = "D"
                       MOVE "D" TO WSK-D-Stock-Flag
                   WHEN Avail-Qty-Work
                           <= OST-Reorder-Point(Oil-Num-Idx)
                       MOVE "L" TO WSK-D-Stock-Flag
                   WHEN OTHER
                       MOVE SPACE TO WSK-D-Stock-Flag
               END-EVALUATE
               WRITE Web-Stock-Rec
               ADD 1 TO Oils-Sent
               ADD Avail-Qty-Work TO Total-Avail-Qty
           END-IF.

       LookupSalePrice.
           MOVE ZERO TO Price-In-Force
           MOVE ZERO TO Price-Best-Date
           SET Price-Row-Not-Found TO TRUE
           IF PTT-Row-Held(Oil-Num-Idx) = "Y"
               SET Price-Row-Found TO TRUE
               MOVE PTT-Eff-Date(Oil-Num-Idx) TO Price-Best-Date
               MOVE PTT-Tier-Price(Oil-Num-Idx, Size-Tier-Idx)
                   TO Price-In-Force
           END-IF.

       WriteStepStats.
           OPEN OUTPUT Step-Stat-File
           MOVE "WEBFEED"       TO SS-Program
           MOVE Oils-Read       TO SS-Read-Count
           MOVE Oils-Sent       TO SS-Released-Count
           MOVE Oils-Not-Priced TO SS-Rejected-Count
           WRITE Step-Stat-Rec
           CLOSE Step-Stat-File.

       END PROGRAM WebStockFeed.
