      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retail shop till - rings up cash and card sales to
      *          walk-in customers, who carry no customer ID.  Each
      *          sale is a basket of oil lines priced at the size-tier
      *          price in force today with home-jurisdiction sales
      *          tax added, paid (C)ash or by (K) card, or voided
      *          before it is taken.  A line cannot sell more than
      *          the SH shop location holds.  A taken sale comes off
      *          the SH on-hand in OILSTOCK.DAT and the SH lots in
      *          OILLOTS.DAT oldest-expiry-first, writes type S
      *          movements at SH to STOCKLED.DAT, and lands on
      *          SHOPTILL.DAT where ShopCashUp finds it at the end
      *          of the day.  The lots are worked on a keyed copy
      *          (TILLLOTS.TMP), so there is no limit on how many
      *          OILLOTS.DAT carries.  Shop lots under recall
      *          quarantine on LOTQUAR.DAT are never sold from, and
      *          their stock does not count toward what a line can
      *          take.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShopTillEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Oil-Stock-File ASSIGN TO "OILSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Stock-File-Status.

           SELECT Stock-Ledger-File ASSIGN TO "STOCKLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Stock-Ledger-File-Status.

           SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Master-File-Status.

           SELECT Oil-Lot-File ASSIGN TO "OILLOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Lot-File-Status.

           SELECT Lot-Work-File ASSIGN TO "TILLLOTS.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LW-Lot-Key
               FILE STATUS IS Lot-Work-File-Status.

           SELECT Lot-Quar-File ASSIGN TO "LOTQUAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lot-Quar-File-Status.

           SELECT Quar-Work-File ASSIGN TO "TILLQUAR.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QK-Quar-Key
               FILE STATUS IS Quar-Work-File-Status.

           SELECT Oil-Price-File ASSIGN TO "OILPRICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Price-File-Status.

           SELECT Tax-Rate-File ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tax-Rate-File-Status.

           SELECT Shop-Till-File ASSIGN TO "SHOPTILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Shop-Till-File-Status.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Oil-Stock-File.
       01 Oil-Stock-Rec.
           88 End-Of-Oil-Stock-File    VALUE HIGH-VALUES.
           02 OS-Oil-Num               PIC 99.
           02 OS-On-Hand-Qty           PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.
           02 OS-Reorder-Point         PIC 9(6).
           02 OS-Location              PIC XX.

       FD Stock-Ledger-File.
       01 Stock-Ledger-Rec.
           02 SL-Date                  PIC 9(8).
           02 SL-Oil-Num               PIC 99.
           02 SL-Move-Type             PIC X.
           02 SL-Qty                   PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.
           02 SL-Reference             PIC X(10).
           02 SL-Location              PIC XX.

       FD Oil-Master-File.
       01 Oil-Master-Rec.
           88 End-Of-Oil-Master-File   VALUE HIGH-VALUES.
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 OM-Unit-Cost             PIC 9(4)V99.
           02 FILLER                   PIC X.

      * Records written before the cost field existed leave the
      * record tail blank - they load with a zero unit cost.
       01 Oil-Master-Legacy-Rec REDEFINES Oil-Master-Rec.
           02 FILLER                   PIC X(23).
           02 OML-Unused               PIC X(6).

      * On-hand by supplier lot - what the till sells comes off the
      * shop's lots oldest expiry first.
       FD Oil-Lot-File.
       01 Oil-Lot-Rec.
           88 End-Of-Oil-Lot-File      VALUE HIGH-VALUES.
           02 OL-Oil-Num               PIC 99.
           02 OL-Location              PIC XX.
           02 OL-Lot-No                PIC X(10).
           02 OL-Expiry-Date           PIC 9(8).
           02 OL-Qty                   PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.

      * Keyed in selling order - oil, location, expiry, then file
      * sequence - so the first row with stock from the start of an
      * oil at SH is the oldest-expiry lot, the first on file among
      * equals.
       FD Lot-Work-File.
       01 Lot-Work-Rec.
           02 LW-Lot-Key.
               03 LW-Oil-Num           PIC 99.
               03 LW-Location          PIC XX.
               03 LW-Expiry-Date       PIC 9(8).
               03 LW-Row-Seq           PIC 9(6).
           02 LW-Lot-No                PIC X(10).
           02 LW-Qty                   PIC S9(6).
           02 LW-Quar-Flag             PIC X.
               88 LW-Lot-Quarantined   VALUE "Y".

      * Supplier lots under recall quarantine, kept by LotRecallInq -
      * nothing is sold from them while they are on the file.
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

       FD Tax-Rate-File.
       01 Tax-Rate-Rec.
           88 End-Of-Tax-Rate-File     VALUE HIGH-VALUES.
           02 TR-Juris                 PIC XX.
           02 TR-Class                 PIC X.
           02 TR-Rate                  PIC 99V999.

       01 Tax-Rate-Legacy-Rec REDEFINES Tax-Rate-Rec.
           02 TRL-Class                PIC X.
           02 TRL-Rate                 PIC 99V999.
           02 TRL-Unused               PIC XX.

      * One line per oil on a till sale, held until ShopCashUp
      * cashes the day up and moves them to SHOPHIST.DAT.  Value,
      * tax and cost are fixed when the sale is rung up.
       FD Shop-Till-File.
       01 Shop-Till-Rec.
           88 End-Of-Shop-Till-File    VALUE HIGH-VALUES.
           02 TL-Sale-Date             PIC 9(8).
           02 TL-Sale-Time             PIC 9(6).
           02 TL-Sale-No               PIC 9(4).
           02 TL-Line-No               PIC 99.
           02 TL-Oil-Num               PIC 99.
           02 TL-Oil-Class             PIC X.
           02 TL-Unit-Size             PIC 99.
           02 TL-Units                 PIC 999.
           02 TL-Unit-Price            PIC 99V99.
           02 TL-Sale-Value            PIC 9(6)V99.
           02 TL-Tax-Value             PIC 9(5)V99.
           02 TL-Cost-Value            PIC 9(6)V99.
           02 TL-Tender                PIC X.
           02 TL-Operator              PIC X(3).

      * Who is signed on at the console, left by OperatorMenu - the
      * lock is taken in this person's name so a second opener is
      * told WHO is in the file.  Absent or empty, the old prompt
      * asks.
       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
       01  Oil-Stock-Table.
           02  Stock-Entry OCCURS 99 TIMES.
               03  Stock-Loc-Entry OCCURS 2 TIMES.
                   04 ST-On-Hand-Qty   PIC S9(6) VALUE ZERO.
                   04 ST-Reorder-Point PIC 9(6)  VALUE ZERO.

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.
               03 OMT-Oil-Class        PIC X     VALUE SPACE.
               03 OMT-Unit-Cost        PIC 9(4)V99 VALUE ZERO.

       01  Location-Code-Table.
           02  FILLER                  PIC XX VALUE "WH".
           02  FILLER                  PIC XX VALUE "SH".
       01  Location-Code-Table-R REDEFINES Location-Code-Table.
           02  Location-Code           PIC XX OCCURS 2 TIMES.

       01  Location-Work               PIC XX.
       01  Location-Idx                PIC 9.
       01  Location-Sub                PIC 9.

      * The till only ever sells from the shop.
       01  Shop-Loc-Idx                PIC 9 VALUE 2.

       01  Table-Sub                   PIC 999.

       01  Lot-Row-Seq                 PIC 9(6) VALUE ZERO.

       01  Lot-Scan-Switch             PIC X VALUE "N".
           88 Lot-Scan-Done            VALUE "Y".
           88 Lot-Scan-Open            VALUE "N".

       01  Fefo-Pick-Switch            PIC X VALUE "N".
           88 Fefo-Lot-Picked          VALUE "Y".
           88 No-Fefo-Lot              VALUE "N".

       01  Lots-Changed-Switch         PIC X VALUE "N".
           88 Lots-Changed             VALUE "Y".

       01  Lot-Move-Qty                PIC S9(6).
       01  Lot-Take-Qty                PIC S9(6).

       01  Lot-Quar-Switch             PIC X VALUE "N".
           88 Lot-Quarantined          VALUE "Y".
           88 Lot-Not-Quarantined      VALUE "N".

      * Quarantined shop stock per oil, held out of the SH on-hand
      * while the till runs so no line can take it, and put back
      * before OILSTOCK.DAT is saved.
       01  Quar-Held-Table.
           02  Quar-Held-Entry OCCURS 99 TIMES.
               03 Quar-Held-Qty        PIC S9(6) VALUE ZERO.

      * Effective-dated price history, loaded and consulted the way
      * AromaSalesRpt does it - a walk-in pays the standard tier
      * price with no discount.
       01  Price-History-Table.
           02  Price-Hist-Count        PIC 999 VALUE ZERO.
           02  Price-Hist-Entry        OCCURS 500 TIMES.
               03 PH-Oil-Num           PIC 99.
               03 PH-Eff-Date          PIC 9(8).
               03 PH-Tier-Price        PIC 99V99 OCCURS 3 TIMES.

       01  Price-Hist-Sub              PIC 999.
       01  Price-In-Force              PIC 99V99.
       01  Price-Best-Date             PIC 9(8).

       01  Price-Lookup-Switch         PIC X VALUE "N".
           88 Price-Row-Found          VALUE "Y".
           88 Price-Row-Not-Found      VALUE "N".

       01  Size-Tier-Idx               PIC 9 VALUE 1.
       01  Tier-Sub                    PIC 9 VALUE 1.

       01  Tax-Rate-Table.
           02  Tax-Rate-Count          PIC 99 VALUE ZERO.
           02  Tax-Rate-Entry OCCURS 20 TIMES.
               03 TRT-Juris            PIC XX.
               03 TRT-Class            PIC X.
               03 TRT-Rate             PIC 99V999.

       01  Tax-Rate-Sub                PIC 99.
       01  Tax-Rate-Work               PIC 99V999.

      * The sale being rung up.  Its quantities are held off the
      * shop on-hand as each line is keyed, so a second line for
      * the same oil is checked against what is really left, and
      * handed back if the sale is voided.
       01  Basket-Table.
           02  Basket-Count            PIC 99 VALUE ZERO.
           02  Basket-Entry OCCURS 20 TIMES.
               03 BKT-Oil-Num          PIC 99.
               03 BKT-Unit-Size        PIC 99.
               03 BKT-Units            PIC 999.
               03 BKT-Unit-Price       PIC 99V99.
               03 BKT-Sale-Value       PIC 9(6)V99.
               03 BKT-Tax-Value        PIC 9(5)V99.
               03 BKT-Cost-Value       PIC 9(6)V99.

       01  Basket-Sub                  PIC 99.

       01  Basket-Totals.
           02  Basket-Value            PIC 9(7)V99.
           02  Basket-Tax              PIC 9(6)V99.
           02  Basket-Due              PIC 9(7)V99.

       01  Till-Switches.
           02  More-Sales-Sw           PIC X VALUE "Y".
               88 More-Sales           VALUE "Y".
               88 No-More-Sales        VALUE "N".
           02  More-Lines-Sw           PIC X VALUE "Y".
               88 More-Lines           VALUE "Y".
               88 No-More-Lines        VALUE "N".

       01  Entry-Oil-Num               PIC 99.
       01  Entry-Unit-Size             PIC 99.
       01  Entry-Units                 PIC 999.
       01  Entry-Tender                PIC X.
           88 Tender-Cash              VALUE "C" "c".
           88 Tender-Card              VALUE "K" "k".
           88 Tender-Void              VALUE "X" "x".
           88 Valid-Entry-Tender       VALUE "C" "c" "K" "k"
                                             "X" "x".
       01  Entry-Cash-Given            PIC 9(5)V99.

       01  Line-Value-Work             PIC 9(6)V99.
       01  Line-Tax-Work               PIC 9(5)V99.
       01  Line-Cost-Work              PIC 9(6)V99.
       01  Change-Due                  PIC 9(5)V99.

      * Sale numbers run on through the day; the highest already on
      * SHOPTILL.DAT for today is where this session carries on.
       01  Last-Sale-No                PIC 9(4) VALUE ZERO.

      * Movements are referenced to the till sale they came from.
       01  Till-Reference.
           02  FILLER                  PIC X(5) VALUE "TILL ".
           02  TRF-Sale-No             PIC 9(4).
           02  FILLER                  PIC X VALUE SPACE.

       01  Session-Totals.
           02  Sale-Count              PIC 9(4) VALUE ZERO.
           02  Void-Count              PIC 9(4) VALUE ZERO.
           02  Session-Cash            PIC 9(7)V99 VALUE ZERO.
           02  Session-Card            PIC 9(7)V99 VALUE ZERO.

       01  Time-Work.
           02  TW-HHMMSS               PIC 9(6).
           02  FILLER                  PIC 99.

       01  Display-Value               PIC ZZZ,ZZ9.99.
       01  Display-Price               PIC Z9.99.

       01  Oil-Stock-File-Status       PIC XX.
       01  Stock-Ledger-File-Status    PIC XX.
       01  Oil-Master-File-Status      PIC XX.
       01  Oil-Lot-File-Status         PIC XX.
       01  Lot-Work-File-Status        PIC XX.
       01  Lot-Quar-File-Status        PIC XX.
       01  Quar-Work-File-Status       PIC XX.
       01  Oil-Price-File-Status       PIC XX.
       01  Tax-Rate-File-Status        PIC XX.
       01  Shop-Till-File-Status       PIC XX.
       01  Signon-File-Status          PIC XX.

       01  Current-Run-Date            PIC 9(8).

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Seal-Fields.
           02  Seal-Data-Name          PIC X(12).
           02  Seal-Action             PIC X.
           02  Seal-Result             PIC X.

       01  Lock-Fields.
           02  Lock-Data-Name          PIC X(12).
           02  Lock-Action             PIC X.
           02  Lock-Operator-Id        PIC X(3).
           02  Lock-Result             PIC X.
           02  Lock-Holder             PIC X(3).

       01  Till-Lock-Switch            PIC X VALUE "N".
           88 Till-Lock-Held           VALUE "Y".

       01  Operator-Id                 PIC X(3).

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM GetOperatorId
           PERFORM AcquireStockLock
           IF Lock-Result = "N"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM AcquireTillLock
           IF Till-Lock-Held
               PERFORM VerifyMasterSeals
           ELSE
               SET Run-Failed TO TRUE
           END-IF
           IF Run-OK
               PERFORM LoadOilStock
           END-IF
           IF Run-OK
               PERFORM LoadOilMaster
               PERFORM LoadOilPrices
               PERFORM LoadTaxRates
               PERFORM LoadLotQuarantine
               PERFORM LoadOilLots
               PERFORM FindLastSaleNo
           END-IF
           IF Run-OK
               OPEN EXTEND Stock-Ledger-File
               IF Stock-Ledger-File-Status = "35"
                   OPEN OUTPUT Stock-Ledger-File
               END-IF
               OPEN EXTEND Shop-Till-File
               IF Shop-Till-File-Status = "35"
                   OPEN OUTPUT Shop-Till-File
               END-IF
               PERFORM TakeShopSale UNTIL No-More-Sales
               CLOSE Shop-Till-File
               CLOSE Stock-Ledger-File
               IF Sale-Count > ZERO
                   PERFORM RestoreQuarantinedStock
                   PERFORM SaveOilStock
                   PERFORM SealOilStock
               END-IF
               IF Lots-Changed
                   PERFORM SaveOilLots
               END-IF
               CLOSE Lot-Work-File
               MOVE Session-Cash TO Display-Value
               DISPLAY "SHOPTILLENTRY: " Sale-Count " sale(s) taken, "
                   Void-Count " voided - cash " Display-Value
               MOVE Session-Card TO Display-Value
               DISPLAY "               card " Display-Value
           END-IF
           IF Till-Lock-Held
               PERFORM ReleaseTillLock
           END-IF
           PERFORM ReleaseStockLock
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

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

      * Stock maintenance, scrapping and the till all rewrite
      * OILSTOCK.DAT - one at a time.
       AcquireStockLock.
           MOVE "OILSTOCK.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "SHOPTILLENTRY: OILSTOCK.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseStockLock.
           MOVE "OILSTOCK.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

      * The cash-up empties SHOPTILL.DAT - no sale may be rung up
      * while it is counting.
       AcquireTillLock.
           MOVE "SHOPTILL.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "SHOPTILLENTRY: SHOPTILL.DAT is in use by "
                   Lock-Holder " - try again later"
           ELSE
               SET Till-Lock-Held TO TRUE
           END-IF.

       ReleaseTillLock.
           MOVE "SHOPTILL.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

      * The till charges from the price master and sells from the
      * stock master - neither is trusted if changed outside its
      * owners.
       VerifyMasterSeals.
           MOVE "OILSTOCK.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "SHOPTILLENTRY: OILSTOCK.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF
           MOVE "OILPRICE.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "SHOPTILLENTRY: OILPRICE.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF
           MOVE "OILMAST.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "SHOPTILLENTRY: OILMAST.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF.

       LoadOilStock.
           OPEN INPUT Oil-Stock-File
           IF Oil-Stock-File-Status NOT = "00"
               DISPLAY "SHOPTILLENTRY: cannot open OILSTOCK.DAT - "
                   "status " Oil-Stock-File-Status
               SET Run-Failed TO TRUE
           ELSE
               READ Oil-Stock-File
                   AT END SET End-Of-Oil-Stock-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Stock-File
                   MOVE OS-Location TO Location-Work
                   PERFORM FindLocationIdx
                   IF Location-Idx > ZERO
                       MOVE OS-On-Hand-Qty
                           TO ST-On-Hand-Qty(OS-Oil-Num,
                               Location-Idx)
                       MOVE OS-Reorder-Point
                           TO ST-Reorder-Point(OS-Oil-Num,
                               Location-Idx)
                   END-IF
                   READ Oil-Stock-File
                       AT END SET End-Of-Oil-Stock-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Stock-File
           END-IF.

      * A blank location is a row from before locations existed -
      * it is warehouse stock.
       FindLocationIdx.
           IF Location-Work = SPACES OR Location-Work = "WH"
               MOVE 1 TO Location-Idx
           ELSE
               IF Location-Work = "SH"
                   MOVE 2 TO Location-Idx
               ELSE
                   MOVE ZERO TO Location-Idx
               END-IF
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
                       IF OML-Unused = SPACES
                           MOVE ZERO TO OMT-Unit-Cost(OM-Oil-Num)
                       ELSE
                           MOVE OM-Unit-Cost
                               TO OMT-Unit-Cost(OM-Oil-Num)
                       END-IF
                   END-IF
                   READ Oil-Master-File
                       AT END SET End-Of-Oil-Master-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           ELSE
               DISPLAY "SHOPTILLENTRY: no OILMAST.DAT found - "
                   "no oil can be sold"
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
               DISPLAY "SHOPTILLENTRY: no OILPRICE.DAT found - "
                   "no oil can be priced"
           END-IF.

       LoadOnePriceRow.
           IF Price-Hist-Count < 500
               ADD 1 TO Price-Hist-Count
               MOVE Price-Hist-Count TO Price-Hist-Sub
               MOVE OP-Oil-Num TO PH-Oil-Num(Price-Hist-Sub)
               IF OPL-Unused = SPACES
                   MOVE ZERO TO PH-Eff-Date(Price-Hist-Sub)
                   PERFORM VARYING Tier-Sub FROM 1 BY 1
                           UNTIL Tier-Sub > 3
                       MOVE OPL-Tier-Price(Tier-Sub)
                           TO PH-Tier-Price(Price-Hist-Sub, Tier-Sub)
                   END-PERFORM
               ELSE
                   MOVE OP-Eff-Date TO PH-Eff-Date(Price-Hist-Sub)
                   PERFORM VARYING Tier-Sub FROM 1 BY 1
                           UNTIL Tier-Sub > 3
                       MOVE OP-Tier-Price(Tier-Sub)
                           TO PH-Tier-Price(Price-Hist-Sub, Tier-Sub)
                   END-PERFORM
               END-IF
           ELSE
               DISPLAY "SHOPTILLENTRY: price history table full - "
                   "row dropped for oil " OP-Oil-Num
           END-IF.

       LoadTaxRates.
           OPEN INPUT Tax-Rate-File
           IF Tax-Rate-File-Status = "00"
               READ Tax-Rate-File
                   AT END SET End-Of-Tax-Rate-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Tax-Rate-File
                   IF Tax-Rate-Count < 20
                       ADD 1 TO Tax-Rate-Count
                       IF TRL-Unused = SPACES
                           MOVE SPACES TO TRT-Juris(Tax-Rate-Count)
                           MOVE TRL-Class TO TRT-Class(Tax-Rate-Count)
                           MOVE TRL-Rate  TO TRT-Rate(Tax-Rate-Count)
                       ELSE
                           MOVE TR-Juris  TO TRT-Juris(Tax-Rate-Count)
                           MOVE TR-Class  TO TRT-Class(Tax-Rate-Count)
                           MOVE TR-Rate   TO TRT-Rate(Tax-Rate-Count)
                       END-IF
                   END-IF
                   READ Tax-Rate-File
                       AT END SET End-Of-Tax-Rate-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Tax-Rate-File
           ELSE
               DISPLAY "SHOPTILLENTRY: no TAXRATE.DAT found - "
                   "till sales carry no tax"
           END-IF.

      * Supplier lots put under recall quarantine by LotRecallInq,
      * keyed by oil and lot for the lot load to check against.
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

      * Every lot goes to the work file so the rewrite keeps it, but
      * a quarantined one is flagged so no sale is taken from it,
      * and a quarantined shop lot's stock is held out of the SH
      * on-hand.
       LoadOilLots.
           OPEN OUTPUT Lot-Work-File
           CLOSE Lot-Work-File
           OPEN I-O Lot-Work-File
           OPEN INPUT Oil-Lot-File
           IF Oil-Lot-File-Status = "00"
               READ Oil-Lot-File
                   AT END SET End-Of-Oil-Lot-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Lot-File
                   ADD 1 TO Lot-Row-Seq
                   MOVE OL-Oil-Num     TO LW-Oil-Num
                   MOVE OL-Location    TO LW-Location
                   MOVE OL-Expiry-Date TO LW-Expiry-Date
                   MOVE Lot-Row-Seq    TO LW-Row-Seq
                   MOVE OL-Lot-No      TO LW-Lot-No
                   MOVE OL-Qty         TO LW-Qty
                   PERFORM CheckLotQuarantine
                   IF Lot-Quarantined
                       SET LW-Lot-Quarantined TO TRUE
                       IF OL-Location = Location-Code(Shop-Loc-Idx)
                               AND OL-Oil-Num >= 1
                               AND OL-Qty > ZERO
                           PERFORM HoldQuarantinedLot
                       END-IF
                   ELSE
                       MOVE "N" TO LW-Quar-Flag
                   END-IF
                   WRITE Lot-Work-Rec
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

      * Only what the stock position actually shows can be held -
      * a lot carrying more than OILSTOCK.DAT does is held at the
      * stock figure.
       HoldQuarantinedLot.
           IF OL-Qty > ST-On-Hand-Qty(OL-Oil-Num, Shop-Loc-Idx)
               MOVE ST-On-Hand-Qty(OL-Oil-Num, Shop-Loc-Idx)
                   TO Lot-Take-Qty
           ELSE
               MOVE OL-Qty TO Lot-Take-Qty
           END-IF
           IF Lot-Take-Qty > ZERO
               SUBTRACT Lot-Take-Qty
                   FROM ST-On-Hand-Qty(OL-Oil-Num, Shop-Loc-Idx)
               ADD Lot-Take-Qty TO Quar-Held-Qty(OL-Oil-Num)
           END-IF.

       RestoreQuarantinedStock.
           PERFORM VARYING Table-Sub FROM 1 BY 1 UNTIL Table-Sub > 99
               ADD Quar-Held-Qty(Table-Sub)
                   TO ST-On-Hand-Qty(Table-Sub, Shop-Loc-Idx)
           END-PERFORM.

       FindLastSaleNo.
           OPEN INPUT Shop-Till-File
           IF Shop-Till-File-Status = "00"
               READ Shop-Till-File
                   AT END SET End-Of-Shop-Till-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Shop-Till-File
                   IF TL-Sale-Date = Current-Run-Date
                       AND TL-Sale-No > Last-Sale-No
                       MOVE TL-Sale-No TO Last-Sale-No
                   END-IF
                   READ Shop-Till-File
                       AT END SET End-Of-Shop-Till-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Shop-Till-File
           END-IF.

      ******************************************************************
      * One walk-in sale - lines keyed until 00, then the tender.  An
      * empty sale closes the till.
      ******************************************************************
       TakeShopSale.
           MOVE ZERO TO Basket-Count
           MOVE ZERO TO Basket-Value Basket-Tax Basket-Due
           SET More-Lines TO TRUE
           DISPLAY " "
           DISPLAY "NEW SALE - 00 on the first line closes the till"
           PERFORM EnterBasketLine UNTIL No-More-Lines
           IF Basket-Count = ZERO
               SET No-More-Sales TO TRUE
           ELSE
               COMPUTE Basket-Due = Basket-Value + Basket-Tax
               MOVE Basket-Value TO Display-Value
               DISPLAY "  GOODS      " Display-Value
               MOVE Basket-Tax TO Display-Value
               DISPLAY "  TAX        " Display-Value
               MOVE Basket-Due TO Display-Value
               DISPLAY "  TO PAY     " Display-Value
               DISPLAY "Tender - (C)ash, (K) card, (X) void : "
                   WITH NO ADVANCING
               ACCEPT Entry-Tender
               PERFORM UNTIL Valid-Entry-Tender
                   DISPLAY "Must be C, K or X, re-enter         : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Tender
               END-PERFORM
               IF Tender-Void
                   PERFORM VoidBasket
               ELSE
                   IF Tender-Cash
                       PERFORM GiveCashChange
                   END-IF
                   PERFORM RecordShopSale
               END-IF
           END-IF.

       EnterBasketLine.
           DISPLAY "Oil number (1-99), 00 to end the sale : "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Num
           IF Entry-Oil-Num = ZERO
               SET No-More-Lines TO TRUE
           ELSE
               IF Entry-Oil-Num > 99
                   MOVE 0 TO Entry-Oil-Num
               ELSE
                   IF OMT-Oil-Class(Entry-Oil-Num) = SPACE
                       MOVE 0 TO Entry-Oil-Num
                   END-IF
               END-IF
               IF Entry-Oil-Num = ZERO
                   DISPLAY "Oil is not on OILMAST.DAT - line not "
                       "taken"
               ELSE
                   DISPLAY "  " OMT-Oil-Name(Entry-Oil-Num)
                   DISPLAY "Unit size (01-99)                     : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Unit-Size
                   DISPLAY "Units                                 : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Units
                   PERFORM CheckBasketLine
               END-IF
           END-IF.

       CheckBasketLine.
           IF Entry-Unit-Size = ZERO OR Entry-Units = ZERO
               DISPLAY "Size and units must both be above zero - "
                   "line not taken"
           ELSE
               IF Entry-Units
                       > ST-On-Hand-Qty(Entry-Oil-Num, Shop-Loc-Idx)
                   DISPLAY "Only "
                       ST-On-Hand-Qty(Entry-Oil-Num, Shop-Loc-Idx)
                       " free to sell in the shop - line not taken"
               ELSE
                   IF Basket-Count < 20
                       PERFORM AddBasketLine
                   ELSE
                       DISPLAY "Sale is full - take it and start "
                           "another"
                       SET No-More-Lines TO TRUE
                   END-IF
               END-IF
           END-IF.

       AddBasketLine.
           PERFORM ValueBasketLine
           IF Price-In-Force = ZERO
               DISPLAY "No price in force for that oil - line not "
                   "taken"
           ELSE
               ADD 1 TO Basket-Count
               MOVE Basket-Count TO Basket-Sub
               MOVE Entry-Oil-Num   TO BKT-Oil-Num(Basket-Sub)
               MOVE Entry-Unit-Size TO BKT-Unit-Size(Basket-Sub)
               MOVE Entry-Units     TO BKT-Units(Basket-Sub)
               MOVE Price-In-Force  TO BKT-Unit-Price(Basket-Sub)
               MOVE Line-Value-Work TO BKT-Sale-Value(Basket-Sub)
               MOVE Line-Tax-Work   TO BKT-Tax-Value(Basket-Sub)
               MOVE Line-Cost-Work  TO BKT-Cost-Value(Basket-Sub)
               SUBTRACT Entry-Units
                   FROM ST-On-Hand-Qty(Entry-Oil-Num, Shop-Loc-Idx)
               ADD Line-Value-Work TO Basket-Value
               ADD Line-Tax-Work   TO Basket-Tax
               MOVE Price-In-Force  TO Display-Price
               MOVE Line-Value-Work TO Display-Value
               DISPLAY "  at " Display-Price " - line value "
                   Display-Value
           END-IF.

      * The standard size-tier price in force today, no customer
      * discount; tax at the home (blank) jurisdiction rate for the
      * oil's class.  Cost is taken now, at the oil master unit
      * cost, falling back to the tier-1 price in force when the oil
      * carries no cost - the convention the sales run uses.
       ValueBasketLine.
           IF OMT-Unit-Cost(Entry-Oil-Num) > ZERO
               COMPUTE Line-Cost-Work =
                   OMT-Unit-Cost(Entry-Oil-Num) * Entry-Units
           ELSE
               MOVE 1 TO Size-Tier-Idx
               PERFORM LookupSalePrice
               COMPUTE Line-Cost-Work = Price-In-Force * Entry-Units
           END-IF
           PERFORM DetermineSizeTier
           PERFORM LookupSalePrice
           COMPUTE Line-Value-Work = Price-In-Force * Entry-Units
           PERFORM LookupTaxRate
           COMPUTE Line-Tax-Work ROUNDED =
               Line-Value-Work * Tax-Rate-Work / 100.

       LookupSalePrice.
           MOVE ZERO TO Price-In-Force
           MOVE ZERO TO Price-Best-Date
           SET Price-Row-Not-Found TO TRUE
           PERFORM VARYING Price-Hist-Sub FROM 1 BY 1
                   UNTIL Price-Hist-Sub > Price-Hist-Count
               IF PH-Oil-Num(Price-Hist-Sub) = Entry-Oil-Num
                   AND PH-Eff-Date(Price-Hist-Sub) <= Current-Run-Date
                   IF Price-Row-Not-Found
                       OR PH-Eff-Date(Price-Hist-Sub)
                           >= Price-Best-Date
                       SET Price-Row-Found TO TRUE
                       MOVE PH-Eff-Date(Price-Hist-Sub)
                           TO Price-Best-Date
                       MOVE PH-Tier-Price
                           (Price-Hist-Sub, Size-Tier-Idx)
                           TO Price-In-Force
                   END-IF
               END-IF
           END-PERFORM.

       DetermineSizeTier.
           IF Entry-Unit-Size <= 10
               MOVE 1 TO Size-Tier-Idx
           ELSE
               IF Entry-Unit-Size <= 25
                   MOVE 2 TO Size-Tier-Idx
               ELSE
                   MOVE 3 TO Size-Tier-Idx
               END-IF
           END-IF.

      * The shop is in the home jurisdiction - the blank row.
       LookupTaxRate.
           MOVE ZERO TO Tax-Rate-Work
           PERFORM VARYING Tax-Rate-Sub FROM 1 BY 1
                   UNTIL Tax-Rate-Sub > Tax-Rate-Count
               IF TRT-Juris(Tax-Rate-Sub) = SPACES
                   AND TRT-Class(Tax-Rate-Sub)
                       = OMT-Oil-Class(Entry-Oil-Num)
                   MOVE TRT-Rate(Tax-Rate-Sub) TO Tax-Rate-Work
               END-IF
           END-PERFORM.

      * Cash handed over is only for the change - the till records
      * what the sale came to.
       GiveCashChange.
           DISPLAY "Cash handed over                      : "
               WITH NO ADVANCING
           ACCEPT Entry-Cash-Given
           PERFORM UNTIL Entry-Cash-Given >= Basket-Due
               DISPLAY "Less than the sale - re-enter          : "
                   WITH NO ADVANCING
               ACCEPT Entry-Cash-Given
           END-PERFORM
           COMPUTE Change-Due = Entry-Cash-Given - Basket-Due
           MOVE Change-Due TO Display-Value
           DISPLAY "  CHANGE     " Display-Value.

       VoidBasket.
           PERFORM VARYING Basket-Sub FROM 1 BY 1
                   UNTIL Basket-Sub > Basket-Count
               ADD BKT-Units(Basket-Sub)
                   TO ST-On-Hand-Qty(BKT-Oil-Num(Basket-Sub),
                       Shop-Loc-Idx)
           END-PERFORM
           ADD 1 TO Void-Count
           DISPLAY "Sale voided - nothing recorded".

      * The on-hand already came off as the lines were keyed; the
      * lots, the ledger and the till file follow now the sale is
      * paid for.
       RecordShopSale.
           ADD 1 TO Last-Sale-No
           MOVE Last-Sale-No TO TRF-Sale-No
           ACCEPT Time-Work FROM TIME
           PERFORM VARYING Basket-Sub FROM 1 BY 1
                   UNTIL Basket-Sub > Basket-Count
               PERFORM WriteTillLine
               MOVE Current-Run-Date         TO SL-Date
               MOVE BKT-Oil-Num(Basket-Sub)  TO SL-Oil-Num
               MOVE "S"                      TO SL-Move-Type
               COMPUTE SL-Qty = ZERO - BKT-Units(Basket-Sub)
               MOVE Till-Reference           TO SL-Reference
               MOVE Location-Code(Shop-Loc-Idx) TO SL-Location
               WRITE Stock-Ledger-Rec
               PERFORM DepleteShopLots
           END-PERFORM
           IF Tender-Cash
               ADD Basket-Due TO Session-Cash
           ELSE
               ADD Basket-Due TO Session-Card
           END-IF
           ADD 1 TO Sale-Count
           DISPLAY "Sale " Last-Sale-No " taken".

       WriteTillLine.
           MOVE Current-Run-Date          TO TL-Sale-Date
           MOVE TW-HHMMSS                 TO TL-Sale-Time
           MOVE Last-Sale-No              TO TL-Sale-No
           MOVE Basket-Sub                TO TL-Line-No
           MOVE BKT-Oil-Num(Basket-Sub)   TO TL-Oil-Num
           MOVE OMT-Oil-Class(BKT-Oil-Num(Basket-Sub))
               TO TL-Oil-Class
           MOVE BKT-Unit-Size(Basket-Sub) TO TL-Unit-Size
           MOVE BKT-Units(Basket-Sub)     TO TL-Units
           MOVE BKT-Unit-Price(Basket-Sub) TO TL-Unit-Price
           MOVE BKT-Sale-Value(Basket-Sub) TO TL-Sale-Value
           MOVE BKT-Tax-Value(Basket-Sub)  TO TL-Tax-Value
           MOVE BKT-Cost-Value(Basket-Sub) TO TL-Cost-Value
           IF Tender-Cash
               MOVE "C" TO TL-Tender
           ELSE
               MOVE "K" TO TL-Tender
           END-IF
           MOVE Operator-Id               TO TL-Operator
           WRITE Shop-Till-Rec.

      * The sold quantity comes off the shop's lots, oldest expiry
      * first.  Unlotted shop stock simply sells without lot detail.
       DepleteShopLots.
           MOVE BKT-Units(Basket-Sub) TO Lot-Move-Qty
           SET Fefo-Lot-Picked TO TRUE
           PERFORM TakeOneLotSlice
               UNTIL Lot-Move-Qty <= ZERO
                   OR No-Fefo-Lot.

       TakeOneLotSlice.
           PERFORM PickShopLot
           IF Fefo-Lot-Picked
               IF LW-Qty > Lot-Move-Qty
                   MOVE Lot-Move-Qty TO Lot-Take-Qty
               ELSE
                   MOVE LW-Qty TO Lot-Take-Qty
               END-IF
               SUBTRACT Lot-Take-Qty FROM LW-Qty
               REWRITE Lot-Work-Rec
               SUBTRACT Lot-Take-Qty FROM Lot-Move-Qty
               SET Lots-Changed TO TRUE
           END-IF.

       PickShopLot.
           SET No-Fefo-Lot TO TRUE
           SET Lot-Scan-Open TO TRUE
           MOVE BKT-Oil-Num(Basket-Sub)     TO LW-Oil-Num
           MOVE Location-Code(Shop-Loc-Idx) TO LW-Location
           MOVE ZERO                        TO LW-Expiry-Date
           MOVE ZERO                        TO LW-Row-Seq
           START Lot-Work-File
               KEY IS NOT LESS THAN LW-Lot-Key
               INVALID KEY SET Lot-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Lot-Scan-Done
               READ Lot-Work-File NEXT RECORD
                   AT END SET Lot-Scan-Done TO TRUE
               END-READ
               IF Lot-Scan-Open
                   IF LW-Oil-Num NOT = BKT-Oil-Num(Basket-Sub)
                       OR LW-Location NOT = Location-Code(Shop-Loc-Idx)
                       SET Lot-Scan-Done TO TRUE
                   ELSE
                       IF LW-Qty > ZERO
                               AND NOT LW-Lot-Quarantined
                           SET Fefo-Lot-Picked TO TRUE
                           SET Lot-Scan-Done TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Lots run down to nothing are dropped on the rewrite.
       SaveOilLots.
           OPEN OUTPUT Oil-Lot-File
           SET Lot-Scan-Open TO TRUE
           MOVE LOW-VALUES TO LW-Lot-Key
           START Lot-Work-File
               KEY IS NOT LESS THAN LW-Lot-Key
               INVALID KEY SET Lot-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Lot-Scan-Done
               READ Lot-Work-File NEXT RECORD
                   AT END SET Lot-Scan-Done TO TRUE
               END-READ
               IF Lot-Scan-Open AND LW-Qty NOT = ZERO
                   MOVE LW-Oil-Num     TO OL-Oil-Num
                   MOVE LW-Location    TO OL-Location
                   MOVE LW-Lot-No      TO OL-Lot-No
                   MOVE LW-Expiry-Date TO OL-Expiry-Date
                   MOVE LW-Qty         TO OL-Qty
                   WRITE Oil-Lot-Rec
               END-IF
           END-PERFORM
           CLOSE Oil-Lot-File.

      * An oil number with no stock and no reorder point at a
      * location gets no row - most of the number range is unused.
       SaveOilStock.
           OPEN OUTPUT Oil-Stock-File
           PERFORM VARYING Table-Sub FROM 1 BY 1 UNTIL Table-Sub > 99
               PERFORM VARYING Location-Sub FROM 1 BY 1
                       UNTIL Location-Sub > 2
                   IF ST-On-Hand-Qty(Table-Sub, Location-Sub) NOT = ZERO
                       OR ST-Reorder-Point(Table-Sub, Location-Sub)
                           NOT = ZERO
                       MOVE Table-Sub TO OS-Oil-Num
                       MOVE ST-On-Hand-Qty(Table-Sub, Location-Sub)
                           TO OS-On-Hand-Qty
                       MOVE ST-Reorder-Point(Table-Sub, Location-Sub)
                           TO OS-Reorder-Point
                       MOVE Location-Code(Location-Sub) TO OS-Location
                       WRITE Oil-Stock-Rec
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE Oil-Stock-File.

       SealOilStock.
           MOVE "OILSTOCK.DAT" TO Seal-Data-Name
           MOVE "W" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result.
       END PROGRAM ShopTillEntry.
