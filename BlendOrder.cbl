      ******************************************************************
      * Author:
      * Date:
      * Purpose: Blend production orders.  The operator keys the
      *          blend, the location it is made at (WH/SH) and the
      *          number of units to make; the BLEND.DAT bill of
      *          materials says how much of each component oil that
      *          takes.  If any component is short at the location
      *          the order is refused and the shortage is listed on
      *          BLENDSHT.RPT - component, needed, free, short by -
      *          so a blending day can be planned around it.  Stock
      *          on lots under recall quarantine on LOTQUAR.DAT is
      *          not free to blend: it is never issued and does not
      *          count toward a component's cover.
      *          Otherwise the components are issued out of
      *          OILSTOCK.DAT and off their OILLOTS.DAT lots oldest
      *          expiry first, the finished blend is received into
      *          stock under its own oil number as a new lot named
      *          after the order (expiring with the oldest component
      *          lot that went into it), and every movement goes to
      *          STOCKLED.DAT as type P - components out negative,
      *          blend in positive - so StockLedRecon still proves.
      *          The blend's unit cost on OILMAST.DAT is rolled up
      *          from its components at their OILMAST.DAT costs and
      *          averaged over what is already on hand, the same way
      *          OilReceiptsPost averages a purchase.  Each order is
      *          kept on BLENDORD.DAT.  The lots are worked on a keyed
      *          copy (BLNDLOTS.TMP), so there is no limit on how
      *          many OILLOTS.DAT carries.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BlendOrder.
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

           SELECT Lot-Work-File ASSIGN TO "BLNDLOTS.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LW-Lot-Key
               FILE STATUS IS Lot-Work-File-Status.

           SELECT Lot-Quar-File ASSIGN TO "LOTQUAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lot-Quar-File-Status.

           SELECT Quar-Work-File ASSIGN TO "BLNDQUAR.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QK-Quar-Key
               FILE STATUS IS Quar-Work-File-Status.

           SELECT Blend-File ASSIGN TO "BLEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Blend-File-Status.

           SELECT Blend-Order-File ASSIGN TO "BLENDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Blend-Order-File-Status.

           SELECT Shortage-Report ASSIGN TO "BLENDSHT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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
      * D once the oil is no longer sold - blank, as on every record
      * written before the flag existed, is an oil still in the range.
           02 OM-Status                PIC X.
               88 OM-Discontinued      VALUE "D".

      * Records written before the cost field existed leave the
      * record tail blank - they load with a zero unit cost.
       01 Oil-Master-Legacy-Rec REDEFINES Oil-Master-Rec.
           02 FILLER                   PIC X(23).
           02 OML-Unused               PIC X(6).

       FD Oil-Lot-File.
       01 Oil-Lot-Rec.
           88 End-Of-Oil-Lot-File      VALUE HIGH-VALUES.
           02 OL-Oil-Num               PIC 99.
           02 OL-Location              PIC XX.
           02 OL-Lot-No                PIC X(10).
           02 OL-Expiry-Date           PIC 9(8).
           02 OL-Qty                   PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.

      * Keyed in issue order - oil, location index (a blank location
      * is warehouse stock), expiry, then file sequence - so the
      * first row with stock from the start of an oil and location
      * is the oldest-expiry lot, the first on file among equals.
       FD Lot-Work-File.
       01 Lot-Work-Rec.
           02 LW-Lot-Key.
               03 LW-Oil-Num           PIC 99.
               03 LW-Loc-Idx           PIC 9.
               03 LW-Expiry-Date       PIC 9(8).
               03 LW-Row-Seq           PIC 9(6).
           02 LW-Location              PIC XX.
           02 LW-Lot-No                PIC X(10).
           02 LW-Qty                   PIC S9(6).
           02 LW-Quar-Flag             PIC X.
               88 LW-Lot-Quarantined   VALUE "Y".

      * Supplier lots under recall quarantine, kept by LotRecallInq -
      * nothing is issued from them while they are on the file.
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

       FD Blend-File.
       01 Blend-Rec.
           88 End-Of-Blend-File        VALUE HIGH-VALUES.
           02 BL-Blend-Oil             PIC 99.
           02 BL-Comp-Oil              PIC 99.
           02 BL-Comp-Qty              PIC 9(3)V99.

      * One record per production order made - never rewritten.
      * The order number is one past the last one on file.
       FD Blend-Order-File.
       01 Blend-Order-Rec.
           88 End-Of-Blend-Order-File  VALUE HIGH-VALUES.
           02 BO-Order-No              PIC 9(6).
           02 BO-Date                  PIC 9(8).
           02 BO-Blend-Oil             PIC 99.
           02 BO-Location              PIC XX.
           02 BO-Qty                   PIC 9(6).
           02 BO-Cost                  PIC 9(7)V99.
           02 BO-Operator              PIC X(3).

       FD Shortage-Report.
       01 Shortage-Line                PIC X(80).

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
               03 OMT-Status           PIC X     VALUE SPACE.

       01  Location-Code-Table.
           02  FILLER                  PIC XX VALUE "WH".
           02  FILLER                  PIC XX VALUE "SH".
       01  Location-Code-Table-R REDEFINES Location-Code-Table.
           02  Location-Code           PIC XX OCCURS 2 TIMES.

       01  Location-Work               PIC XX.
       01  Location-Idx                PIC 9.
       01  Location-Sub                PIC 9.
       01  Make-Loc-Idx                PIC 9.

       01  Table-Sub                   PIC 999.

       01  Lot-Row-Seq                 PIC 9(6) VALUE ZERO.

       01  Lot-Scan-Switch             PIC X VALUE "N".
           88 Lot-Scan-Done            VALUE "Y".
           88 Lot-Scan-Open            VALUE "N".

       01  Fefo-Pick-Switch            PIC X VALUE "N".
           88 Fefo-Lot-Picked          VALUE "Y".
           88 No-Fefo-Lot              VALUE "N".

       01  Blend-Table.
           02  Blend-Count             PIC 999 VALUE ZERO.
           02  Blend-Entry OCCURS 300 TIMES.
               03 BLT-Blend-Oil        PIC 99.
               03 BLT-Comp-Oil         PIC 99.
               03 BLT-Comp-Qty         PIC 9(3)V99.
               03 BLT-Required-Qty     PIC 9(6).

       01  Blend-Sub                   PIC 999.

       01  Table-Overflow-Switch       PIC X VALUE "N".
           88 Table-Overflowed         VALUE "Y".

       01  Maint-Switches.
           02  More-Orders-Sw          PIC X VALUE "Y".
               88 More-Orders          VALUE "Y".
               88 No-More-Orders       VALUE "N".

       01  Entry-Blend-Oil             PIC 99.
       01  Entry-Location              PIC XX.
       01  Entry-Qty                   PIC 9(6).

       01  Component-Count             PIC 99.
       01  Short-Component-Count       PIC 99.

       01  Last-Order-No               PIC 9(6) VALUE ZERO.

       01  Order-Reference.
           02  FILLER                  PIC XX VALUE "BO".
           02  ORF-Order-No            PIC 9(6).
           02  FILLER                  PIC XX VALUE SPACES.

       01  Lot-Issue-Qty               PIC S9(6).
       01  Lot-Take-Qty                PIC S9(6).

       01  Lot-Quar-Switch             PIC X VALUE "N".
           88 Lot-Quarantined          VALUE "Y".
           88 Lot-Not-Quarantined      VALUE "N".

      * Quarantined stock per oil and location.  It stays in the
      * on-hand, which OILSTOCK.DAT and the blend cost averaging
      * both need whole, and is set aside only when a component's
      * cover is worked out.
       01  Quar-Held-Table.
           02  Quar-Held-Entry OCCURS 99 TIMES.
               03  Quar-Held-Loc-Entry OCCURS 2 TIMES.
                   04 Quar-Held-Qty    PIC S9(6) VALUE ZERO.

       01  Free-Qty-Work               PIC S9(7).
       01  Oldest-Expiry-Used          PIC 9(8).

       01  Order-Cost                  PIC 9(7)V99.
       01  Combined-On-Hand            PIC S9(7).
       01  Average-Cost-Work           PIC 9(4)V99.

       01  Orders-Made                 PIC 999 VALUE ZERO.
       01  Orders-Refused              PIC 999 VALUE ZERO.

       01  Oil-Stock-File-Status       PIC XX.
       01  Stock-Ledger-File-Status    PIC XX.
       01  Oil-Master-File-Status      PIC XX.
       01  Oil-Lot-File-Status         PIC XX.
       01  Lot-Work-File-Status        PIC XX.
       01  Lot-Quar-File-Status        PIC XX.
       01  Quar-Work-File-Status       PIC XX.
       01  Blend-File-Status           PIC XX.
       01  Blend-Order-File-Status     PIC XX.
       01  Signon-File-Status          PIC XX.

       01  Current-Run-Date            PIC 9(8).

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Shortage-Heading-Line       PIC X(48)
           VALUE "          BLEND COMPONENT SHORTAGE LISTING".

       01  Shortage-Date-Line.
           02  FILLER                  PIC X(14) VALUE
                                          "RUN DATE    : ".
           02  Prn-Run-Date            PIC 9(8).

       01  Shortage-Order-Line.
           02  FILLER                  PIC X(8) VALUE "BLEND : ".
           02  Prn-Sht-Blend-Oil       PIC Z9.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Sht-Blend-Name      PIC X(20).
           02  FILLER                  PIC X(6) VALUE " LOC: ".
           02  Prn-Sht-Location        PIC XX.
           02  FILLER                  PIC X(12) VALUE "  TO MAKE : ".
           02  Prn-Sht-Make-Qty        PIC ZZZ,ZZ9.

       01  Shortage-Topic-Line.
           02  FILLER                  PIC X(8)  VALUE " OIL NO".
           02  FILLER                  PIC X(16) VALUE "  OIL NAME".
           02  FILLER                  PIC X(10) VALUE "    NEEDED".
           02  FILLER                  PIC X(10) VALUE "      FREE".
           02  FILLER                  PIC X(10) VALUE "  SHORT BY".

       01  Shortage-Detail-Line.
           02  Prn-Sht-Oil-Num         PIC BBBBBZ9.
           02  Prn-Sht-Oil-Name        PIC BBX(14).
           02  Prn-Sht-Needed          PIC BZZZ,ZZ9.
           02  Prn-Sht-Free            PIC BZZZ,ZZ9-.
           02  Prn-Sht-Short           PIC BZZZ,ZZ9.

       01  Shortage-None-Line          PIC X(40) VALUE
           " NO ORDERS REFUSED FOR SHORTAGE".

       01  Shortage-Qty                PIC S9(7).

       01  Blank-Line                  PIC X VALUE SPACE.

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

       01  Operator-Id                 PIC X(3).

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM GetOperatorId
           PERFORM AcquireFileLock
           IF Lock-Result = "N"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM AcquireOilMastLock
           IF Lock-Result = "N"
               PERFORM ReleaseFileLock
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VerifyMasterSeals
           IF Run-OK
               PERFORM LoadOilStock
           END-IF
           IF Run-OK
               PERFORM LoadOilMaster
               PERFORM LoadLotQuarantine
               PERFORM LoadOilLots
               PERFORM LoadBlends
               PERFORM FindLastOrderNo
           END-IF
           IF Table-Overflowed
               DISPLAY "BLENDORDER: more than 300 lines on "
                   "BLEND.DAT - table full, nothing made, files left "
                   "as they were"
               CLOSE Lot-Work-File
               SET Run-Failed TO TRUE
           END-IF
           IF Run-OK
               OPEN EXTEND Stock-Ledger-File
               IF Stock-Ledger-File-Status = "35"
                   OPEN OUTPUT Stock-Ledger-File
               END-IF
               OPEN EXTEND Blend-Order-File
               IF Blend-Order-File-Status = "35"
                   OPEN OUTPUT Blend-Order-File
               END-IF
               PERFORM StartShortageListing
               PERFORM GetOrderEntry UNTIL No-More-Orders
               PERFORM FinishShortageListing
               CLOSE Blend-Order-File
               CLOSE Stock-Ledger-File
               IF Orders-Made > ZERO
                   PERFORM SaveOilStock
                   PERFORM SaveOilLots
                   PERFORM SaveOilMaster
                   PERFORM SealMasters
               END-IF
               CLOSE Lot-Work-File
               DISPLAY "BLENDORDER: " Orders-Made " order(s) made, "
                   Orders-Refused " refused for shortage"
           END-IF
           PERFORM ReleaseOilMastLock
           PERFORM ReleaseFileLock
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

      * Production rewrites OILSTOCK.DAT like stock maintenance and
      * scrapping do - one at a time.
       AcquireFileLock.
           MOVE "OILSTOCK.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "BLENDORDER: OILSTOCK.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseFileLock.
           MOVE "OILSTOCK.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

      * The blend's unit cost is rolled up and OILMAST.DAT rewritten,
      * so the oil master is held too - OilMastMaint keying a new
      * oil meanwhile would otherwise be lost on the save.
       AcquireOilMastLock.
           MOVE "OILMAST.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "BLENDORDER: OILMAST.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseOilMastLock.
           MOVE "OILMAST.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

       VerifyMasterSeals.
           MOVE "OILSTOCK.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "BLENDORDER: OILSTOCK.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF
           MOVE "OILMAST.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "BLENDORDER: OILMAST.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF
           MOVE "BLEND.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "BLENDORDER: BLEND.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF.

       LoadOilStock.
           OPEN INPUT Oil-Stock-File
           IF Oil-Stock-File-Status NOT = "00"
               DISPLAY "BLENDORDER: cannot open OILSTOCK.DAT - "
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
                       MOVE OM-Status TO OMT-Status(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
                       AT END SET End-Of-Oil-Master-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           ELSE
               DISPLAY "BLENDORDER: no OILMAST.DAT found - "
                   "blend costs start at zero"
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
      * a quarantined one is flagged so nothing is issued from it,
      * and its quantity is counted against its oil and location.
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
                   MOVE OL-Location TO Location-Work
                   PERFORM FindLocationIdx
                   MOVE OL-Oil-Num     TO LW-Oil-Num
                   MOVE Location-Idx   TO LW-Loc-Idx
                   MOVE OL-Expiry-Date TO LW-Expiry-Date
                   MOVE Lot-Row-Seq    TO LW-Row-Seq
                   MOVE OL-Location    TO LW-Location
                   MOVE OL-Lot-No      TO LW-Lot-No
                   MOVE OL-Qty         TO LW-Qty
                   PERFORM CheckLotQuarantine
                   IF Lot-Quarantined
                       SET LW-Lot-Quarantined TO TRUE
                       IF Location-Idx > ZERO
                               AND OL-Oil-Num >= 1
                               AND OL-Qty > ZERO
                           ADD OL-Qty
                               TO Quar-Held-Qty(OL-Oil-Num,
                                   Location-Idx)
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

       LoadBlends.
           OPEN INPUT Blend-File
           IF Blend-File-Status = "00"
               READ Blend-File
                   AT END SET End-Of-Blend-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Blend-File
                   IF Blend-Count < 300
                       ADD 1 TO Blend-Count
                       MOVE BL-Blend-Oil TO BLT-Blend-Oil(Blend-Count)
                       MOVE BL-Comp-Oil  TO BLT-Comp-Oil(Blend-Count)
                       MOVE BL-Comp-Qty  TO BLT-Comp-Qty(Blend-Count)
                       MOVE ZERO TO BLT-Required-Qty(Blend-Count)
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Blend-File
                       AT END SET End-Of-Blend-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Blend-File
           ELSE
               DISPLAY "BLENDORDER: no BLEND.DAT found - set the "
                   "blends up in BlendMaint first"
           END-IF.

       FindLastOrderNo.
           OPEN INPUT Blend-Order-File
           IF Blend-Order-File-Status = "00"
               READ Blend-Order-File
                   AT END SET End-Of-Blend-Order-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Blend-Order-File
                   IF BO-Order-No > Last-Order-No
                       MOVE BO-Order-No TO Last-Order-No
                   END-IF
                   READ Blend-Order-File
                       AT END SET End-Of-Blend-Order-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Blend-Order-File
           END-IF.

       StartShortageListing.
           OPEN OUTPUT Shortage-Report
           WRITE Shortage-Line FROM Shortage-Heading-Line
           MOVE Current-Run-Date TO Prn-Run-Date
           WRITE Shortage-Line FROM Shortage-Date-Line.

       FinishShortageListing.
           IF Orders-Refused = ZERO
               WRITE Shortage-Line FROM Blank-Line
               WRITE Shortage-Line FROM Shortage-None-Line
           END-IF
           CLOSE Shortage-Report.

       GetOrderEntry.
           DISPLAY "Enter blend oil number to make, 00 to finish: "
               WITH NO ADVANCING
           ACCEPT Entry-Blend-Oil
           IF Entry-Blend-Oil = ZERO
               SET No-More-Orders TO TRUE
           ELSE
               IF Entry-Blend-Oil > 99
                   DISPLAY "Oil number must be 01-99"
               ELSE
                   IF OMT-Oil-Name(Entry-Blend-Oil) = SPACES
                       DISPLAY "Blend " Entry-Blend-Oil " is not on "
                           "OILMAST.DAT - set it up first"
                   ELSE
                       DISPLAY "Blend " Entry-Blend-Oil " - "
                           OMT-Oil-Name(Entry-Blend-Oil)
                       PERFORM GetOrderDetails
                   END-IF
               END-IF
           END-IF.

       GetOrderDetails.
           DISPLAY "Location to make at (WH/SH)         : "
               WITH NO ADVANCING
           ACCEPT Entry-Location
           MOVE Entry-Location TO Location-Work
           PERFORM FindLocationIdx
           MOVE Location-Idx TO Make-Loc-Idx
           IF Make-Loc-Idx = ZERO
               DISPLAY "Location must be WH or SH - not made"
           ELSE
               DISPLAY "Units of blend to make              : "
                   WITH NO ADVANCING
               ACCEPT Entry-Qty
               IF Entry-Qty = ZERO
                   DISPLAY "Zero quantity - not made"
               ELSE
                   PERFORM WorkOutRequirements
                   IF Component-Count = ZERO
                       DISPLAY "No bill of materials for blend "
                           Entry-Blend-Oil " - not made"
                   ELSE
                       IF Short-Component-Count > ZERO
                           PERFORM ListShortages
                       ELSE
                           PERFORM MakeBlend
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Fractional quantities per unit round to whole units of the
      * component oil for the order as a whole.
       WorkOutRequirements.
           MOVE ZERO TO Component-Count
           MOVE ZERO TO Short-Component-Count
           PERFORM VARYING Blend-Sub FROM 1 BY 1
                   UNTIL Blend-Sub > Blend-Count
               IF BLT-Blend-Oil(Blend-Sub) = Entry-Blend-Oil
                   ADD 1 TO Component-Count
                   COMPUTE BLT-Required-Qty(Blend-Sub) ROUNDED =
                       BLT-Comp-Qty(Blend-Sub) * Entry-Qty
                   MOVE BLT-Comp-Oil(Blend-Sub) TO Table-Sub
                   PERFORM WorkOutFreeQty
                   IF BLT-Required-Qty(Blend-Sub) > Free-Qty-Work
                       ADD 1 TO Short-Component-Count
                   END-IF
               END-IF
           END-PERFORM.

      * What a component can cover at the make location - its
      * on-hand less any of it on quarantined lots there.
       WorkOutFreeQty.
           COMPUTE Free-Qty-Work =
               ST-On-Hand-Qty(Table-Sub, Make-Loc-Idx)
               - Quar-Held-Qty(Table-Sub, Make-Loc-Idx).

       ListShortages.
           ADD 1 TO Orders-Refused
           DISPLAY "Components short - order refused, see "
               "BLENDSHT.RPT"
           WRITE Shortage-Line FROM Blank-Line
           MOVE Entry-Blend-Oil TO Prn-Sht-Blend-Oil
           MOVE OMT-Oil-Name(Entry-Blend-Oil) TO Prn-Sht-Blend-Name
           MOVE Location-Code(Make-Loc-Idx) TO Prn-Sht-Location
           MOVE Entry-Qty TO Prn-Sht-Make-Qty
           WRITE Shortage-Line FROM Shortage-Order-Line
           WRITE Shortage-Line FROM Shortage-Topic-Line
           PERFORM VARYING Blend-Sub FROM 1 BY 1
                   UNTIL Blend-Sub > Blend-Count
               IF BLT-Blend-Oil(Blend-Sub) = Entry-Blend-Oil
                   MOVE BLT-Comp-Oil(Blend-Sub) TO Table-Sub
                   PERFORM WorkOutFreeQty
                   IF BLT-Required-Qty(Blend-Sub) > Free-Qty-Work
                       PERFORM PrintShortageLine
                   END-IF
               END-IF
           END-PERFORM.

       PrintShortageLine.
           COMPUTE Shortage-Qty = BLT-Required-Qty(Blend-Sub)
               - Free-Qty-Work
           MOVE Table-Sub                  TO Prn-Sht-Oil-Num
           MOVE OMT-Oil-Name(Table-Sub)    TO Prn-Sht-Oil-Name
           MOVE BLT-Required-Qty(Blend-Sub) TO Prn-Sht-Needed
           MOVE Free-Qty-Work              TO Prn-Sht-Free
           MOVE Shortage-Qty               TO Prn-Sht-Short
           WRITE Shortage-Line FROM Shortage-Detail-Line.

       MakeBlend.
           ADD 1 TO Last-Order-No
           MOVE Last-Order-No TO ORF-Order-No
           MOVE ZERO TO Order-Cost
           MOVE ZERO TO Oldest-Expiry-Used
           PERFORM VARYING Blend-Sub FROM 1 BY 1
                   UNTIL Blend-Sub > Blend-Count
               IF BLT-Blend-Oil(Blend-Sub) = Entry-Blend-Oil
                   AND BLT-Required-Qty(Blend-Sub) > ZERO
                   PERFORM IssueComponent
               END-IF
           END-PERFORM
           PERFORM RollBlendCost
           PERFORM ReceiveBlend
           MOVE Last-Order-No     TO BO-Order-No
           MOVE Current-Run-Date  TO BO-Date
           MOVE Entry-Blend-Oil   TO BO-Blend-Oil
           MOVE Location-Code(Make-Loc-Idx) TO BO-Location
           MOVE Entry-Qty         TO BO-Qty
           MOVE Order-Cost        TO BO-Cost
           MOVE Operator-Id       TO BO-Operator
           WRITE Blend-Order-Rec
           ADD 1 TO Orders-Made
           DISPLAY "Made - order " Last-Order-No.

       IssueComponent.
           MOVE BLT-Comp-Oil(Blend-Sub) TO Table-Sub
           SUBTRACT BLT-Required-Qty(Blend-Sub)
               FROM ST-On-Hand-Qty(Table-Sub, Make-Loc-Idx)
           MOVE Current-Run-Date TO SL-Date
           MOVE Table-Sub        TO SL-Oil-Num
           MOVE "P"              TO SL-Move-Type
           COMPUTE SL-Qty = ZERO - BLT-Required-Qty(Blend-Sub)
           MOVE Order-Reference  TO SL-Reference
           MOVE Location-Code(Make-Loc-Idx) TO SL-Location
           WRITE Stock-Ledger-Rec
           COMPUTE Order-Cost = Order-Cost
               + (BLT-Required-Qty(Blend-Sub)
                   * OMT-Unit-Cost(Table-Sub))
           MOVE BLT-Required-Qty(Blend-Sub) TO Lot-Issue-Qty
           SET Fefo-Lot-Picked TO TRUE
           PERFORM IssueOneLotSlice
               UNTIL Lot-Issue-Qty <= ZERO
                   OR No-Fefo-Lot.

      * Oldest expiry first, as the sales depletion does, passing
      * over quarantined lots.  Stock with no lot rows behind it
      * issues without lot detail.
       IssueOneLotSlice.
           SET No-Fefo-Lot TO TRUE
           SET Lot-Scan-Open TO TRUE
           MOVE Table-Sub    TO LW-Oil-Num
           MOVE Make-Loc-Idx TO LW-Loc-Idx
           MOVE ZERO         TO LW-Expiry-Date
           MOVE ZERO         TO LW-Row-Seq
           START Lot-Work-File
               KEY IS NOT LESS THAN LW-Lot-Key
               INVALID KEY SET Lot-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Lot-Scan-Done
               READ Lot-Work-File NEXT RECORD
                   AT END SET Lot-Scan-Done TO TRUE
               END-READ
               IF Lot-Scan-Open
                   IF LW-Oil-Num NOT = Table-Sub
                       OR LW-Loc-Idx NOT = Make-Loc-Idx
                       SET Lot-Scan-Done TO TRUE
                   ELSE
                       IF LW-Qty > ZERO
                               AND NOT LW-Lot-Quarantined
                           SET Fefo-Lot-Picked TO TRUE
                           SET Lot-Scan-Done TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Fefo-Lot-Picked
               IF LW-Qty > Lot-Issue-Qty
                   MOVE Lot-Issue-Qty TO Lot-Take-Qty
               ELSE
                   MOVE LW-Qty TO Lot-Take-Qty
               END-IF
               SUBTRACT Lot-Take-Qty FROM LW-Qty
               REWRITE Lot-Work-Rec
               SUBTRACT Lot-Take-Qty FROM Lot-Issue-Qty
               IF LW-Expiry-Date NOT = ZERO
                   AND (Oldest-Expiry-Used = ZERO
                       OR LW-Expiry-Date < Oldest-Expiry-Used)
                   MOVE LW-Expiry-Date TO Oldest-Expiry-Used
               END-IF
           END-IF.

      * Weighted-average the order's component cost over what is
      * already on hand of the blend.  Nothing on hand, or no cost
      * yet, takes the order's cost per unit whole.
       RollBlendCost.
           COMPUTE Combined-On-Hand =
               ST-On-Hand-Qty(Entry-Blend-Oil, 1)
               + ST-On-Hand-Qty(Entry-Blend-Oil, 2)
           IF Combined-On-Hand <= ZERO
                   OR OMT-Unit-Cost(Entry-Blend-Oil) = ZERO
               COMPUTE Average-Cost-Work ROUNDED =
                   Order-Cost / Entry-Qty
           ELSE
               COMPUTE Average-Cost-Work ROUNDED =
                   ((Combined-On-Hand
                       * OMT-Unit-Cost(Entry-Blend-Oil))
                    + Order-Cost)
                   / (Combined-On-Hand + Entry-Qty)
           END-IF
           MOVE Average-Cost-Work TO OMT-Unit-Cost(Entry-Blend-Oil).

      * The finished blend is a lot of its own, named after the
      * order, so it depletes, expires and counts like any other.
       ReceiveBlend.
           ADD Entry-Qty
               TO ST-On-Hand-Qty(Entry-Blend-Oil, Make-Loc-Idx)
           MOVE Current-Run-Date TO SL-Date
           MOVE Entry-Blend-Oil  TO SL-Oil-Num
           MOVE "P"              TO SL-Move-Type
           MOVE Entry-Qty        TO SL-Qty
           MOVE Order-Reference  TO SL-Reference
           MOVE Location-Code(Make-Loc-Idx) TO SL-Location
           WRITE Stock-Ledger-Rec
           ADD 1 TO Lot-Row-Seq
           MOVE Entry-Blend-Oil             TO LW-Oil-Num
           MOVE Make-Loc-Idx                TO LW-Loc-Idx
           MOVE Oldest-Expiry-Used          TO LW-Expiry-Date
           MOVE Lot-Row-Seq                 TO LW-Row-Seq
           MOVE Location-Code(Make-Loc-Idx) TO LW-Location
           MOVE Order-Reference             TO LW-Lot-No
           MOVE Entry-Qty                   TO LW-Qty
           MOVE "N"                         TO LW-Quar-Flag
           WRITE Lot-Work-Rec.

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

       SaveOilMaster.
           OPEN OUTPUT Oil-Master-File
           PERFORM VARYING Table-Sub FROM 1 BY 1 UNTIL Table-Sub > 99
               IF OMT-Oil-Name(Table-Sub) NOT = SPACES
                   MOVE Table-Sub                  TO OM-Oil-Num
                   MOVE OMT-Oil-Name(Table-Sub)    TO OM-Oil-Name
                   MOVE OMT-Oil-Class(Table-Sub)   TO OM-Oil-Class
                   MOVE OMT-Unit-Cost(Table-Sub)   TO OM-Unit-Cost
                   MOVE OMT-Status(Table-Sub)      TO OM-Status
                   WRITE Oil-Master-Rec
               END-IF
           END-PERFORM
           CLOSE Oil-Master-File.

      * Rewritten masters are re-sealed so the nightly readers can
      * prove them untouched at their next open.
       SealMasters.
           MOVE "OILSTOCK.DAT" TO Seal-Data-Name
           MOVE "W" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           MOVE "OILMAST.DAT" TO Seal-Data-Name
           MOVE "W" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result.
       END PROGRAM BlendOrder.
