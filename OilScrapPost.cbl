      ******************************************************************
      * Author:
      * Date:
      * Purpose: Scrap posting - take expired, damaged or contaminated
      *          oil out of stock deliberately instead of fudging a
      *          count.  A scrap is keyed by oil, location (WH/SH)
      *          and supplier lot with a quantity and a reason - E
      *          expired, D damaged, C contaminated - and before the
      *          keyed scraps the operator is offered a bulk scrap of
      *          every lot already past its expiry date, the lots
      *          EXPIRY.RPT shows as expired.  Each scrap comes off
      *          the lot on OILLOTS.DAT and the location's on-hand on
      *          OILSTOCK.DAT, and writes a type X movement under the
      *          lot number to STOCKLED.DAT so StockLedRecon still
      *          proves.  The loss is valued at the OILMAST.DAT unit
      *          cost and journalled to GLJRNL.DAT - stock loss
      *          (5310) debited, stock (1300) credited - apart from
      *          the count shrinkage on 5300, and SCRAP.RPT lists the
      *          disposals by reason so they never mix with the count
      *          variances on COUNTVAR.RPT.  The lots are worked on a
      *          keyed copy (SCRPLOTS.TMP), so there is no limit on
      *          how many OILLOTS.DAT carries.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilScrapPost.
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

           SELECT Lot-Work-File ASSIGN TO "SCRPLOTS.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LW-Lot-Key
               FILE STATUS IS Lot-Work-File-Status.

           SELECT Gl-Journal-File ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Journal-File-Status.

           SELECT Scrap-Report ASSIGN TO "SCRAP.RPT"
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
           02 FILLER                   PIC X.

      * Records written before the cost field existed leave the
      * record tail blank - they load with a zero unit cost.
       01 Oil-Master-Legacy-Rec REDEFINES Oil-Master-Rec.
           02 FILLER                   PIC X(23).
           02 OML-Unused               PIC X(6).

      * On-hand by supplier lot - the scrapped quantity comes off
      * the lot it was scrapped from.
       FD Oil-Lot-File.
       01 Oil-Lot-Rec.
           88 End-Of-Oil-Lot-File      VALUE HIGH-VALUES.
           02 OL-Oil-Num               PIC 99.
           02 OL-Location              PIC XX.
           02 OL-Lot-No                PIC X(10).
           02 OL-Expiry-Date           PIC 9(8).
           02 OL-Qty                   PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.

      * Keyed by location index rather than code, so a lot from
      * before locations existed (blank location) sits with the
      * warehouse lots; the file sequence keeps two rows for the
      * same lot apart, as they are on OILLOTS.DAT.
       FD Lot-Work-File.
       01 Lot-Work-Rec.
           02 LW-Lot-Key.
               03 LW-Oil-Num           PIC 99.
               03 LW-Loc-Idx           PIC 9.
               03 LW-Lot-No            PIC X(10).
               03 LW-Row-Seq           PIC 9(6).
           02 LW-Location              PIC XX.
           02 LW-Expiry-Date           PIC 9(8).
           02 LW-Qty                   PIC S9(6).

       FD Gl-Journal-File.
       01 Gl-Journal-Rec.
           02 GJ-Date                  PIC 9(8).
           02 GJ-Account               PIC X(4).
           02 GJ-DrCr                  PIC X.
           02 GJ-Amount                PIC 9(8)V99.
           02 GJ-Narrative             PIC X(20).

       FD Scrap-Report.
       01 Scrap-Line                   PIC X(80).

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
               03 OMT-Unit-Cost        PIC 9(4)V99 VALUE ZERO.

       01  Location-Code-Table.
           02  FILLER                  PIC XX VALUE "WH".
           02  FILLER                  PIC XX VALUE "SH".
       01  Location-Code-Table-R REDEFINES Location-Code-Table.
           02  Location-Code           PIC XX OCCURS 2 TIMES.

       01  Location-Work               PIC XX.
       01  Location-Idx                PIC 9.
       01  Location-Sub                PIC 9.

       01  Table-Sub                   PIC 999.

       01  Lot-Row-Seq                 PIC 9(6) VALUE ZERO.

       01  Lot-Scan-Switch             PIC X VALUE "N".
           88 Lot-Scan-Done            VALUE "Y".
           88 Lot-Scan-Open            VALUE "N".

       01  Scrap-Lot-Switch            PIC X VALUE "N".
           88 Scrap-Lot-Found          VALUE "Y".
           88 Scrap-Lot-Not-Found      VALUE "N".

       01  Found-Lot-Key               PIC X(19).

       01  Maint-Switches.
           02  More-Scraps-Sw          PIC X VALUE "Y".
               88 More-Scraps          VALUE "Y".
               88 No-More-Scraps       VALUE "N".

       01  Entry-Oil-Num               PIC 99.
       01  Entry-Location              PIC XX.
       01  Entry-Lot-No                PIC X(10).
       01  Entry-Qty                   PIC 9(6).
       01  Entry-Reason                PIC X.
           88 Valid-Entry-Reason       VALUE "E" "D" "C".
       01  Entry-Confirm               PIC X.
           88 Bulk-Scrap-Confirmed     VALUE "Y" "y".

      * What the scrap being applied is - set by the bulk pass or
      * the keyed entry, then posted the same way either way.
       01  Scrap-Work.
           02  SW-Oil-Num              PIC 99.
           02  SW-Loc-Idx              PIC 9.
           02  SW-Qty                  PIC 9(6).
           02  SW-Reason               PIC X.
               88 SW-Expired           VALUE "E".
               88 SW-Damaged           VALUE "D".
               88 SW-Contaminated      VALUE "C".
           02  SW-Value                PIC 9(7)V99.

       01  Expired-Lot-Count           PIC 999 VALUE ZERO.

       01  Scrap-Totals.
           02  Scrap-Count             PIC 999 VALUE ZERO.
           02  Expired-Value           PIC 9(8)V99 VALUE ZERO.
           02  Damaged-Value           PIC 9(8)V99 VALUE ZERO.
           02  Contaminated-Value      PIC 9(8)V99 VALUE ZERO.
           02  Total-Scrap-Value       PIC 9(8)V99 VALUE ZERO.

       01  Oil-Stock-File-Status       PIC XX.
       01  Stock-Ledger-File-Status    PIC XX.
       01  Oil-Master-File-Status      PIC XX.
       01  Oil-Lot-File-Status         PIC XX.
       01  Lot-Work-File-Status        PIC XX.
       01  Gl-Journal-File-Status      PIC XX.
       01  Signon-File-Status          PIC XX.

       01  Current-Run-Date            PIC 9(8).

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Scrap-Heading-Line          PIC X(48)
           VALUE "          OIL SCRAP REGISTER".

       01  Scrap-Date-Line.
           02  FILLER                  PIC X(14) VALUE
                                          "RUN DATE    : ".
           02  Prn-Run-Date            PIC 9(8).
           02  FILLER                  PIC X(17) VALUE
                                          "     OPERATOR : ".
           02  Prn-Run-Operator        PIC X(3).

       01  Scrap-Topic-Line.
           02  FILLER                  PIC X(8)  VALUE " OIL NO".
           02  FILLER                  PIC X(16) VALUE "  OIL NAME".
           02  FILLER                  PIC X(5)  VALUE "LOC  ".
           02  FILLER                  PIC X(12) VALUE "LOT NO      ".
           02  FILLER                  PIC X(10) VALUE "EXPIRY    ".
           02  FILLER                  PIC X(8)  VALUE "    QTY ".
           02  FILLER                  PIC X(13) VALUE "REASON".
           02  FILLER                  PIC X(8)  VALUE "   VALUE".

       01  Scrap-Detail-Line.
           02  Prn-Scr-Oil-Num         PIC BBBBBZ9.
           02  Prn-Scr-Oil-Name        PIC BBX(14).
           02  Prn-Scr-Location        PIC BBXX.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Scr-Lot-No          PIC X(10).
           02  Prn-Scr-Expiry          PIC BB9(8).
           02  Prn-Scr-Qty             PIC BZZ,ZZ9.
           02  Prn-Scr-Reason          PIC BBX(12).
           02  Prn-Scr-Value           PIC BZZZ,ZZ9.99.

       01  Scrap-Total-Line.
           02  Prn-Total-Label         PIC X(30).
           02  Prn-Total-Value         PIC BZ,ZZZ,ZZ9.99.

       01  Scrap-None-Line             PIC X(40) VALUE
           " NO STOCK SCRAPPED".

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
           PERFORM VerifyOilStockSeal
           IF Run-OK
               PERFORM LoadOilStock
           END-IF
           IF Run-OK
               PERFORM LoadOilMaster
               PERFORM LoadOilLots
           END-IF
           IF Run-OK
               OPEN EXTEND Stock-Ledger-File
               IF Stock-Ledger-File-Status = "35"
                   OPEN OUTPUT Stock-Ledger-File
               END-IF
               PERFORM StartScrapRegister
               PERFORM OfferExpiredLots
               PERFORM GetScrapEntry UNTIL No-More-Scraps
               PERFORM FinishScrapRegister
               CLOSE Stock-Ledger-File
               IF Scrap-Count > ZERO
                   PERFORM SaveOilStock
                   PERFORM SealOilStock
                   PERFORM SaveOilLots
                   PERFORM WriteGlScrapLoss
               END-IF
               CLOSE Lot-Work-File
               DISPLAY "OILSCRAPPOST: " Scrap-Count
                   " scrap(s) posted"
           END-IF
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

      * Stock maintenance and scrapping both rewrite OILSTOCK.DAT -
      * one at a time.
       AcquireFileLock.
           MOVE "OILSTOCK.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "OILSCRAPPOST: OILSTOCK.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseFileLock.
           MOVE "OILSTOCK.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

       VerifyOilStockSeal.
           MOVE "OILSTOCK.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "OILSCRAPPOST: OILSTOCK.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF.

       LoadOilStock.
           OPEN INPUT Oil-Stock-File
           IF Oil-Stock-File-Status NOT = "00"
               DISPLAY "OILSCRAPPOST: cannot open OILSTOCK.DAT - "
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
                       MOVE OM-Oil-Name TO OMT-Oil-Name(OM-Oil-Num)
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
               DISPLAY "OILSCRAPPOST: no OILMAST.DAT found - "
                   "scrap valued at zero"
           END-IF.

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
                   MOVE OL-Lot-No      TO LW-Lot-No
                   MOVE Lot-Row-Seq    TO LW-Row-Seq
                   MOVE OL-Location    TO LW-Location
                   MOVE OL-Expiry-Date TO LW-Expiry-Date
                   MOVE OL-Qty         TO LW-Qty
                   WRITE Lot-Work-Rec
                   READ Oil-Lot-File
                       AT END SET End-Of-Oil-Lot-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Lot-File
           ELSE
               DISPLAY "OILSCRAPPOST: no OILLOTS.DAT found - "
                   "no lots to scrap"
           END-IF.

       StartScrapRegister.
           OPEN OUTPUT Scrap-Report
           WRITE Scrap-Line FROM Scrap-Heading-Line
           MOVE Current-Run-Date TO Prn-Run-Date
           MOVE Operator-Id      TO Prn-Run-Operator
           WRITE Scrap-Line FROM Scrap-Date-Line
           WRITE Scrap-Line FROM Blank-Line
           WRITE Scrap-Line FROM Scrap-Topic-Line.

      * The same lots EXPIRY.RPT flags as expired - a dated lot
      * with stock left whose expiry is before today.  Undated lots
      * need somebody to read the label first, so they are left.
       OfferExpiredLots.
           PERFORM StartLotScan
           PERFORM UNTIL Lot-Scan-Done
               READ Lot-Work-File NEXT RECORD
                   AT END SET Lot-Scan-Done TO TRUE
               END-READ
               IF Lot-Scan-Open
                   IF LW-Qty > ZERO
                       AND LW-Expiry-Date NOT = ZERO
                       AND LW-Expiry-Date < Current-Run-Date
                       ADD 1 TO Expired-Lot-Count
                   END-IF
               END-IF
           END-PERFORM
           IF Expired-Lot-Count > ZERO
               DISPLAY Expired-Lot-Count " lot(s) past expiry - "
                   "(Y) to scrap them all: " WITH NO ADVANCING
               ACCEPT Entry-Confirm
               IF Bulk-Scrap-Confirmed
                   PERFORM ScrapExpiredLots
               END-IF
           END-IF.

      * Each expired lot is posted as it is read - PostOneScrap
      * rewrites the record just read, and the scan carries on
      * from it.
       ScrapExpiredLots.
           PERFORM StartLotScan
           PERFORM UNTIL Lot-Scan-Done
               READ Lot-Work-File NEXT RECORD
                   AT END SET Lot-Scan-Done TO TRUE
               END-READ
               IF Lot-Scan-Open
                   IF LW-Qty > ZERO
                       AND LW-Expiry-Date NOT = ZERO
                       AND LW-Expiry-Date < Current-Run-Date
                       AND LW-Loc-Idx > ZERO
                       AND LW-Oil-Num >= 1
                       AND LW-Oil-Num <= 99
                       MOVE LW-Oil-Num TO SW-Oil-Num
                       MOVE LW-Loc-Idx TO SW-Loc-Idx
                       MOVE LW-Qty     TO SW-Qty
                       MOVE "E"        TO SW-Reason
                       PERFORM PostOneScrap
                   END-IF
               END-IF
           END-PERFORM.

       StartLotScan.
           SET Lot-Scan-Open TO TRUE
           MOVE LOW-VALUES TO LW-Lot-Key
           START Lot-Work-File
               KEY IS NOT LESS THAN LW-Lot-Key
               INVALID KEY SET Lot-Scan-Done TO TRUE
           END-START.

       GetScrapEntry.
           DISPLAY "Enter oil number to scrap (1-99), 00 to finish: "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Num
           IF Entry-Oil-Num = ZERO
               SET No-More-Scraps TO TRUE
           ELSE
               IF Entry-Oil-Num > 99
                   DISPLAY "Oil number must be 01-99"
               ELSE
                   DISPLAY "Oil " Entry-Oil-Num " - "
                       OMT-Oil-Name(Entry-Oil-Num)
                   PERFORM GetScrapDetails
               END-IF
           END-IF.

       GetScrapDetails.
           DISPLAY "Location (WH/SH)                    : "
               WITH NO ADVANCING
           ACCEPT Entry-Location
           MOVE Entry-Location TO Location-Work
           PERFORM FindLocationIdx
           IF Location-Idx = ZERO
               DISPLAY "Location must be WH or SH - not scrapped"
           ELSE
               DISPLAY "Lot number                          : "
                   WITH NO ADVANCING
               ACCEPT Entry-Lot-No
               PERFORM FindScrapLot
               IF Scrap-Lot-Not-Found
                   DISPLAY "No stock on that lot at "
                       Location-Code(Location-Idx)
                       " - not scrapped"
               ELSE
                   DISPLAY "Lot holds " LW-Qty
                       " - quantity to scrap  : " WITH NO ADVANCING
                   ACCEPT Entry-Qty
                   DISPLAY "Reason - (E)xpired (D)amaged "
                       "(C)ontaminated : " WITH NO ADVANCING
                   ACCEPT Entry-Reason
                   PERFORM UNTIL Valid-Entry-Reason
                       DISPLAY "Must be E, D or C, re-enter  : "
                           WITH NO ADVANCING
                       ACCEPT Entry-Reason
                   END-PERFORM
                   PERFORM ApplyKeyedScrap
               END-IF
           END-IF.

      * Lots from before locations existed carry a blank location
      * and are warehouse stock, so the match is on location index.
      * Where the lot is on file twice the last row with stock is
      * the one scrapped, and it is left in the record area.
       FindScrapLot.
           SET Scrap-Lot-Not-Found TO TRUE
           SET Lot-Scan-Open TO TRUE
           MOVE Entry-Oil-Num TO LW-Oil-Num
           MOVE Location-Idx  TO LW-Loc-Idx
           MOVE Entry-Lot-No  TO LW-Lot-No
           MOVE ZERO          TO LW-Row-Seq
           START Lot-Work-File
               KEY IS NOT LESS THAN LW-Lot-Key
               INVALID KEY SET Lot-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Lot-Scan-Done
               READ Lot-Work-File NEXT RECORD
                   AT END SET Lot-Scan-Done TO TRUE
               END-READ
               IF Lot-Scan-Open
                   IF LW-Oil-Num NOT = Entry-Oil-Num
                       OR LW-Loc-Idx NOT = Location-Idx
                       OR LW-Lot-No NOT = Entry-Lot-No
                       SET Lot-Scan-Done TO TRUE
                   ELSE
                       IF LW-Qty > ZERO
                           SET Scrap-Lot-Found TO TRUE
                           MOVE LW-Lot-Key TO Found-Lot-Key
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Scrap-Lot-Found
               MOVE Found-Lot-Key TO LW-Lot-Key
               READ Lot-Work-File
                   INVALID KEY SET Scrap-Lot-Not-Found TO TRUE
               END-READ
           END-IF.

       ApplyKeyedScrap.
           IF Entry-Qty = ZERO
               DISPLAY "Zero quantity - not scrapped"
           ELSE
               IF Entry-Qty > LW-Qty
                   DISPLAY "Only " LW-Qty
                       " on the lot - not scrapped"
               ELSE
                   MOVE Entry-Oil-Num  TO SW-Oil-Num
                   MOVE Location-Idx   TO SW-Loc-Idx
                   MOVE Entry-Qty      TO SW-Qty
                   MOVE Entry-Reason   TO SW-Reason
                   PERFORM PostOneScrap
                   DISPLAY "Scrapped"
               END-IF
           END-IF.

      * Lot, location on-hand and ledger move together by the same
      * quantity, so the stock ledger still rolls forward to the
      * on-hand figure.  The lot is the one in the work record area.
       PostOneScrap.
           SUBTRACT SW-Qty FROM LW-Qty
           REWRITE Lot-Work-Rec
           SUBTRACT SW-Qty FROM ST-On-Hand-Qty(SW-Oil-Num, SW-Loc-Idx)
           MOVE Current-Run-Date TO SL-Date
           MOVE SW-Oil-Num       TO SL-Oil-Num
           MOVE "X"              TO SL-Move-Type
           COMPUTE SL-Qty = ZERO - SW-Qty
           MOVE LW-Lot-No                   TO SL-Reference
           MOVE Location-Code(SW-Loc-Idx)   TO SL-Location
           WRITE Stock-Ledger-Rec
           COMPUTE SW-Value = SW-Qty * OMT-Unit-Cost(SW-Oil-Num)
           EVALUATE TRUE
               WHEN SW-Expired
                   ADD SW-Value TO Expired-Value
                   MOVE "EXPIRED"      TO Prn-Scr-Reason
               WHEN SW-Damaged
                   ADD SW-Value TO Damaged-Value
                   MOVE "DAMAGED"      TO Prn-Scr-Reason
               WHEN OTHER
                   ADD SW-Value TO Contaminated-Value
                   MOVE "CONTAMINATED" TO Prn-Scr-Reason
           END-EVALUATE
           ADD SW-Value TO Total-Scrap-Value
           ADD 1 TO Scrap-Count
           MOVE SW-Oil-Num                   TO Prn-Scr-Oil-Num
           MOVE OMT-Oil-Name(SW-Oil-Num)     TO Prn-Scr-Oil-Name
           MOVE Location-Code(SW-Loc-Idx)    TO Prn-Scr-Location
           MOVE LW-Lot-No                    TO Prn-Scr-Lot-No
           MOVE LW-Expiry-Date               TO Prn-Scr-Expiry
           MOVE SW-Qty                       TO Prn-Scr-Qty
           MOVE SW-Value                     TO Prn-Scr-Value
           WRITE Scrap-Line FROM Scrap-Detail-Line.

       FinishScrapRegister.
           IF Scrap-Count = ZERO
               WRITE Scrap-Line FROM Scrap-None-Line
           ELSE
               WRITE Scrap-Line FROM Blank-Line
               MOVE "EXPIRED STOCK SCRAPPED      :" TO Prn-Total-Label
               MOVE Expired-Value TO Prn-Total-Value
               WRITE Scrap-Line FROM Scrap-Total-Line
               MOVE "DAMAGED STOCK SCRAPPED      :" TO Prn-Total-Label
               MOVE Damaged-Value TO Prn-Total-Value
               WRITE Scrap-Line FROM Scrap-Total-Line
               MOVE "CONTAMINATED STOCK SCRAPPED :" TO Prn-Total-Label
               MOVE Contaminated-Value TO Prn-Total-Value
               WRITE Scrap-Line FROM Scrap-Total-Line
               MOVE "TOTAL SCRAP VALUE AT COST   :" TO Prn-Total-Label
               MOVE Total-Scrap-Value TO Prn-Total-Value
               WRITE Scrap-Line FROM Scrap-Total-Line
           END-IF
           CLOSE Scrap-Report.

      * A deliberate disposal is its own loss line, kept off the
      * count shrinkage account so the two can be told apart.
       WriteGlScrapLoss.
           IF Total-Scrap-Value > ZERO
               OPEN EXTEND Gl-Journal-File
               IF Gl-Journal-File-Status = "35"
                   OPEN OUTPUT Gl-Journal-File
               END-IF
               MOVE Current-Run-Date  TO GJ-Date
               MOVE "5310"            TO GJ-Account
               MOVE "D"               TO GJ-DrCr
               MOVE Total-Scrap-Value TO GJ-Amount
               MOVE "STOCK SCRAPPED"  TO GJ-Narrative
               WRITE Gl-Journal-Rec
               MOVE "1300"            TO GJ-Account
               MOVE "C"               TO GJ-DrCr
               MOVE "SCRAP OUT OF STOCK" TO GJ-Narrative
               WRITE Gl-Journal-Rec
               CLOSE Gl-Journal-File
           END-IF.

      * Lots run down to nothing are dropped on the rewrite.
       SaveOilLots.
           OPEN OUTPUT Oil-Lot-File
           PERFORM StartLotScan
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
       END PROGRAM OilScrapPost.
