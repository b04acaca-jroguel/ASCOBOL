      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mass price revision.  Raises (or lowers) the tier
      *          prices of a whole oil class or oil range at once by
      *          a percentage or a fixed amount per unit, effective
      *          from a chosen date and rounded by a chosen rule, so a
      *          supplier increase does not mean keying every oil and
      *          tier through OilPriceMaint.  A preview on PRICEREV.RPT
      *          sets each oil's old and new tier prices against its
      *          OILMAST.DAT unit cost and flags any oil whose lowest
      *          new price would fall under the minimum margin.  Only
      *          when the operator confirms are the new dated rows
      *          appended to OILPRICE.DAT, each logged on MAINTAUD.DAT
      *          with the row it supersedes as its before image.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceRevision.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Oil-Price-File ASSIGN TO "OILPRICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Price-File-Status.

           SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Master-File-Status.

           SELECT Maint-Audit-File ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Maint-Audit-File-Status.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

           SELECT Revision-Report ASSIGN TO "PRICEREV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Oil-Price-File.
       01 Oil-Price-Rec.
           88 End-Of-Oil-Price-File    VALUE HIGH-VALUES.
           02 OP-Oil-Num               PIC 99.
           02 OP-Eff-Date              PIC 9(8).
           02 OP-Tier-Price            PIC 99V99 OCCURS 3 TIMES.

      * Rows written before prices were effective-dated carry no date
      * and leave the record tail blank - they load as effective date
      * zero.
       01 Oil-Price-Legacy-Rec REDEFINES Oil-Price-Rec.
           02 FILLER                   PIC 99.
           02 OPL-Tier-Price           PIC 99V99 OCCURS 3 TIMES.
           02 OPL-Unused               PIC X(8).

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

       FD Maint-Audit-File.
       01 Maint-Audit-Rec.
           02 MA-Date                 PIC 9(8).
           02 MA-Time                 PIC 9(6).
           02 MA-Operator             PIC X(3).
           02 MA-File                 PIC X(12).
           02 MA-Key                  PIC X(7).
           02 MA-Before               PIC X(30).
           02 MA-After                PIC X(30).

       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       FD Revision-Report.
       01 Revision-Line                PIC X(96).

       WORKING-STORAGE SECTION.
      * The base for each oil is its row in force on the revision's
      * effective date - the latest effective date not after it, a
      * later row on the file winning a tie - so only that row is
      * kept as the price file is read, and new rows are appended
      * to the file rather than the whole history rewritten.
       01  Price-Base-Table.
           02  Price-Base-Entry   OCCURS 99 TIMES.
               03 PBT-Row-Held    PIC X VALUE "N".
               03 PBT-Eff-Date    PIC 9(8) VALUE ZERO.
               03 PBT-Tier-Price  PIC 99V99 OCCURS 3 TIMES.

       01  Price-Row-Date               PIC 9(8).
       01  Price-Best-Date              PIC 9(8).

       01  Price-Lookup-Switch          PIC X VALUE "N".
           88 Price-Row-Found           VALUE "Y".
           88 Price-Row-Not-Found       VALUE "N".

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name          PIC X(20) VALUE SPACES.
               03 OMT-Oil-Class         PIC X     VALUE SPACE.
               03 OMT-Unit-Cost         PIC 9(4)V99 VALUE ZERO.

      * One entry per oil the revision reaches, in oil order.
       01  Revision-Table.
           02  Revision-Count           PIC 99 VALUE ZERO.
           02  Revision-Entry OCCURS 99 TIMES.
               03 RV-Oil-Num            PIC 99.
               03 RV-Old-Eff-Date       PIC 9(8).
               03 RV-Old-Tier-Price     PIC 99V99 OCCURS 3 TIMES.
               03 RV-New-Tier-Price     PIC 99V99 OCCURS 3 TIMES.
               03 RV-Low-Margin-Pct     PIC S9(3)V9.
               03 RV-Status             PIC X.
                   88 RV-To-Apply       VALUE "A".
                   88 RV-Out-Of-Range   VALUE "R".

       01  Revision-Sub                 PIC 999.
       01  Oil-Num-Idx                  PIC 999.
       01  Tier-Sub                     PIC 9.

      * The revision as keyed.
       01  Entry-Method                 PIC X.
           88 By-Percentage             VALUE "P" "p".
           88 By-Amount                 VALUE "A" "a".
       01  Entry-Direction              PIC X.
           88 Prices-Up                 VALUE "U" "u".
           88 Prices-Down               VALUE "D" "d".
       01  Entry-Percentage             PIC 99V99.
       01  Entry-Amount                 PIC 99V99.
       01  Entry-Class                  PIC X.
       01  Entry-Oil-From               PIC 99.
       01  Entry-Oil-To                 PIC 99.
       01  Entry-Eff-Date               PIC 9(8).
       01  Entry-Rounding               PIC X.
           88 Round-To-Penny            VALUE "N" "n".
           88 Round-Up-To-5p            VALUE "5".
           88 Round-Up-To-9p            VALUE "9".
       01  Entry-Min-Margin             PIC 99V9.
       01  Entry-Confirm                PIC X.
           88 Revision-Confirmed        VALUE "Y" "y".

       01  Revision-Eff-Date            PIC 9(8).

      * Working a tier price through the rule and the rounding.
       01  New-Price-Work               PIC S9(5)V9(4).
       01  Pence-Work                   PIC S9(7).
       01  Pence-Step                   PIC S9(7).
       01  Margin-Pct                   PIC S9(3)V9.

       01  Below-Margin-Count           PIC 99 VALUE ZERO.
       01  Out-Of-Range-Count           PIC 99 VALUE ZERO.
       01  No-Price-Count               PIC 99 VALUE ZERO.
       01  Apply-Count                  PIC 99 VALUE ZERO.

       01  Oil-Price-File-Status        PIC XX.
       01  Oil-Master-File-Status       PIC XX.
       01  Maint-Audit-File-Status      PIC XX.
       01  Signon-File-Status           PIC XX.

       01  Operator-Id                  PIC X(3).

       01  Current-Run-Date             PIC 9(8).

       01  Time-Work.
           02  TW-HHMMSS                PIC 9(6).
           02  FILLER                   PIC 99.

       01  Audit-Image-Work.
           02  AIW-Eff-Date             PIC 9(8).
           02  AIW-Tier-Price           PIC 99V99 OCCURS 3 TIMES.

       01  Run-Failed-Switch            PIC X VALUE "N".
           88 Run-Failed                VALUE "Y".
           88 Run-OK                    VALUE "N".

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

       01  Revision-Heading-Line       PIC X(48)
           VALUE "          AROMAMORA PRICE REVISION PREVIEW".

       01  Revision-Run-Line.
           02  FILLER                  PIC X(14) VALUE
                                          " RUN DATE   : ".
           02  Prn-Run-Date            PIC 9(8).
           02  FILLER                  PIC X(14) VALUE
                                          "   OPERATOR : ".
           02  Prn-Run-Operator        PIC X(3).

       01  Revision-Rule-Line.
           02  FILLER                  PIC X(14) VALUE
                                          " REVISION   : ".
           02  Prn-Rule-Direction      PIC X(5).
           02  Prn-Rule-Value          PIC Z9.99.
           02  Prn-Rule-Method         PIC X(10).
           02  FILLER                  PIC X(14) VALUE
                                          "   ROUNDING : ".
           02  Prn-Rule-Rounding       PIC X(20).

       01  Revision-Scope-Line.
           02  FILLER                  PIC X(14) VALUE
                                          " OILS       : ".
           02  Prn-Scope-From          PIC Z9.
           02  FILLER                  PIC X(4)  VALUE " TO ".
           02  Prn-Scope-To            PIC Z9.
           02  FILLER                  PIC X(10) VALUE "   CLASS: ".
           02  Prn-Scope-Class         PIC X(5).
           02  FILLER                  PIC X(14) VALUE
                                          "   EFFECTIVE: ".
           02  Prn-Scope-Eff-Date      PIC 9(8).
           02  FILLER                  PIC X(14) VALUE
                                          "   MIN MARGIN ".
           02  Prn-Scope-Min-Margin    PIC Z9.9.
           02  FILLER                  PIC X     VALUE "%".

       01  Revision-Topic-Line.
           02  FILLER                  PIC X(4)  VALUE " OIL".
           02  FILLER                  PIC X(21) VALUE " NAME".
           02  FILLER                  PIC X(21) VALUE
                                          " OLD T1     T2     T3".
           02  FILLER                  PIC X(21) VALUE
                                          " NEW T1     T2     T3".
           02  FILLER                  PIC X(9)  VALUE "  UNIT CT".
           02  FILLER                  PIC X(8)  VALUE " LOW MG%".

       01  Revision-Detail-Line.
           02  Prn-Oil-Num             PIC BBZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Oil-Name            PIC X(20).
           02  Prn-Old-Tier-Price      PIC BZZ9.99 OCCURS 3 TIMES.
           02  Prn-New-Area.
               03  Prn-New-Tier-Price  PIC BZZ9.99 OCCURS 3 TIMES.
           02  Prn-New-Text REDEFINES Prn-New-Area PIC X(21).
           02  Prn-Unit-Cost           PIC BZ,ZZ9.99.
           02  Prn-Low-Margin          PIC BBZZ9.9-.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Flag                PIC X(12).

       01  Revision-Total-Line.
           02  FILLER                  PIC X(14) VALUE
                                          " OILS REVISED:".
           02  Prn-Tot-Apply           PIC BZ9.
           02  FILLER                  PIC X(18) VALUE
                                          "   BELOW MARGIN: ".
           02  Prn-Tot-Below           PIC BZ9.
           02  FILLER                  PIC X(17) VALUE
                                          "   OUT OF RANGE: ".
           02  Prn-Tot-Range           PIC BZ9.
           02  FILLER                  PIC X(17) VALUE
                                          "   NOT PRICED:  ".
           02  Prn-Tot-No-Price        PIC BZ9.

       01  Revision-None-Line          PIC X(40) VALUE
           " NO OILS IN THE REVISION".

       01  Revision-Outcome-Line       PIC X(64).

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM GetOperatorId
           PERFORM AcquireFileLock
           IF Lock-Result = "N"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VerifyMasterSeals
           IF Run-OK
               PERFORM LoadOilMaster
           END-IF
           IF Run-OK
               PERFORM GetRevisionRule
               PERFORM LoadPrices
           END-IF
           IF Run-OK
               PERFORM BuildRevision
               OPEN OUTPUT Revision-Report
               PERFORM PrintPreview
               PERFORM ConfirmRevision
               WRITE Revision-Line FROM Blank-Line
               WRITE Revision-Line FROM Revision-Outcome-Line
               CLOSE Revision-Report
           END-IF
           PERFORM ReleaseFileLock
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * One session in the price master at a time, shared with
      * OilPriceMaint.
       AcquireFileLock.
           MOVE "OILPRICE.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "PRICEREVISION: OILPRICE.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseFileLock.
           MOVE "OILPRICE.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

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

      * Every price is rebuilt from what is on file, so neither
      * master may have been changed outside its owners.
       VerifyMasterSeals.
           MOVE "OILPRICE.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "PRICEREVISION: OILPRICE.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF
           MOVE "OILMAST.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "PRICEREVISION: OILMAST.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF.

       LoadPrices.
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
               DISPLAY "PRICEREVISION: no OILPRICE.DAT found - "
                   "no prices to revise"
               SET Run-Failed TO TRUE
           END-IF.

       LoadOnePriceRow.
           IF OPL-Unused = SPACES
               MOVE ZERO TO Price-Row-Date
           ELSE
               MOVE OP-Eff-Date TO Price-Row-Date
           END-IF
           IF OP-Oil-Num > ZERO
               AND Price-Row-Date <= Revision-Eff-Date
               IF PBT-Row-Held(OP-Oil-Num) = "N"
                   OR Price-Row-Date >= PBT-Eff-Date(OP-Oil-Num)
                   MOVE "Y" TO PBT-Row-Held(OP-Oil-Num)
                   MOVE Price-Row-Date TO PBT-Eff-Date(OP-Oil-Num)
                   PERFORM VARYING Tier-Sub FROM 1 BY 1
                           UNTIL Tier-Sub > 3
                       IF OPL-Unused = SPACES
                           MOVE OPL-Tier-Price(Tier-Sub)
                               TO PBT-Tier-Price(OP-Oil-Num, Tier-Sub)
                       ELSE
                           MOVE OP-Tier-Price(Tier-Sub)
                               TO PBT-Tier-Price(OP-Oil-Num, Tier-Sub)
                       END-IF
                   END-PERFORM
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
               DISPLAY "PRICEREVISION: no OILMAST.DAT found - "
                   "no oils to revise"
               SET Run-Failed TO TRUE
           END-IF.

      * The new rows may not take effect before today - a sale
      * already valued would change price on a re-run.
       GetRevisionRule.
           MOVE SPACE TO Entry-Method
           PERFORM UNTIL By-Percentage OR By-Amount
               DISPLAY "Revise by (P)ercentage or fixed (A)mount : "
                   WITH NO ADVANCING
               ACCEPT Entry-Method
           END-PERFORM
           MOVE SPACE TO Entry-Direction
           PERFORM UNTIL Prices-Up OR Prices-Down
               DISPLAY "Prices (U)p or (D)own                    : "
                   WITH NO ADVANCING
               ACCEPT Entry-Direction
           END-PERFORM
           IF By-Percentage
               MOVE ZERO TO Entry-Percentage
               PERFORM UNTIL Entry-Percentage > ZERO
                       AND (Prices-Up OR Entry-Percentage < 100)
                   DISPLAY "Percentage, e.g. 7.50                    : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Percentage
               END-PERFORM
           ELSE
               MOVE ZERO TO Entry-Amount
               PERFORM UNTIL Entry-Amount > ZERO
                   DISPLAY "Amount per unit, e.g. 0.15               : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Amount
               END-PERFORM
           END-IF
           DISPLAY "Oil class (E)ssential, (C)arrier, blank all: "
               WITH NO ADVANCING
           ACCEPT Entry-Class
           IF Entry-Class = "e"
               MOVE "E" TO Entry-Class
           END-IF
           IF Entry-Class = "c"
               MOVE "C" TO Entry-Class
           END-IF
           DISPLAY "From oil number, 0 for the first         : "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-From
           DISPLAY "To oil number, 0 for the last            : "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-To
           IF Entry-Oil-From = ZERO
               MOVE 1 TO Entry-Oil-From
           END-IF
           IF Entry-Oil-To = ZERO OR Entry-Oil-To > 99
               MOVE 99 TO Entry-Oil-To
           END-IF
           MOVE ZERO TO Revision-Eff-Date
           PERFORM UNTIL Revision-Eff-Date >= Current-Run-Date
               DISPLAY "Effective date (YYYYMMDD), 0 for today   : "
                   WITH NO ADVANCING
               ACCEPT Entry-Eff-Date
               IF Entry-Eff-Date = ZERO
                   MOVE Current-Run-Date TO Revision-Eff-Date
               ELSE
                   MOVE Entry-Eff-Date TO Revision-Eff-Date
               END-IF
               IF Revision-Eff-Date < Current-Run-Date
                   DISPLAY "Effective date may not be before today"
               END-IF
           END-PERFORM
           MOVE SPACE TO Entry-Rounding
           PERFORM UNTIL Round-To-Penny OR Round-Up-To-5p
                   OR Round-Up-To-9p
               DISPLAY "Rounding - (N)earest penny, (5) up to 5p,"
                   " (9) up to a 9 : " WITH NO ADVANCING
               ACCEPT Entry-Rounding
           END-PERFORM
           DISPLAY "Minimum margin % on cost check, e.g. 40.0: "
               WITH NO ADVANCING
           ACCEPT Entry-Min-Margin.

      ******************************************************************
      * Work out the new tiers for every oil the revision reaches.
      * The base is the row in force on the new effective date, so a
      * change already keyed for an earlier date is built upon.
      ******************************************************************
       BuildRevision.
           PERFORM VARYING Oil-Num-Idx FROM Entry-Oil-From BY 1
                   UNTIL Oil-Num-Idx > Entry-Oil-To
               IF OMT-Oil-Name(Oil-Num-Idx) NOT = SPACES
                   AND (Entry-Class = SPACE
                       OR OMT-Oil-Class(Oil-Num-Idx) = Entry-Class)
                   PERFORM FindPriceInForce
                   IF Price-Row-Found
                       PERFORM ReviseOneOil
                   ELSE
                       ADD 1 TO No-Price-Count
                   END-IF
               END-IF
           END-PERFORM.

       FindPriceInForce.
           MOVE ZERO TO Price-Best-Date
           SET Price-Row-Not-Found TO TRUE
           IF PBT-Row-Held(Oil-Num-Idx) = "Y"
               SET Price-Row-Found TO TRUE
               MOVE PBT-Eff-Date(Oil-Num-Idx) TO Price-Best-Date
           END-IF.

       ReviseOneOil.
           ADD 1 TO Revision-Count
           MOVE Revision-Count TO Revision-Sub
           MOVE Oil-Num-Idx     TO RV-Oil-Num(Revision-Sub)
           MOVE Price-Best-Date TO RV-Old-Eff-Date(Revision-Sub)
           SET RV-To-Apply(Revision-Sub) TO TRUE
           PERFORM VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
               MOVE PBT-Tier-Price(Oil-Num-Idx, Tier-Sub)
                   TO RV-Old-Tier-Price(Revision-Sub, Tier-Sub)
               PERFORM ReviseOneTier
           END-PERFORM
           IF RV-To-Apply(Revision-Sub)
               ADD 1 TO Apply-Count
               PERFORM WorkOutLowMargin
           ELSE
               ADD 1 TO Out-Of-Range-Count
           END-IF.

      * A price that would come out at nothing or beyond what the
      * price file can hold leaves the whole oil out of the revision.
       ReviseOneTier.
           IF By-Percentage
               IF Prices-Up
                   COMPUTE New-Price-Work =
                       RV-Old-Tier-Price(Revision-Sub, Tier-Sub)
                       * (100 + Entry-Percentage) / 100
               ELSE
                   COMPUTE New-Price-Work =
                       RV-Old-Tier-Price(Revision-Sub, Tier-Sub)
                       * (100 - Entry-Percentage) / 100
               END-IF
           ELSE
               IF Prices-Up
                   COMPUTE New-Price-Work =
                       RV-Old-Tier-Price(Revision-Sub, Tier-Sub)
                       + Entry-Amount
               ELSE
                   COMPUTE New-Price-Work =
                       RV-Old-Tier-Price(Revision-Sub, Tier-Sub)
                       - Entry-Amount
               END-IF
           END-IF
           COMPUTE Pence-Work ROUNDED = New-Price-Work * 100
           IF Round-Up-To-5p
               DIVIDE 5 INTO Pence-Work GIVING Pence-Step
               IF Pence-Step * 5 < Pence-Work
                   ADD 1 TO Pence-Step
               END-IF
               COMPUTE Pence-Work = Pence-Step * 5
           END-IF
           IF Round-Up-To-9p
               COMPUTE Pence-Work = Pence-Work + 1
               DIVIDE 10 INTO Pence-Work GIVING Pence-Step
               IF Pence-Step * 10 < Pence-Work
                   ADD 1 TO Pence-Step
               END-IF
               COMPUTE Pence-Work = Pence-Step * 10 - 1
           END-IF
           IF Pence-Work < 1 OR Pence-Work > 9999
               SET RV-Out-Of-Range(Revision-Sub) TO TRUE
               MOVE ZERO TO RV-New-Tier-Price(Revision-Sub, Tier-Sub)
           ELSE
               COMPUTE RV-New-Tier-Price(Revision-Sub, Tier-Sub) =
                   Pence-Work / 100
           END-IF.

      * The lowest tier price earns the thinnest margin, so that is
      * the one held against the minimum.
       WorkOutLowMargin.
           COMPUTE Margin-Pct ROUNDED =
               (RV-New-Tier-Price(Revision-Sub, 3)
                 - OMT-Unit-Cost(Oil-Num-Idx)) * 100
               / RV-New-Tier-Price(Revision-Sub, 3)
               ON SIZE ERROR MOVE -999.9 TO Margin-Pct
           END-COMPUTE
           MOVE Margin-Pct TO RV-Low-Margin-Pct(Revision-Sub)
           IF Margin-Pct < Entry-Min-Margin
               ADD 1 TO Below-Margin-Count
           END-IF.

       PrintPreview.
           WRITE Revision-Line FROM Revision-Heading-Line
           MOVE Current-Run-Date TO Prn-Run-Date
           MOVE Operator-Id      TO Prn-Run-Operator
           WRITE Revision-Line FROM Revision-Run-Line
           IF Prices-Up
               MOVE " UP  " TO Prn-Rule-Direction
           ELSE
               MOVE " DOWN" TO Prn-Rule-Direction
           END-IF
           IF By-Percentage
               MOVE Entry-Percentage TO Prn-Rule-Value
               MOVE " PER CENT" TO Prn-Rule-Method
           ELSE
               MOVE Entry-Amount TO Prn-Rule-Value
               MOVE " PER UNIT" TO Prn-Rule-Method
           END-IF
           EVALUATE TRUE
               WHEN Round-Up-To-5p
                   MOVE "UP TO NEXT 5P" TO Prn-Rule-Rounding
               WHEN Round-Up-To-9p
                   MOVE "UP TO NEXT 9P" TO Prn-Rule-Rounding
               WHEN OTHER
                   MOVE "NEAREST PENNY" TO Prn-Rule-Rounding
           END-EVALUATE
           WRITE Revision-Line FROM Revision-Rule-Line
           MOVE Entry-Oil-From TO Prn-Scope-From
           MOVE Entry-Oil-To   TO Prn-Scope-To
           EVALUATE Entry-Class
               WHEN "E"
                   MOVE "ESS  " TO Prn-Scope-Class
               WHEN "C"
                   MOVE "CARR " TO Prn-Scope-Class
               WHEN OTHER
                   MOVE "ALL  " TO Prn-Scope-Class
           END-EVALUATE
           MOVE Revision-Eff-Date TO Prn-Scope-Eff-Date
           MOVE Entry-Min-Margin  TO Prn-Scope-Min-Margin
           WRITE Revision-Line FROM Revision-Scope-Line
           WRITE Revision-Line FROM Blank-Line
           IF Revision-Count = ZERO
               WRITE Revision-Line FROM Revision-None-Line
           ELSE
               WRITE Revision-Line FROM Revision-Topic-Line
               PERFORM VARYING Revision-Sub FROM 1 BY 1
                       UNTIL Revision-Sub > Revision-Count
                   PERFORM PrintRevisionLine
               END-PERFORM
           END-IF
           WRITE Revision-Line FROM Blank-Line
           MOVE Apply-Count        TO Prn-Tot-Apply
           MOVE Below-Margin-Count TO Prn-Tot-Below
           MOVE Out-Of-Range-Count TO Prn-Tot-Range
           MOVE No-Price-Count     TO Prn-Tot-No-Price
           WRITE Revision-Line FROM Revision-Total-Line
           DISPLAY "PRICEREVISION: preview on PRICEREV.RPT - "
               Apply-Count " oil(s) to revise, " Below-Margin-Count
               " below minimum margin".

      * Each line goes to the console as well so the operator sees
      * the preview before answering.
       PrintRevisionLine.
           MOVE RV-Oil-Num(Revision-Sub) TO Oil-Num-Idx
           MOVE Oil-Num-Idx               TO Prn-Oil-Num
           MOVE OMT-Oil-Name(Oil-Num-Idx) TO Prn-Oil-Name
           PERFORM VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
               MOVE RV-Old-Tier-Price(Revision-Sub, Tier-Sub)
                   TO Prn-Old-Tier-Price(Tier-Sub)
           END-PERFORM
           MOVE OMT-Unit-Cost(Oil-Num-Idx) TO Prn-Unit-Cost
           IF RV-Out-Of-Range(Revision-Sub)
               MOVE "    NEW PRICE OUT OF RANGE" TO Prn-New-Text
               MOVE ZERO TO Prn-Low-Margin
               MOVE "LEFT OUT" TO Prn-Flag
           ELSE
               PERFORM VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
                   MOVE RV-New-Tier-Price(Revision-Sub, Tier-Sub)
                       TO Prn-New-Tier-Price(Tier-Sub)
               END-PERFORM
               MOVE RV-Low-Margin-Pct(Revision-Sub) TO Prn-Low-Margin
               IF RV-Low-Margin-Pct(Revision-Sub) < Entry-Min-Margin
                   MOVE "**BELOW MIN" TO Prn-Flag
               ELSE
                   MOVE SPACES TO Prn-Flag
               END-IF
           END-IF
           WRITE Revision-Line FROM Revision-Detail-Line
           DISPLAY Revision-Detail-Line.

      * Nothing reaches the price file until the operator has seen
      * the whole preview.
       ConfirmRevision.
           IF Apply-Count = ZERO
               MOVE " NOTHING TO APPLY - OILPRICE.DAT NOT CHANGED"
                   TO Revision-Outcome-Line
           ELSE
               DISPLAY "(Y) to append the new prices effective "
                   Revision-Eff-Date ": " WITH NO ADVANCING
               ACCEPT Entry-Confirm
               IF Revision-Confirmed
                   PERFORM ApplyRevision
                   MOVE " REVISION APPLIED TO OILPRICE.DAT"
                       TO Revision-Outcome-Line
                   DISPLAY "PRICEREVISION: " Apply-Count
                       " price row(s) appended"
               ELSE
                   MOVE " PREVIEW ONLY - OILPRICE.DAT NOT CHANGED"
                       TO Revision-Outcome-Line
                   DISPLAY "Prices left as they were"
               END-IF
           END-IF.

       ApplyRevision.
           OPEN EXTEND Maint-Audit-File
           IF Maint-Audit-File-Status = "35"
               OPEN OUTPUT Maint-Audit-File
           END-IF
           PERFORM VARYING Revision-Sub FROM 1 BY 1
                   UNTIL Revision-Sub > Revision-Count
               IF RV-To-Apply(Revision-Sub)
                   PERFORM WriteMaintAuditEntry
               END-IF
           END-PERFORM
           CLOSE Maint-Audit-File
           PERFORM SavePrices.

      * The row superseded is the before image, the new row the
      * after image, in the layout OilPriceMaint logs.
       WriteMaintAuditEntry.
           ACCEPT Time-Work FROM TIME
           MOVE Current-Run-Date TO MA-Date
           MOVE TW-HHMMSS        TO MA-Time
           MOVE Operator-Id      TO MA-Operator
           MOVE "OILPRICE"       TO MA-File
           MOVE RV-Oil-Num(Revision-Sub) TO MA-Key
           MOVE RV-Old-Eff-Date(Revision-Sub) TO AIW-Eff-Date
           PERFORM VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
               MOVE RV-Old-Tier-Price(Revision-Sub, Tier-Sub)
                   TO AIW-Tier-Price(Tier-Sub)
           END-PERFORM
           MOVE Audit-Image-Work TO MA-Before
           MOVE Revision-Eff-Date TO AIW-Eff-Date
           PERFORM VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
               MOVE RV-New-Tier-Price(Revision-Sub, Tier-Sub)
                   TO AIW-Tier-Price(Tier-Sub)
           END-PERFORM
           MOVE Audit-Image-Work TO MA-After
           WRITE Maint-Audit-Rec.

      * Only the new rows are written - the history already on file
      * stays exactly as it was.
       SavePrices.
           OPEN EXTEND Oil-Price-File
           IF Oil-Price-File-Status = "35"
               OPEN OUTPUT Oil-Price-File
           END-IF
           PERFORM VARYING Revision-Sub FROM 1 BY 1
                   UNTIL Revision-Sub > Revision-Count
               IF RV-To-Apply(Revision-Sub)
                   PERFORM AppendPriceRow
               END-IF
           END-PERFORM
           CLOSE Oil-Price-File
           PERFORM WriteMasterSeal.

       AppendPriceRow.
           MOVE RV-Oil-Num(Revision-Sub) TO OP-Oil-Num
           MOVE Revision-Eff-Date TO OP-Eff-Date
           PERFORM VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
               MOVE RV-New-Tier-Price(Revision-Sub, Tier-Sub)
                   TO OP-Tier-Price(Tier-Sub)
           END-PERFORM
           WRITE Oil-Price-Rec.

       WriteMasterSeal.
           MOVE "OILPRICE.DAT" TO Seal-Data-Name
           MOVE "W" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result.

       END PROGRAM PriceRevision.
