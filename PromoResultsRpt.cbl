      ******************************************************************
      * Author:
      * Date:
      * Purpose: Promotion results report.  For every campaign on
      *          PROMO.DAT it totals the units, value and discount
      *          given on the sales priced under its code, from the
      *          PROMOSLS.DAT detail AromaSalesRpt keeps, and sets
      *          them against the same weeks of the previous year -
      *          the campaign window moved back 52 weeks, so the
      *          days of the week line up - taken from SALESHIST.DAT
      *          for the oils the campaign covers.  Returns net off
      *          both sides.  Written to PROMORES.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PromoResultsRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Promo-File ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Promo-File-Status.

           SELECT Promo-Sales-File ASSIGN TO "PROMOSLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Promo-Sales-File-Status.

           SELECT Sales-Hist-File ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Hist-File-Status.

           SELECT Promo-Results-Report ASSIGN TO "PROMORES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Kept by PromoMaint - one row per oil or oil class a campaign
      * covers, the campaign's terms repeated on each.
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

      * Every sale AromaSalesRpt priced under a promotion, with the
      * discount the campaign took off the standard price.
       FD Promo-Sales-File.
       01 Promo-Sales-Rec.
           88 End-Of-Promo-Sales-File  VALUE HIGH-VALUES.
           02 PS-Promo-Code            PIC X(5).
           02 PS-Sale-Date             PIC 9(8).
           02 PS-Cust-Id               PIC X(5).
           02 PS-Oil-Id                PIC X(3).
           02 PS-Unit-Size             PIC 99.
           02 PS-Units-Sold            PIC 999.
           02 PS-Sale-Value            PIC 9(6)V99.
           02 PS-Promo-Disc            PIC 9(6)V99.
           02 PS-Txn-Type              PIC X.
               88 PS-Return            VALUE "R".

       FD Sales-Hist-File.
       01 Sales-Hist-Rec.
           88 End-Of-Sales-Hist-File   VALUE HIGH-VALUES.
           02 SH-Sale-Date             PIC 9(8).
           02 SH-Cust-Id               PIC X(5).
           02 SH-Oil-Id.
               03 SH-Oil-Class         PIC X.
               03 SH-Oil-Num           PIC 99.
           02 SH-Unit-Size             PIC 99.
           02 SH-Units-Sold            PIC 999.
           02 SH-Sale-Value            PIC 9(6)V99.
           02 SH-Txn-Type              PIC X.
               88 SH-Return            VALUE "R".
           02 FILLER                   PIC X(42).

       FD Promo-Results-Report.
       01 Promo-Results-Line           PIC X(100).

       WORKING-STORAGE SECTION.
       01  Promo-Table.
           02  Promo-Count             PIC 999 VALUE ZERO.
           02  Promo-Entry OCCURS 300 TIMES.
               03 PRT-Code             PIC X(5).
               03 PRT-Oil-Num          PIC 99.
               03 PRT-Oil-Class        PIC X.

       01  Promo-Sub                   PIC 999.

      * One entry per campaign code, in the order PROMO.DAT first
      * names it, with this year's and last year's figures.
       01  Campaign-Table.
           02  Campaign-Count          PIC 999 VALUE ZERO.
           02  Campaign-Entry OCCURS 100 TIMES.
               03 CPT-Code             PIC X(5).
               03 CPT-Desc             PIC X(20).
               03 CPT-Start-Date       PIC 9(8).
               03 CPT-End-Date         PIC 9(8).
               03 CPT-Prior-Start      PIC 9(8).
               03 CPT-Prior-End        PIC 9(8).
               03 CPT-Units            PIC S9(7).
               03 CPT-Value            PIC S9(8)V99.
               03 CPT-Disc             PIC S9(8)V99.
               03 CPT-Prior-Units      PIC S9(7).
               03 CPT-Prior-Value      PIC S9(8)V99.

       01  Campaign-Sub                PIC 999.

       01  Campaign-Lookup-Switch      PIC X VALUE "N".
           88 Campaign-Found           VALUE "Y".
           88 Campaign-Not-Found       VALUE "N".

       01  Coverage-Switch             PIC X VALUE "N".
           88 Oil-Covered              VALUE "Y".
           88 Oil-Not-Covered          VALUE "N".

      * A date stepped back a day at a time with true month lengths
      * (February 29 only in a leap year) - 364 steps is 52 weeks.
       01  Date-Work.
           02  DW-Year                 PIC 9(4).
           02  DW-Month                PIC 9(2).
           02  DW-Day                  PIC 9(2).
       01  Date-Work-Num REDEFINES Date-Work PIC 9(8).

       01  Days-Back                   PIC 999.

       01  Leap-Year-Work.
           02  Leap-Quotient           PIC 9(4).
           02  Leap-Remainder-4        PIC 9(4).
           02  Leap-Remainder-100      PIC 9(4).
           02  Leap-Remainder-400      PIC 9(4).

       01  Report-Totals.
           02  Total-Units             PIC S9(8)    VALUE ZERO.
           02  Total-Value             PIC S9(9)V99 VALUE ZERO.
           02  Total-Disc              PIC S9(9)V99 VALUE ZERO.
           02  Total-Prior-Units       PIC S9(8)    VALUE ZERO.
           02  Total-Prior-Value       PIC S9(9)V99 VALUE ZERO.

       01  Value-Change-Pct            PIC S9(5)V9.

       01  Current-Run-Date            PIC 9(8).

       01  Promo-File-Status           PIC XX.
       01  Promo-Sales-File-Status     PIC XX.
       01  Sales-Hist-File-Status      PIC XX.

       01  Results-Heading-Line        PIC X(44)
           VALUE "            PROMOTION RESULTS REPORT".

       01  Results-Date-Line.
           02  FILLER                  PIC X(14) VALUE
                                          " RUN DATE   : ".
           02  Prn-Run-Date            PIC 9(8).

       01  Results-Topic-Line.
           02  FILLER                  PIC X(7)  VALUE " CODE".
           02  FILLER                  PIC X(21) VALUE "CAMPAIGN".
           02  FILLER                  PIC X(17) VALUE "WINDOW".
           02  FILLER                  PIC X(10) VALUE "     UNITS".
           02  FILLER                  PIC X(12) VALUE "       VALUE".
           02  FILLER                  PIC X(11) VALUE "   DISCOUNT".
           02  FILLER                  PIC X(8)  VALUE " PY UNIT".
           02  FILLER                  PIC X(12) VALUE "    PY VALUE".
           02  FILLER                  PIC X(8)  VALUE "  CHG %".

       01  Results-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Code                PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Desc                PIC X(20).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Start-Date          PIC 9(8).
           02  FILLER                  PIC X VALUE "-".
           02  Prn-End-Date            PIC 9(8).
           02  Prn-Units               PIC Z,ZZZ,ZZ9-.
           02  Prn-Value               PIC ZZZZ,ZZ9.99-.
           02  Prn-Disc                PIC ZZZ,ZZ9.99-.
           02  Prn-Prior-Units         PIC ZZZZZZ9-.
           02  Prn-Prior-Value         PIC ZZZZ,ZZ9.99-.
           02  Prn-Change-Pct          PIC ZZZZ9.9-.

       01  Results-Prior-Line.
           02  FILLER                  PIC X(28) VALUE SPACES.
           02  FILLER                  PIC X(8)  VALUE "PY WKS: ".
           02  Prn-Prior-Start         PIC 9(8).
           02  FILLER                  PIC X VALUE "-".
           02  Prn-Prior-End           PIC 9(8).

       01  Results-Total-Line.
           02  FILLER                  PIC X(7)  VALUE SPACES.
           02  FILLER                  PIC X(39) VALUE
                                          "ALL CAMPAIGNS".
           02  Prn-Tot-Units           PIC Z,ZZZ,ZZ9-.
           02  Prn-Tot-Value           PIC ZZZZ,ZZ9.99-.
           02  Prn-Tot-Disc            PIC ZZZ,ZZ9.99-.
           02  Prn-Tot-Prior-Units     PIC ZZZZZZ9-.
           02  Prn-Tot-Prior-Value     PIC ZZZZ,ZZ9.99-.

       01  Results-None-Line           PIC X(40) VALUE
           " NO PROMOTION CAMPAIGNS ON FILE".

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM LoadCampaigns
           PERFORM TallyPromoSales
           PERFORM TallyPriorYear
           OPEN OUTPUT Promo-Results-Report
           WRITE Promo-Results-Line FROM Results-Heading-Line
           MOVE Current-Run-Date TO Prn-Run-Date
           WRITE Promo-Results-Line FROM Results-Date-Line
           WRITE Promo-Results-Line FROM Blank-Line
           IF Campaign-Count = ZERO
               WRITE Promo-Results-Line FROM Results-None-Line
           ELSE
               WRITE Promo-Results-Line FROM Results-Topic-Line
               PERFORM VARYING Campaign-Sub FROM 1 BY 1
                       UNTIL Campaign-Sub > Campaign-Count
                   PERFORM PrintCampaignLine
               END-PERFORM
               PERFORM PrintResultsTotals
           END-IF
           CLOSE Promo-Results-Report
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LoadCampaigns.
           OPEN INPUT Promo-File
           IF Promo-File-Status = "00"
               READ Promo-File
                   AT END SET End-Of-Promo-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Promo-File
                   IF Promo-Count < 300
                       ADD 1 TO Promo-Count
                       MOVE PR-Code      TO PRT-Code(Promo-Count)
                       MOVE PR-Oil-Num   TO PRT-Oil-Num(Promo-Count)
                       MOVE PR-Oil-Class TO PRT-Oil-Class(Promo-Count)
                   END-IF
                   PERFORM FindCampaign
                   IF Campaign-Not-Found
                       PERFORM AddCampaign
                   END-IF
                   READ Promo-File
                       AT END SET End-Of-Promo-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Promo-File
           ELSE
               DISPLAY "PROMORESULTSRPT: no PROMO.DAT found - "
                   "no campaigns to report"
           END-IF.

       FindCampaign.
           SET Campaign-Not-Found TO TRUE
           PERFORM VARYING Campaign-Sub FROM 1 BY 1
                   UNTIL Campaign-Sub > Campaign-Count
                       OR Campaign-Found
               IF CPT-Code(Campaign-Sub) = PR-Code
                   SET Campaign-Found TO TRUE
               END-IF
           END-PERFORM
           IF Campaign-Found
               SUBTRACT 1 FROM Campaign-Sub
           END-IF.

       AddCampaign.
           IF Campaign-Count < 100
               ADD 1 TO Campaign-Count
               MOVE Campaign-Count TO Campaign-Sub
               MOVE PR-Code       TO CPT-Code(Campaign-Sub)
               MOVE PR-Desc       TO CPT-Desc(Campaign-Sub)
               MOVE PR-Start-Date TO CPT-Start-Date(Campaign-Sub)
               MOVE PR-End-Date   TO CPT-End-Date(Campaign-Sub)
               MOVE ZERO TO CPT-Units(Campaign-Sub)
               MOVE ZERO TO CPT-Value(Campaign-Sub)
               MOVE ZERO TO CPT-Disc(Campaign-Sub)
               MOVE ZERO TO CPT-Prior-Units(Campaign-Sub)
               MOVE ZERO TO CPT-Prior-Value(Campaign-Sub)
               MOVE PR-Start-Date TO Date-Work-Num
               PERFORM StepBackFiftyTwoWeeks
               MOVE Date-Work-Num TO CPT-Prior-Start(Campaign-Sub)
               MOVE PR-End-Date TO Date-Work-Num
               PERFORM StepBackFiftyTwoWeeks
               MOVE Date-Work-Num TO CPT-Prior-End(Campaign-Sub)
           ELSE
               DISPLAY "PROMORESULTSRPT: campaign table full - "
                   PR-Code " not reported"
           END-IF.

       StepBackFiftyTwoWeeks.
           PERFORM VARYING Days-Back FROM 1 BY 1
                   UNTIL Days-Back > 364
               PERFORM StepBackOneDay
           END-PERFORM.

       StepBackOneDay.
           IF DW-Day > 1
               SUBTRACT 1 FROM DW-Day
           ELSE
               IF DW-Month > 1
                   SUBTRACT 1 FROM DW-Month
               ELSE
                   MOVE 12 TO DW-Month
                   SUBTRACT 1 FROM DW-Year
               END-IF
               EVALUATE DW-Month
                   WHEN 4
                   WHEN 6
                   WHEN 9
                   WHEN 11
                       MOVE 30 TO DW-Day
                   WHEN 2
                       PERFORM SetFebruaryEnd
                   WHEN OTHER
                       MOVE 31 TO DW-Day
               END-EVALUATE
           END-IF.

       SetFebruaryEnd.
           DIVIDE DW-Year BY 4 GIVING Leap-Quotient
               REMAINDER Leap-Remainder-4
           DIVIDE DW-Year BY 100 GIVING Leap-Quotient
               REMAINDER Leap-Remainder-100
           DIVIDE DW-Year BY 400 GIVING Leap-Quotient
               REMAINDER Leap-Remainder-400
           IF Leap-Remainder-400 = ZERO
               OR (Leap-Remainder-4 = ZERO
                   AND Leap-Remainder-100 NOT = ZERO)
               MOVE 29 TO DW-Day
           ELSE
               MOVE 28 TO DW-Day
           END-IF.

      * The campaign's own sales, whenever they were made - the
      * sales run only stamps a code on a sale inside the window.
       TallyPromoSales.
           OPEN INPUT Promo-Sales-File
           IF Promo-Sales-File-Status = "00"
               READ Promo-Sales-File
                   AT END SET End-Of-Promo-Sales-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Promo-Sales-File
                   SET Campaign-Not-Found TO TRUE
                   PERFORM VARYING Campaign-Sub FROM 1 BY 1
                           UNTIL Campaign-Sub > Campaign-Count
                               OR Campaign-Found
                       IF CPT-Code(Campaign-Sub) = PS-Promo-Code
                           SET Campaign-Found TO TRUE
                           PERFORM AddPromoSale
                       END-IF
                   END-PERFORM
                   READ Promo-Sales-File
                       AT END SET End-Of-Promo-Sales-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Promo-Sales-File
           ELSE
               DISPLAY "PROMORESULTSRPT: no PROMOSLS.DAT found - "
                   "no promotion sales yet"
           END-IF.

       AddPromoSale.
           IF PS-Return
               SUBTRACT PS-Units-Sold FROM CPT-Units(Campaign-Sub)
               SUBTRACT PS-Sale-Value FROM CPT-Value(Campaign-Sub)
               SUBTRACT PS-Promo-Disc FROM CPT-Disc(Campaign-Sub)
           ELSE
               ADD PS-Units-Sold TO CPT-Units(Campaign-Sub)
               ADD PS-Sale-Value TO CPT-Value(Campaign-Sub)
               ADD PS-Promo-Disc TO CPT-Disc(Campaign-Sub)
           END-IF.

      * Every history sale falling in a campaign's prior-year weeks
      * for an oil the campaign covers counts towards it - one sale
      * may count for two overlapping campaigns.
       TallyPriorYear.
           OPEN INPUT Sales-Hist-File
           IF Sales-Hist-File-Status = "00"
               READ Sales-Hist-File
                   AT END SET End-Of-Sales-Hist-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-Hist-File
                   PERFORM VARYING Campaign-Sub FROM 1 BY 1
                           UNTIL Campaign-Sub > Campaign-Count
                       IF SH-Sale-Date
                               >= CPT-Prior-Start(Campaign-Sub)
                           AND SH-Sale-Date
                               <= CPT-Prior-End(Campaign-Sub)
                           PERFORM CheckOilCovered
                           IF Oil-Covered
                               PERFORM AddPriorYearSale
                           END-IF
                       END-IF
                   END-PERFORM
                   READ Sales-Hist-File
                       AT END SET End-Of-Sales-Hist-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Sales-Hist-File
           ELSE
               DISPLAY "PROMORESULTSRPT: no SALESHIST.DAT found - "
                   "no prior-year comparison"
           END-IF.

      * Covered is the same test the sales run prices by - the oil
      * named on one of the campaign's rows, or a class row (oil
      * 00) for its class or, with a blank class, for every oil.
       CheckOilCovered.
           SET Oil-Not-Covered TO TRUE
           PERFORM VARYING Promo-Sub FROM 1 BY 1
                   UNTIL Promo-Sub > Promo-Count
                       OR Oil-Covered
               IF PRT-Code(Promo-Sub) = CPT-Code(Campaign-Sub)
                   IF PRT-Oil-Num(Promo-Sub) = SH-Oil-Num
                       OR (PRT-Oil-Num(Promo-Sub) = ZERO
                           AND (PRT-Oil-Class(Promo-Sub) = SPACE
                               OR PRT-Oil-Class(Promo-Sub)
                                   = SH-Oil-Class))
                       SET Oil-Covered TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       AddPriorYearSale.
           IF SH-Return
               SUBTRACT SH-Units-Sold
                   FROM CPT-Prior-Units(Campaign-Sub)
               SUBTRACT SH-Sale-Value
                   FROM CPT-Prior-Value(Campaign-Sub)
           ELSE
               ADD SH-Units-Sold TO CPT-Prior-Units(Campaign-Sub)
               ADD SH-Sale-Value TO CPT-Prior-Value(Campaign-Sub)
           END-IF.

       PrintCampaignLine.
           MOVE CPT-Code(Campaign-Sub)        TO Prn-Code
           MOVE CPT-Desc(Campaign-Sub)        TO Prn-Desc
           MOVE CPT-Start-Date(Campaign-Sub)  TO Prn-Start-Date
           MOVE CPT-End-Date(Campaign-Sub)    TO Prn-End-Date
           MOVE CPT-Units(Campaign-Sub)       TO Prn-Units
           MOVE CPT-Value(Campaign-Sub)       TO Prn-Value
           MOVE CPT-Disc(Campaign-Sub)        TO Prn-Disc
           MOVE CPT-Prior-Units(Campaign-Sub) TO Prn-Prior-Units
           MOVE CPT-Prior-Value(Campaign-Sub) TO Prn-Prior-Value
           IF CPT-Prior-Value(Campaign-Sub) = ZERO
               MOVE ZERO TO Value-Change-Pct
           ELSE
               COMPUTE Value-Change-Pct ROUNDED =
                   (CPT-Value(Campaign-Sub)
                       - CPT-Prior-Value(Campaign-Sub)) * 100
                   / CPT-Prior-Value(Campaign-Sub)
                   ON SIZE ERROR MOVE ZERO TO Value-Change-Pct
               END-COMPUTE
           END-IF
           MOVE Value-Change-Pct TO Prn-Change-Pct
           WRITE Promo-Results-Line FROM Results-Detail-Line
           MOVE CPT-Prior-Start(Campaign-Sub) TO Prn-Prior-Start
           MOVE CPT-Prior-End(Campaign-Sub)   TO Prn-Prior-End
           WRITE Promo-Results-Line FROM Results-Prior-Line
           ADD CPT-Units(Campaign-Sub)       TO Total-Units
           ADD CPT-Value(Campaign-Sub)       TO Total-Value
           ADD CPT-Disc(Campaign-Sub)        TO Total-Disc
           ADD CPT-Prior-Units(Campaign-Sub) TO Total-Prior-Units
           ADD CPT-Prior-Value(Campaign-Sub) TO Total-Prior-Value.

       PrintResultsTotals.
           WRITE Promo-Results-Line FROM Blank-Line
           MOVE Total-Units       TO Prn-Tot-Units
           MOVE Total-Value       TO Prn-Tot-Value
           MOVE Total-Disc        TO Prn-Tot-Disc
           MOVE Total-Prior-Units TO Prn-Tot-Prior-Units
           MOVE Total-Prior-Value TO Prn-Tot-Prior-Value
           WRITE Promo-Results-Line FROM Results-Total-Line.

       END PROGRAM PromoResultsRpt.
