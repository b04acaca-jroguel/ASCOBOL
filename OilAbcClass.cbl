      ******************************************************************
      * Author:
      * Date:
      * Purpose: ABC classification of the oils and the weekly cycle
      *          count plan.  Oils are ranked by their net sales value
      *          over the last year of SALESHIST.DAT and classed by
      *          cumulative share of that value - A to 80%, B to 95%,
      *          C the rest and anything unsold.  The Pareto listing
      *          goes to OILABC.RPT and the classes to OILABC.DAT.
      *          Each class carries a count frequency in weeks, and
      *          the oils due this week - worked on a rotation so the
      *          B and C oils spread evenly over their cycle - are
      *          broken out by location and supplier lot from
      *          OILSTOCK.DAT and OILLOTS.DAT into the COUNTSCH.DAT
      *          schedule that OilCountEntry works from.  Schedule
      *          lines from an earlier week still not counted are
      *          carried forward onto the new schedule.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OilAbcClass.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Sales-Hist-File ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Hist-File-Status.

           SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Master-File-Status.

           SELECT Oil-Stock-File ASSIGN TO "OILSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Stock-File-Status.

           SELECT Oil-Lot-File ASSIGN TO "OILLOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Lot-File-Status.

           SELECT Oil-Abc-File ASSIGN TO "OILABC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Abc-File-Status.

           SELECT Count-Schedule-File ASSIGN TO "COUNTSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Count-Schedule-File-Status.

           SELECT Abc-Report ASSIGN TO "OILABC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Sales-Hist-File.
       01 Sales-Hist-Rec.
           88 End-Of-Sales-Hist-File   VALUE HIGH-VALUES.
           02 SH-Sale-Date             PIC 9(8).
           02 SH-Cust-Id               PIC X(5).
           02 SH-Oil-Id.
               03 FILLER               PIC X.
               03 SH-Oil-Num           PIC 99.
           02 SH-Unit-Size             PIC 99.
           02 SH-Units-Sold            PIC 999.
           02 SH-Sale-Value            PIC 9(6)V99.
           02 SH-Txn-Type              PIC X.
               88 SH-Return            VALUE "R".
           02 FILLER                   PIC X(42).

       FD Oil-Master-File.
       01 Oil-Master-Rec.
           88 End-Of-Oil-Master-File   VALUE HIGH-VALUES.
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

      * Stock is carried per oil per location - WH warehouse, SH
      * retail shop; a blank location is a row from before locations
      * existed and means the warehouse.
       FD Oil-Stock-File.
       01 Oil-Stock-Rec.
           88 End-Of-Oil-Stock-File    VALUE HIGH-VALUES.
           02 OS-Oil-Num               PIC 99.
           02 OS-On-Hand-Qty           PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.
           02 OS-Reorder-Point         PIC 9(6).
           02 OS-Location              PIC XX.

       FD Oil-Lot-File.
       01 Oil-Lot-Rec.
           88 End-Of-Oil-Lot-File      VALUE HIGH-VALUES.
           02 OL-Oil-Num               PIC 99.
           02 OL-Location              PIC XX.
           02 OL-Lot-No                PIC X(10).
           02 OL-Expiry-Date           PIC 9(8).
           02 OL-Qty                   PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.

      * One row per oil - the class this run gave it, the year's
      * net sales value behind it and how often it is counted.
       FD Oil-Abc-File.
       01 Oil-Abc-Rec.
           02 AB-Oil-Num               PIC 99.
           02 AB-Abc-Class             PIC X.
           02 AB-Annual-Value          PIC S9(8)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           02 AB-Count-Weeks           PIC 99.
           02 AB-Class-Date            PIC 9(8).

      * One row per oil, location and lot due for counting.  The
      * counted date is filled in by OilCountEntry; a blank lot is
      * unlotted stock.  Carried "C" marks a line brought forward
      * from an earlier week's schedule.
       FD Count-Schedule-File.
       01 Count-Schedule-Rec.
           88 End-Of-Count-Schedule-File VALUE HIGH-VALUES.
           02 CS-Sched-Date            PIC 9(8).
           02 CS-Week-No               PIC 9(6).
           02 CS-Oil-Num               PIC 99.
           02 CS-Location              PIC XX.
           02 CS-Lot-No                PIC X(10).
           02 CS-Abc-Class             PIC X.
           02 CS-Carried               PIC X.
           02 CS-Counted-Date          PIC 9(8).

       FD Abc-Report.
       01 Abc-Line                     PIC X(90).

       WORKING-STORAGE SECTION.
       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.

       01  Oil-Value-Table.
           02  Oil-Value-Entry OCCURS 99 TIMES.
               03 OV-Annual-Value      PIC S9(8)V99 VALUE ZERO.
               03 OV-Abc-Class         PIC X        VALUE "C".
               03 OV-Count-Weeks       PIC 99       VALUE ZERO.
               03 OV-Due-Sw            PIC X        VALUE "N".
                   88 OV-Due           VALUE "Y".
               03 OV-On-File-Sw        PIC X        VALUE "N".
                   88 OV-On-File       VALUE "Y".

      * Oils in descending order of the year's sales value.
       01  Rank-Table.
           02  Rank-Count              PIC 99 VALUE ZERO.
           02  Rank-Entry OCCURS 99 TIMES.
               03 RKT-Oil-Num          PIC 99.
               03 RKT-Annual-Value     PIC S9(8)V99.

       01  Swap-Entry                  PIC X(12).

      * Counting frequency in weeks for each class, and the share of
      * the year's value each class runs up to.
       01  Class-Rule-Table.
           02  FILLER                  PIC X(6) VALUE "A01080".
           02  FILLER                  PIC X(6) VALUE "B04095".
           02  FILLER                  PIC X(6) VALUE "C13100".
       01  Class-Rule-Table-R REDEFINES Class-Rule-Table.
           02  Class-Rule OCCURS 3 TIMES.
               03 CR-Class             PIC X.
               03 CR-Count-Weeks       PIC 99.
               03 CR-Cum-Pct-Limit     PIC 999.

       01  Class-Totals.
           02  Class-Total OCCURS 3 TIMES.
               03 CLS-Oil-Count        PIC 99        VALUE ZERO.
               03 CLS-Value            PIC S9(9)V99  VALUE ZERO.

       01  Class-Idx                   PIC 9.

       01  Stock-Table.
           02  Stock-Entry OCCURS 99 TIMES.
               03  Stock-Loc-Entry OCCURS 2 TIMES.
                   04 ST-On-Hand-Qty   PIC S9(7) VALUE ZERO.
                   04 ST-Lotted-Qty    PIC S9(7) VALUE ZERO.

       01  Location-Code-Table.
           02  FILLER                  PIC XX VALUE "WH".
           02  FILLER                  PIC XX VALUE "SH".
       01  Location-Code-Table-R REDEFINES Location-Code-Table.
           02  Location-Code           PIC XX OCCURS 2 TIMES.

       01  Location-Work               PIC XX.
       01  Location-Idx                PIC 9.

       01  Lot-Table.
           02  Lot-Count               PIC 9(4) VALUE ZERO.
           02  Lot-Entry OCCURS 1000 TIMES.
               03 LT-Oil-Num           PIC 99.
               03 LT-Location          PIC XX.
               03 LT-Lot-No            PIC X(10).
               03 LT-Qty               PIC S9(6).

       01  Lot-Sub                     PIC 9(4).

      * The schedule being built, and the one it replaces.
       01  Schedule-Table.
           02  Schedule-Count          PIC 999 VALUE ZERO.
           02  Schedule-Entry OCCURS 400 TIMES.
               03 SCT-Sched-Date       PIC 9(8).
               03 SCT-Week-No          PIC 9(6).
               03 SCT-Oil-Num          PIC 99.
               03 SCT-Location         PIC XX.
               03 SCT-Lot-No           PIC X(10).
               03 SCT-Abc-Class        PIC X.
               03 SCT-Carried          PIC X.
               03 SCT-Counted-Date     PIC 9(8).

       01  Prev-Schedule-Table.
           02  Prev-Count              PIC 999 VALUE ZERO.
           02  Prev-Entry OCCURS 400 TIMES.
               03 PVT-Sched-Date       PIC 9(8).
               03 PVT-Week-No          PIC 9(6).
               03 PVT-Oil-Num          PIC 99.
               03 PVT-Location         PIC XX.
               03 PVT-Lot-No           PIC X(10).
               03 PVT-Abc-Class        PIC X.
               03 PVT-Carried          PIC X.
               03 PVT-Counted-Date     PIC 9(8).
               03 PVT-Used-Sw          PIC X.
                   88 PVT-Used         VALUE "Y".

       01  Schedule-Sub                PIC 999.
       01  Prev-Sub                    PIC 999.

       01  New-Oil-Num                 PIC 99.
       01  New-Location                PIC XX.
       01  New-Lot-No                  PIC X(10).

       01  Schedule-Lookup-Switch      PIC X VALUE "N".
           88 Schedule-Found           VALUE "Y".
           88 Schedule-Not-Found       VALUE "N".

       01  Schedule-Full-Switch        PIC X VALUE "N".
           88 Schedule-Full            VALUE "Y".

       01  Current-Run-Date.
           02  CRD-Year                PIC 9(4).
           02  CRD-Month               PIC 9(2).
           02  CRD-Day                 PIC 9(2).
       01  Run-Date-Num REDEFINES Current-Run-Date
                                       PIC 9(8).

       01  Window-Start-Date.
           02  WSD-Year                PIC 9(4).
           02  WSD-Month               PIC 9(2).
           02  WSD-Day                 PIC 9(2).
       01  Window-Start-Num REDEFINES Window-Start-Date
                                       PIC 9(8).

      * Weeks are numbered off a true day count, so the number steps
      * by exactly one each week and the rotation never repeats or
      * skips a week.
       01  Date-Work.
           02  DW-Year                 PIC 9(4).
           02  DW-Month                PIC 99.
           02  DW-Day                  PIC 99.
       01  Date-Work-R REDEFINES Date-Work PIC 9(8).

      * Days before each month in a common year, for the true day
      * count.
       01  Days-Before-Month-Table.
           02  FILLER                  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  Days-Before-Month-R REDEFINES Days-Before-Month-Table.
           02  Days-Before-Month       PIC 999 OCCURS 12 TIMES.

       01  Day-Number-Work.
           02  Prior-Years             PIC 9(4).
           02  Leap-Years-Before       PIC 9(4).
           02  Centuries-Before        PIC 9(4).
           02  Four-Centuries-Before   PIC 9(4).
       01  Day-Number                  PIC 9(7).

       01  Leap-Year-Work.
           02  Leap-Quotient           PIC 9(4).
           02  Leap-Remainder          PIC 9(4).

       01  Week-Number                 PIC 9(6).
       01  Rotation-Work               PIC 9(6).
       01  Rotation-Quotient           PIC 9(6).
       01  Rotation-Remainder          PIC 99.

       01  Total-Value                 PIC S9(9)V99 VALUE ZERO.
       01  Cumulative-Value            PIC S9(9)V99 VALUE ZERO.
       01  Cumulative-Before-Pct       PIC S9(3)V9.
       01  Cumulative-Pct              PIC S9(3)V9 VALUE ZERO.
       01  Share-Pct                   PIC S9(3)V9.

       01  Oil-Num-Idx                 PIC 999.
       01  Sort-I                      PIC 999.
       01  Sort-J                      PIC 999.
       01  Sort-Limit                  PIC 999.

       01  Sales-Hist-File-Status      PIC XX.
       01  Oil-Master-File-Status      PIC XX.
       01  Oil-Stock-File-Status       PIC XX.
       01  Oil-Lot-File-Status         PIC XX.
       01  Oil-Abc-File-Status         PIC XX.
       01  Count-Schedule-File-Status  PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Abc-Heading-Line            PIC X(52)
           VALUE "     ABC CLASSIFICATION OF OILS - PARETO LISTING".

       01  Abc-Window-Line.
           02  FILLER                  PIC X(19) VALUE
                                          " SALES VALUE FROM: ".
           02  Prn-Window-From         PIC 9(8).
           02  FILLER                  PIC X(4)  VALUE " TO ".
           02  Prn-Window-To           PIC 9(8).

       01  Abc-Topic-Line.
           02  FILLER                  PIC X(6)  VALUE " RANK".
           02  FILLER                  PIC X(7)  VALUE " OIL".
           02  FILLER                  PIC X(21) VALUE "NAME".
           02  FILLER                  PIC X(14) VALUE
                                          "   YEAR VALUE".
           02  FILLER                  PIC X(8)  VALUE "  SHARE%".
           02  FILLER                  PIC X(8)  VALUE "  CUMUL%".
           02  FILLER                  PIC X(7)  VALUE "  CLASS".
           02  FILLER                  PIC X(10) VALUE "  COUNT WK".

       01  Abc-Detail-Line.
           02  Prn-Rank                PIC BBBZ9.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Oil-Num             PIC Z9.
           02  FILLER                  PIC XXX VALUE SPACES.
           02  Prn-Oil-Name            PIC X(20).
           02  Prn-Annual-Value        PIC BZZ,ZZZ,ZZ9.99-.
           02  Prn-Share-Pct           PIC BBZZ9.9-.
           02  Prn-Cumulative-Pct      PIC BBZZ9.9-.
           02  FILLER                  PIC X(5) VALUE SPACES.
           02  Prn-Abc-Class           PIC X.
           02  Prn-Count-Weeks         PIC BBBBBBBZ9.

       01  Abc-Class-Topic-Line.
           02  FILLER                  PIC X(8)  VALUE " CLASS".
           02  FILLER                  PIC X(6)  VALUE "  OILS".
           02  FILLER                  PIC X(16) VALUE
                                          "    CLASS VALUE".
           02  FILLER                  PIC X(8)  VALUE "  SHARE%".
           02  FILLER                  PIC X(16) VALUE
                                          "  COUNTED EVERY".

       01  Abc-Class-Line.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Prn-Cls-Class           PIC X.
           02  Prn-Cls-Oil-Count       PIC BBBBBBZ9.
           02  Prn-Cls-Value           PIC BBZZZ,ZZZ,ZZ9.99-.
           02  Prn-Cls-Share-Pct       PIC BBZZ9.9-.
           02  Prn-Cls-Weeks           PIC BBBBBZ9.
           02  FILLER                  PIC X(6) VALUE " WEEKS".

       01  Schedule-Heading-Line.
           02  FILLER                  PIC X(33) VALUE
               "     CYCLE COUNT SCHEDULE - WEEK ".
           02  Prn-Week-No             PIC 9(6).
           02  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
           02  Prn-Sched-Date          PIC 9(8).

       01  Schedule-Topic-Line.
           02  FILLER                  PIC X(7)  VALUE " OIL".
           02  FILLER                  PIC X(21) VALUE "NAME".
           02  FILLER                  PIC X(5)  VALUE "LOC".
           02  FILLER                  PIC X(12) VALUE "LOT".
           02  FILLER                  PIC X(7)  VALUE "CLASS".
           02  FILLER                  PIC X(16) VALUE "NOTE".

       01  Schedule-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Sch-Oil-Num         PIC Z9.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Prn-Sch-Oil-Name        PIC X(20).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Sch-Location        PIC XX.
           02  FILLER                  PIC XXX VALUE SPACES.
           02  Prn-Sch-Lot-No          PIC X(10).
           02  FILLER                  PIC XXXX VALUE SPACES.
           02  Prn-Sch-Class           PIC X.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Sch-Note            PIC X(30).

       01  Schedule-Total-Line.
           02  FILLER                  PIC X(17) VALUE
                                          " COUNTS DUE    : ".
           02  Prn-Sch-Count           PIC ZZ9.

       01  Schedule-None-Line          PIC X(40) VALUE
           " NOTHING DUE FOR COUNTING THIS WEEK".

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           MOVE Current-Run-Date TO Window-Start-Date
           SUBTRACT 1 FROM WSD-Year
           MOVE Run-Date-Num TO Date-Work-R
           PERFORM WorkOutDayNumber
           DIVIDE Day-Number BY 7 GIVING Week-Number
           PERFORM LoadOilNames
           PERFORM AccumulateYearValue
           IF Run-OK
               PERFORM RankOils
               PERFORM ClassifyOils
               PERFORM SaveOilClasses
               PERFORM LoadOilStock
               PERFORM LoadOilLots
               PERFORM LoadPreviousSchedule
               PERFORM BuildCountSchedule
               PERFORM SaveCountSchedule
               PERFORM PrintAbcReport
           END-IF
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * A true day count for the date in Date-Work - every day of
      * the years before it, leap days included, the days before
      * its month (one more past February in a leap year), then
      * the day - so the gap between two day numbers is exact
      * across month and year ends.  Leap years are tested the way
      * RepTargetRpt works out a month's length.
       WorkOutDayNumber.
           MOVE ZERO TO Day-Number
           IF DW-Year > ZERO AND DW-Month >= 1 AND DW-Month <= 12
               SUBTRACT 1 FROM DW-Year GIVING Prior-Years
               DIVIDE Prior-Years BY 4 GIVING Leap-Years-Before
               DIVIDE Prior-Years BY 100 GIVING Centuries-Before
               DIVIDE Prior-Years BY 400
                   GIVING Four-Centuries-Before
               COMPUTE Day-Number = Prior-Years * 365
                   + Leap-Years-Before - Centuries-Before
                   + Four-Centuries-Before
                   + Days-Before-Month(DW-Month) + DW-Day
               IF DW-Month > 2
                   DIVIDE DW-Year BY 4
                       GIVING Leap-Quotient REMAINDER Leap-Remainder
                   IF Leap-Remainder = ZERO
                       DIVIDE DW-Year BY 100
                           GIVING Leap-Quotient
                           REMAINDER Leap-Remainder
                       IF Leap-Remainder NOT = ZERO
                           ADD 1 TO Day-Number
                       ELSE
                           DIVIDE DW-Year BY 400
                               GIVING Leap-Quotient
                               REMAINDER Leap-Remainder
                           IF Leap-Remainder = ZERO
                               ADD 1 TO Day-Number
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LoadOilNames.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               READ Oil-Master-File
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name TO OMT-Oil-Name(OM-Oil-Num)
                       SET OV-On-File(OM-Oil-Num) TO TRUE
                   END-IF
                   READ Oil-Master-File
                       AT END SET End-Of-Oil-Master-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           ELSE
               DISPLAY "OILABCCLASS: no OILMAST.DAT found - "
                   "only oils with sales are classed"
           END-IF.

       AccumulateYearValue.
           OPEN INPUT Sales-Hist-File
           IF Sales-Hist-File-Status NOT = "00"
               DISPLAY "OILABCCLASS: cannot open SALESHIST.DAT - "
                   "status " Sales-Hist-File-Status
               SET Run-Failed TO TRUE
           ELSE
               READ Sales-Hist-File
                   AT END SET End-Of-Sales-Hist-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-Hist-File
                   IF SH-Sale-Date > Window-Start-Num
                           AND SH-Sale-Date <= Run-Date-Num
                           AND SH-Oil-Num >= 1 AND SH-Oil-Num <= 99
                       SET OV-On-File(SH-Oil-Num) TO TRUE
                       IF SH-Return
                           SUBTRACT SH-Sale-Value
                               FROM OV-Annual-Value(SH-Oil-Num)
                       ELSE
                           ADD SH-Sale-Value
                               TO OV-Annual-Value(SH-Oil-Num)
                       END-IF
                   END-IF
                   READ Sales-Hist-File
                       AT END SET End-Of-Sales-Hist-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Sales-Hist-File
           END-IF.

       RankOils.
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               IF OV-On-File(Oil-Num-Idx)
                   ADD 1 TO Rank-Count
                   MOVE Oil-Num-Idx TO RKT-Oil-Num(Rank-Count)
                   MOVE OV-Annual-Value(Oil-Num-Idx)
                       TO RKT-Annual-Value(Rank-Count)
                   IF OV-Annual-Value(Oil-Num-Idx) > ZERO
                       ADD OV-Annual-Value(Oil-Num-Idx)
                           TO Total-Value
                   END-IF
               END-IF
           END-PERFORM
           IF Rank-Count > 1
               COMPUTE Sort-Limit = Rank-Count - 1
               PERFORM VARYING Sort-I FROM 1 BY 1
                       UNTIL Sort-I > Sort-Limit
                   PERFORM VARYING Sort-J FROM 1 BY 1
                           UNTIL Sort-J > Rank-Count - Sort-I
                       IF RKT-Annual-Value(Sort-J)
                               < RKT-Annual-Value(Sort-J + 1)
                           PERFORM SwapRankEntries
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       SwapRankEntries.
           MOVE Rank-Entry(Sort-J)     TO Swap-Entry
           MOVE Rank-Entry(Sort-J + 1) TO Rank-Entry(Sort-J)
           MOVE Swap-Entry             TO Rank-Entry(Sort-J + 1).

      * An oil is classed by where the running total stood before
      * it was added, so the oil that carries the total over a
      * class limit still falls in the higher class.  Oils with no
      * net sales are always C.
       ClassifyOils.
           PERFORM VARYING Sort-I FROM 1 BY 1
                   UNTIL Sort-I > Rank-Count
               MOVE RKT-Oil-Num(Sort-I) TO Oil-Num-Idx
               IF Total-Value > ZERO
                   COMPUTE Cumulative-Before-Pct ROUNDED =
                       Cumulative-Value * 100 / Total-Value
               ELSE
                   MOVE 100 TO Cumulative-Before-Pct
               END-IF
               IF OV-Annual-Value(Oil-Num-Idx) NOT > ZERO
                   MOVE 3 TO Class-Idx
               ELSE
                   ADD OV-Annual-Value(Oil-Num-Idx)
                       TO Cumulative-Value
                   EVALUATE TRUE
                       WHEN Cumulative-Before-Pct
                               < CR-Cum-Pct-Limit(1)
                           MOVE 1 TO Class-Idx
                       WHEN Cumulative-Before-Pct
                               < CR-Cum-Pct-Limit(2)
                           MOVE 2 TO Class-Idx
                       WHEN OTHER
                           MOVE 3 TO Class-Idx
                   END-EVALUATE
               END-IF
               MOVE CR-Class(Class-Idx)
                   TO OV-Abc-Class(Oil-Num-Idx)
               MOVE CR-Count-Weeks(Class-Idx)
                   TO OV-Count-Weeks(Oil-Num-Idx)
               ADD 1 TO CLS-Oil-Count(Class-Idx)
               ADD OV-Annual-Value(Oil-Num-Idx)
                   TO CLS-Value(Class-Idx)
               PERFORM CheckOilDueThisWeek
           END-PERFORM
           MOVE ZERO TO Cumulative-Value.

      * The oil number offsets the rotation so a class's oils come
      * due a few at a time across its cycle rather than all in the
      * same week.
       CheckOilDueThisWeek.
           COMPUTE Rotation-Work = Week-Number + Oil-Num-Idx
           DIVIDE Rotation-Work BY OV-Count-Weeks(Oil-Num-Idx)
               GIVING Rotation-Quotient
               REMAINDER Rotation-Remainder
           IF Rotation-Remainder = ZERO
               SET OV-Due(Oil-Num-Idx) TO TRUE
           END-IF.

       SaveOilClasses.
           OPEN OUTPUT Oil-Abc-File
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               IF OV-On-File(Oil-Num-Idx)
                   MOVE Oil-Num-Idx TO AB-Oil-Num
                   MOVE OV-Abc-Class(Oil-Num-Idx)    TO AB-Abc-Class
                   MOVE OV-Annual-Value(Oil-Num-Idx) TO AB-Annual-Value
                   MOVE OV-Count-Weeks(Oil-Num-Idx)  TO AB-Count-Weeks
                   MOVE Run-Date-Num                 TO AB-Class-Date
                   WRITE Oil-Abc-Rec
               END-IF
           END-PERFORM
           CLOSE Oil-Abc-File.

       LoadOilStock.
           OPEN INPUT Oil-Stock-File
           IF Oil-Stock-File-Status = "00"
               READ Oil-Stock-File
                   AT END SET End-Of-Oil-Stock-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Stock-File
                   MOVE OS-Location TO Location-Work
                   PERFORM FindLocationIdx
                   IF Location-Idx > ZERO
                           AND OS-Oil-Num >= 1 AND OS-Oil-Num <= 99
                       ADD OS-On-Hand-Qty
                           TO ST-On-Hand-Qty(OS-Oil-Num, Location-Idx)
                   END-IF
                   READ Oil-Stock-File
                       AT END SET End-Of-Oil-Stock-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Stock-File
           ELSE
               DISPLAY "OILABCCLASS: no OILSTOCK.DAT found - "
                   "schedule built from lots only"
           END-IF.

      * Emptied lots are left off - there is nothing to count.
       LoadOilLots.
           OPEN INPUT Oil-Lot-File
           IF Oil-Lot-File-Status = "00"
               READ Oil-Lot-File
                   AT END SET End-Of-Oil-Lot-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Lot-File
                   MOVE OL-Location TO Location-Work
                   PERFORM FindLocationIdx
                   IF Location-Idx > ZERO AND OL-Qty NOT = ZERO
                           AND OL-Oil-Num >= 1 AND OL-Oil-Num <= 99
                       IF Lot-Count < 1000
                           ADD 1 TO Lot-Count
                           MOVE OL-Oil-Num TO LT-Oil-Num(Lot-Count)
                           MOVE Location-Code(Location-Idx)
                               TO LT-Location(Lot-Count)
                           MOVE OL-Lot-No  TO LT-Lot-No(Lot-Count)
                           MOVE OL-Qty     TO LT-Qty(Lot-Count)
                           ADD OL-Qty TO ST-Lotted-Qty(OL-Oil-Num,
                               Location-Idx)
                       ELSE
                           DISPLAY "OILABCCLASS: lot table full - "
                               "lot " OL-Lot-No " left off"
                       END-IF
                   END-IF
                   READ Oil-Lot-File
                       AT END SET End-Of-Oil-Lot-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Lot-File
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

       LoadPreviousSchedule.
           OPEN INPUT Count-Schedule-File
           IF Count-Schedule-File-Status = "00"
               READ Count-Schedule-File
                   AT END SET End-Of-Count-Schedule-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Count-Schedule-File
                   IF Prev-Count < 400
                       ADD 1 TO Prev-Count
                       MOVE CS-Sched-Date TO PVT-Sched-Date(Prev-Count)
                       MOVE CS-Week-No    TO PVT-Week-No(Prev-Count)
                       MOVE CS-Oil-Num    TO PVT-Oil-Num(Prev-Count)
                       MOVE CS-Location   TO PVT-Location(Prev-Count)
                       MOVE CS-Lot-No     TO PVT-Lot-No(Prev-Count)
                       MOVE CS-Abc-Class  TO PVT-Abc-Class(Prev-Count)
                       MOVE CS-Carried    TO PVT-Carried(Prev-Count)
                       MOVE CS-Counted-Date
                           TO PVT-Counted-Date(Prev-Count)
                       MOVE "N"           TO PVT-Used-Sw(Prev-Count)
                   END-IF
                   READ Count-Schedule-File
                       AT END SET End-Of-Count-Schedule-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Count-Schedule-File
           END-IF.

      * Every lot of a due oil is listed, and the unlotted balance
      * at each location where there is one.  A rerun in the same
      * week keeps the counts already marked off.
       BuildCountSchedule.
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               IF OV-Due(Oil-Num-Idx)
                   PERFORM ScheduleOilLots
               END-IF
           END-PERFORM
           PERFORM CarryForwardUncounted.

       ScheduleOilLots.
           MOVE Oil-Num-Idx TO New-Oil-Num
           PERFORM VARYING Lot-Sub FROM 1 BY 1
                   UNTIL Lot-Sub > Lot-Count
               IF LT-Oil-Num(Lot-Sub) = Oil-Num-Idx
                   MOVE LT-Location(Lot-Sub) TO New-Location
                   MOVE LT-Lot-No(Lot-Sub)   TO New-Lot-No
                   PERFORM AddScheduleLine
               END-IF
           END-PERFORM
           PERFORM VARYING Location-Idx FROM 1 BY 1
                   UNTIL Location-Idx > 2
               IF ST-On-Hand-Qty(Oil-Num-Idx, Location-Idx)
                       NOT = ST-Lotted-Qty(Oil-Num-Idx, Location-Idx)
                   MOVE Location-Code(Location-Idx) TO New-Location
                   MOVE SPACES TO New-Lot-No
                   PERFORM AddScheduleLine
               END-IF
           END-PERFORM.

       AddScheduleLine.
           PERFORM FindScheduleLine
           IF Schedule-Not-Found
               IF Schedule-Count < 400
                   ADD 1 TO Schedule-Count
                   MOVE Run-Date-Num TO SCT-Sched-Date(Schedule-Count)
                   MOVE Week-Number  TO SCT-Week-No(Schedule-Count)
                   MOVE New-Oil-Num  TO SCT-Oil-Num(Schedule-Count)
                   MOVE New-Location TO SCT-Location(Schedule-Count)
                   MOVE New-Lot-No   TO SCT-Lot-No(Schedule-Count)
                   MOVE OV-Abc-Class(New-Oil-Num)
                       TO SCT-Abc-Class(Schedule-Count)
                   MOVE SPACE        TO SCT-Carried(Schedule-Count)
                   MOVE ZERO         TO SCT-Counted-Date(Schedule-Count)
                   PERFORM MatchPreviousLine
               ELSE
                   SET Schedule-Full TO TRUE
               END-IF
           END-IF.

       FindScheduleLine.
           SET Schedule-Not-Found TO TRUE
           PERFORM VARYING Schedule-Sub FROM 1 BY 1
                   UNTIL Schedule-Sub > Schedule-Count
                       OR Schedule-Found
               IF SCT-Oil-Num(Schedule-Sub) = New-Oil-Num
                   AND SCT-Location(Schedule-Sub) = New-Location
                   AND SCT-Lot-No(Schedule-Sub) = New-Lot-No
                   SET Schedule-Found TO TRUE
               END-IF
           END-PERFORM
           IF Schedule-Found
               SUBTRACT 1 FROM Schedule-Sub
           END-IF.

      * The same line on the schedule being replaced is used up
      * here - carried over with its count if it is this week's,
      * and marked carried if it was an earlier week's miss.
       MatchPreviousLine.
           PERFORM VARYING Prev-Sub FROM 1 BY 1
                   UNTIL Prev-Sub > Prev-Count
               IF PVT-Oil-Num(Prev-Sub) = New-Oil-Num
                   AND PVT-Location(Prev-Sub) = New-Location
                   AND PVT-Lot-No(Prev-Sub) = New-Lot-No
                   AND NOT PVT-Used(Prev-Sub)
                   SET PVT-Used(Prev-Sub) TO TRUE
                   IF PVT-Week-No(Prev-Sub) = Week-Number
                       MOVE PVT-Sched-Date(Prev-Sub)
                           TO SCT-Sched-Date(Schedule-Count)
                       MOVE PVT-Carried(Prev-Sub)
                           TO SCT-Carried(Schedule-Count)
                       MOVE PVT-Counted-Date(Prev-Sub)
                           TO SCT-Counted-Date(Schedule-Count)
                   ELSE
                       IF PVT-Counted-Date(Prev-Sub) = ZERO
                           MOVE "C" TO SCT-Carried(Schedule-Count)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Whatever is left of the old schedule uncounted stays on -
      * a missed count does not wait a whole cycle to come round.
       CarryForwardUncounted.
           PERFORM VARYING Prev-Sub FROM 1 BY 1
                   UNTIL Prev-Sub > Prev-Count
               IF NOT PVT-Used(Prev-Sub)
                   AND PVT-Counted-Date(Prev-Sub) = ZERO
                   IF Schedule-Count < 400
                       ADD 1 TO Schedule-Count
                       MOVE PVT-Sched-Date(Prev-Sub)
                           TO SCT-Sched-Date(Schedule-Count)
                       MOVE PVT-Week-No(Prev-Sub)
                           TO SCT-Week-No(Schedule-Count)
                       MOVE PVT-Oil-Num(Prev-Sub)
                           TO SCT-Oil-Num(Schedule-Count)
                       MOVE PVT-Location(Prev-Sub)
                           TO SCT-Location(Schedule-Count)
                       MOVE PVT-Lot-No(Prev-Sub)
                           TO SCT-Lot-No(Schedule-Count)
                       MOVE PVT-Abc-Class(Prev-Sub)
                           TO SCT-Abc-Class(Schedule-Count)
                       MOVE ZERO TO SCT-Counted-Date(Schedule-Count)
                       IF PVT-Week-No(Prev-Sub) = Week-Number
                           MOVE PVT-Carried(Prev-Sub)
                               TO SCT-Carried(Schedule-Count)
                       ELSE
                           MOVE "C" TO SCT-Carried(Schedule-Count)
                       END-IF
                   ELSE
                       SET Schedule-Full TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF Schedule-Full
               DISPLAY "OILABCCLASS: more than 400 count lines due - "
                   "schedule cut short"
           END-IF.

       SaveCountSchedule.
           OPEN OUTPUT Count-Schedule-File
           PERFORM VARYING Schedule-Sub FROM 1 BY 1
                   UNTIL Schedule-Sub > Schedule-Count
               MOVE SCT-Sched-Date(Schedule-Sub)   TO CS-Sched-Date
               MOVE SCT-Week-No(Schedule-Sub)      TO CS-Week-No
               MOVE SCT-Oil-Num(Schedule-Sub)      TO CS-Oil-Num
               MOVE SCT-Location(Schedule-Sub)     TO CS-Location
               MOVE SCT-Lot-No(Schedule-Sub)       TO CS-Lot-No
               MOVE SCT-Abc-Class(Schedule-Sub)    TO CS-Abc-Class
               MOVE SCT-Carried(Schedule-Sub)      TO CS-Carried
               MOVE SCT-Counted-Date(Schedule-Sub) TO CS-Counted-Date
               WRITE Count-Schedule-Rec
           END-PERFORM
           CLOSE Count-Schedule-File.

       PrintAbcReport.
           OPEN OUTPUT Abc-Report
           WRITE Abc-Line FROM Abc-Heading-Line
           MOVE Window-Start-Num TO Prn-Window-From
           MOVE Run-Date-Num     TO Prn-Window-To
           WRITE Abc-Line FROM Abc-Window-Line
           WRITE Abc-Line FROM Blank-Line
           WRITE Abc-Line FROM Abc-Topic-Line
           PERFORM VARYING Sort-I FROM 1 BY 1
                   UNTIL Sort-I > Rank-Count
               PERFORM PrintRankLine
           END-PERFORM
           WRITE Abc-Line FROM Blank-Line
           WRITE Abc-Line FROM Abc-Class-Topic-Line
           PERFORM VARYING Class-Idx FROM 1 BY 1
                   UNTIL Class-Idx > 3
               PERFORM PrintClassLine
           END-PERFORM
           PERFORM PrintSchedule
           CLOSE Abc-Report.

       PrintRankLine.
           MOVE RKT-Oil-Num(Sort-I) TO Oil-Num-Idx
           IF Total-Value > ZERO AND OV-Annual-Value(Oil-Num-Idx)
                   > ZERO
               ADD OV-Annual-Value(Oil-Num-Idx) TO Cumulative-Value
               COMPUTE Share-Pct ROUNDED =
                   OV-Annual-Value(Oil-Num-Idx) * 100 / Total-Value
               COMPUTE Cumulative-Pct ROUNDED =
                   Cumulative-Value * 100 / Total-Value
           ELSE
               MOVE ZERO TO Share-Pct
           END-IF
           MOVE Sort-I                       TO Prn-Rank
           MOVE Oil-Num-Idx                  TO Prn-Oil-Num
           MOVE OMT-Oil-Name(Oil-Num-Idx)    TO Prn-Oil-Name
           MOVE OV-Annual-Value(Oil-Num-Idx) TO Prn-Annual-Value
           MOVE Share-Pct                    TO Prn-Share-Pct
           MOVE Cumulative-Pct               TO Prn-Cumulative-Pct
           MOVE OV-Abc-Class(Oil-Num-Idx)    TO Prn-Abc-Class
           MOVE OV-Count-Weeks(Oil-Num-Idx)  TO Prn-Count-Weeks
           WRITE Abc-Line FROM Abc-Detail-Line.

       PrintClassLine.
           MOVE CR-Class(Class-Idx)          TO Prn-Cls-Class
           MOVE CLS-Oil-Count(Class-Idx)     TO Prn-Cls-Oil-Count
           MOVE CLS-Value(Class-Idx)         TO Prn-Cls-Value
           IF Total-Value > ZERO
               COMPUTE Share-Pct ROUNDED =
                   CLS-Value(Class-Idx) * 100 / Total-Value
           ELSE
               MOVE ZERO TO Share-Pct
           END-IF
           MOVE Share-Pct                    TO Prn-Cls-Share-Pct
           MOVE CR-Count-Weeks(Class-Idx)    TO Prn-Cls-Weeks
           WRITE Abc-Line FROM Abc-Class-Line.

       PrintSchedule.
           WRITE Abc-Line FROM Blank-Line
           MOVE Week-Number  TO Prn-Week-No
           MOVE Run-Date-Num TO Prn-Sched-Date
           WRITE Abc-Line FROM Schedule-Heading-Line
           WRITE Abc-Line FROM Blank-Line
           IF Schedule-Count = ZERO
               WRITE Abc-Line FROM Schedule-None-Line
           ELSE
               WRITE Abc-Line FROM Schedule-Topic-Line
               PERFORM VARYING Schedule-Sub FROM 1 BY 1
                       UNTIL Schedule-Sub > Schedule-Count
                   PERFORM PrintScheduleLine
               END-PERFORM
               MOVE Schedule-Count TO Prn-Sch-Count
               WRITE Abc-Line FROM Blank-Line
               WRITE Abc-Line FROM Schedule-Total-Line
           END-IF.

       PrintScheduleLine.
           MOVE SCT-Oil-Num(Schedule-Sub)  TO Prn-Sch-Oil-Num
           MOVE OMT-Oil-Name(SCT-Oil-Num(Schedule-Sub))
               TO Prn-Sch-Oil-Name
           MOVE SCT-Location(Schedule-Sub) TO Prn-Sch-Location
           IF SCT-Lot-No(Schedule-Sub) = SPACES
               MOVE "(UNLOTTED)" TO Prn-Sch-Lot-No
           ELSE
               MOVE SCT-Lot-No(Schedule-Sub) TO Prn-Sch-Lot-No
           END-IF
           MOVE SCT-Abc-Class(Schedule-Sub) TO Prn-Sch-Class
           EVALUATE TRUE
               WHEN SCT-Counted-Date(Schedule-Sub) NOT = ZERO
                   MOVE "COUNTED" TO Prn-Sch-Note
               WHEN SCT-Carried(Schedule-Sub) = "C"
                   MOVE "MISSED - CARRIED FORWARD" TO Prn-Sch-Note
               WHEN OTHER
                   MOVE SPACES TO Prn-Sch-Note
           END-EVALUATE
           WRITE Abc-Line FROM Schedule-Detail-Line.

       END PROGRAM OilAbcClass.
