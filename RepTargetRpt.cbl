      ******************************************************************
      * Author:
      * Date:
      * Purpose: Sales target attainment by rep.  Each rep's sales
      *          for the month and the year to date are totalled
      *          from SALESHIST.DAT (returns net off) and set against
      *          the monthly targets SalesRepMaint keeps on
      *          SALESTGT.DAT - the year-to-date target being the sum
      *          of the months so far - with the percent achieved.
      *          The month-end figure is projected at the month's
      *          run-rate so far, and the reps are ranked by how far
      *          through their month's target they are.  Written to
      *          REPTGT.RPT, on the month-end calendar and on demand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RepTargetRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Sales-Rep-File ASSIGN TO "SALESREP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Rep-File-Status.

           SELECT Sales-Target-File ASSIGN TO "SALESTGT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Target-File-Status.

           SELECT Sales-Hist-File ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Hist-File-Status.

           SELECT Target-Report ASSIGN TO "REPTGT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Sales-Rep-File.
       01 Sales-Rep-Rec.
           88 End-Of-Sales-Rep-File    VALUE HIGH-VALUES.
           02 REP-Id                   PIC X(3).
           02 REP-Name                 PIC X(20).
           02 REP-Comm-Rate            PIC 99V9.

       FD Sales-Target-File.
       01 Sales-Target-Rec.
           88 End-Of-Sales-Target-File VALUE HIGH-VALUES.
           02 TGT-Rep-Id               PIC X(3).
           02 TGT-Year-Month.
               03 TGT-Year             PIC 9(4).
               03 TGT-Month            PIC 99.
           02 TGT-Amount               PIC 9(7)V99.

       FD Sales-Hist-File.
       01 Sales-Hist-Rec.
           88 End-Of-Sales-Hist-File   VALUE HIGH-VALUES.
           02 SH-Sale-Date.
               03 SH-Sale-Year         PIC 9(4).
               03 SH-Sale-Month        PIC 99.
               03 SH-Sale-Day          PIC 99.
           02 SH-Cust-Id               PIC X(5).
           02 SH-Oil-Id                PIC X(3).
           02 SH-Unit-Size             PIC 99.
           02 SH-Units-Sold            PIC 999.
           02 SH-Sale-Value            PIC 9(6)V99.
           02 SH-Txn-Type              PIC X.
               88 SH-Return            VALUE "R".
           02 SH-Rep-Id                PIC X(3).
           02 FILLER                   PIC X(39).

       FD Target-Report.
       01 Target-Line                  PIC X(120).

       WORKING-STORAGE SECTION.
      * One entry per rep on the master, plus any rep code the
      * history credits that the master no longer carries.
       01  Rep-Target-Table.
           02  Rep-Target-Count        PIC 99 VALUE ZERO.
           02  Rep-Target-Entry OCCURS 60 TIMES.
               03 RT-Rep-Id            PIC X(3).
               03 RT-Rep-Name          PIC X(20).
               03 RT-Mtd-Sales         PIC S9(8)V99.
               03 RT-Ytd-Sales         PIC S9(9)V99.
               03 RT-Mtd-Target        PIC 9(8)V99.
               03 RT-Ytd-Target        PIC 9(9)V99.
               03 RT-Projected         PIC S9(8)V99.
               03 RT-Mtd-Pct           PIC S9(4)V9.
               03 RT-Proj-Pct          PIC S9(4)V9.
               03 RT-Ytd-Pct           PIC S9(4)V9.
               03 RT-Rank-Key          PIC S9(4)V9.

       01  Swap-Entry                  PIC X(95).

       01  Rep-Sub                     PIC 99.
       01  Sort-I                      PIC 99.
       01  Sort-J                      PIC 99.

       01  Rep-Lookup-Switch           PIC X VALUE "N".
           88 Rep-Found                VALUE "Y".
           88 Rep-Not-Found            VALUE "N".

       01  Lookup-Rep-Id               PIC X(3).

      * History written before the rep was carried has none - it
      * is totalled apart so the reps' figures are not overstated.
       01  Unassigned-Totals.
           02  Unassigned-Mtd          PIC S9(8)V99 VALUE ZERO.
           02  Unassigned-Ytd          PIC S9(9)V99 VALUE ZERO.

       01  Report-Totals.
           02  Total-Mtd-Sales         PIC S9(9)V99 VALUE ZERO.
           02  Total-Ytd-Sales         PIC S9(10)V99 VALUE ZERO.
           02  Total-Mtd-Target        PIC 9(9)V99  VALUE ZERO.
           02  Total-Ytd-Target        PIC 9(10)V99 VALUE ZERO.
           02  Total-Projected         PIC S9(9)V99 VALUE ZERO.

       01  Signed-Value                PIC S9(6)V99.
       01  Pct-Work                    PIC S9(4)V9.

       01  Current-Run-Date.
           02  CRD-Year                PIC 9(4).
           02  CRD-Month               PIC 99.
           02  CRD-Day                 PIC 99.

       01  Days-In-Month-Table.
           02  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  Days-In-Month-R REDEFINES Days-In-Month-Table.
           02  Days-In-Month           PIC 99 OCCURS 12 TIMES.

       01  Month-Days-Work             PIC 99.

       01  Leap-Year-Work.
           02  Leap-Quotient           PIC 9(4).
           02  Leap-Remainder          PIC 9(4).

       01  Sales-Rep-File-Status       PIC XX.
       01  Sales-Target-File-Status    PIC XX.
       01  Sales-Hist-File-Status      PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Target-Heading-Line         PIC X(48)
           VALUE "        SALES TARGET ATTAINMENT BY REP".

       01  Target-Period-Line.
           02  FILLER                  PIC X(14) VALUE
                                          " RUN DATE   : ".
           02  Prn-Run-Date            PIC 9(8).
           02  FILLER                  PIC X(22) VALUE
                                          "   DAYS INTO MONTH : ".
           02  Prn-Days-Gone           PIC Z9.
           02  FILLER                  PIC X(4)  VALUE " OF ".
           02  Prn-Days-In-Month       PIC Z9.

       01  Target-Topic-Line.
           02  FILLER                  PIC X(5)  VALUE " RANK".
           02  FILLER                  PIC X(5)  VALUE " REP".
           02  FILLER                  PIC X(20) VALUE "NAME".
           02  FILLER                  PIC X(12) VALUE "   MTD SALES".
           02  FILLER                  PIC X(12) VALUE "  MTD TARGET".
           02  FILLER                  PIC X(8)  VALUE "   MTD %".
           02  FILLER                  PIC X(12) VALUE " PROJ M-END".
           02  FILLER                  PIC X(8)  VALUE "  PROJ %".
           02  FILLER                  PIC X(14) VALUE
                                          "     YTD SALES".
           02  FILLER                  PIC X(14) VALUE
                                          "    YTD TARGET".
           02  FILLER                  PIC X(8)  VALUE "   YTD %".

       01  Target-Detail-Line.
           02  Prn-Rank                PIC BBZ9.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Rep-Id              PIC X(3).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Rep-Name            PIC X(20).
           02  Prn-Mtd-Sales           PIC BZZZ,ZZ9.99-.
           02  Prn-Mtd-Target          PIC BBZZZ,ZZ9.99.
           02  Prn-Mtd-Pct             PIC BZZZ9.9-.
           02  Prn-Projected           PIC BZZZ,ZZ9.99-.
           02  Prn-Proj-Pct            PIC BZZZ9.9-.
           02  Prn-Ytd-Sales           PIC BZ,ZZZ,ZZ9.99-.
           02  Prn-Ytd-Target          PIC BBZ,ZZZ,ZZ9.99.
           02  Prn-Ytd-Pct             PIC BZZZ9.9-.

       01  Target-Total-Line.
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  FILLER                  PIC X(20) VALUE "ALL REPS".
           02  Prn-Tot-Mtd-Sales       PIC BZZZ,ZZ9.99-.
           02  Prn-Tot-Mtd-Target      PIC BBZZZ,ZZ9.99.
           02  FILLER                  PIC X(8) VALUE SPACES.
           02  Prn-Tot-Projected       PIC BZZZ,ZZ9.99-.
           02  FILLER                  PIC X(8) VALUE SPACES.
           02  Prn-Tot-Ytd-Sales       PIC BZ,ZZZ,ZZ9.99-.
           02  Prn-Tot-Ytd-Target      PIC BBZ,ZZZ,ZZ9.99.

       01  Target-Unassigned-Line.
           02  FILLER                  PIC X(36) VALUE
               " SALES WITH NO REP - MTD / YTD    :".
           02  Prn-Unassigned-Mtd      PIC BZZZ,ZZ9.99-.
           02  FILLER                  PIC X(3) VALUE " / ".
           02  Prn-Unassigned-Ytd      PIC BZ,ZZZ,ZZ9.99-.

       01  Target-No-Target-Note       PIC X(64) VALUE
           " REPS WITH NO TARGET FOR THE MONTH ARE RANKED LAST".

       01  Target-None-Line            PIC X(40) VALUE
           " NO REPS ON FILE".

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM WorkOutMonthLength
           PERFORM LoadReps
           PERFORM LoadTargets
           PERFORM TallyHistory
           PERFORM VARYING Rep-Sub FROM 1 BY 1
                   UNTIL Rep-Sub > Rep-Target-Count
               PERFORM WorkOutAttainment
           END-PERFORM
           PERFORM SortByAttainment
           OPEN OUTPUT Target-Report
           PERFORM PrintTargetReport
           CLOSE Target-Report
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * February gets its 29th only in a leap year, the same test
      * the nightly run's month-end check uses.
       WorkOutMonthLength.
           MOVE Days-In-Month(CRD-Month) TO Month-Days-Work
           IF CRD-Month = 2
               DIVIDE CRD-Year BY 4
                   GIVING Leap-Quotient REMAINDER Leap-Remainder
               IF Leap-Remainder = ZERO
                   DIVIDE CRD-Year BY 100
                       GIVING Leap-Quotient
                       REMAINDER Leap-Remainder
                   IF Leap-Remainder NOT = ZERO
                       MOVE 29 TO Month-Days-Work
                   ELSE
                       DIVIDE CRD-Year BY 400
                           GIVING Leap-Quotient
                           REMAINDER Leap-Remainder
                       IF Leap-Remainder = ZERO
                           MOVE 29 TO Month-Days-Work
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LoadReps.
           OPEN INPUT Sales-Rep-File
           IF Sales-Rep-File-Status = "00"
               READ Sales-Rep-File
                   AT END SET End-Of-Sales-Rep-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-Rep-File
                   MOVE REP-Id TO Lookup-Rep-Id
                   PERFORM FindOrAddRep
                   IF Rep-Found
                       MOVE REP-Name TO RT-Rep-Name(Rep-Sub)
                   END-IF
                   READ Sales-Rep-File
                       AT END SET End-Of-Sales-Rep-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Sales-Rep-File
           ELSE
               DISPLAY "REPTARGETRPT: no SALESREP.DAT found - "
                   "reps listed from the history alone"
           END-IF.

      * Only this year's rows count - the month's own row is the
      * month-to-date target, every month up to it the year's.
       LoadTargets.
           OPEN INPUT Sales-Target-File
           IF Sales-Target-File-Status = "00"
               READ Sales-Target-File
                   AT END SET End-Of-Sales-Target-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-Target-File
                   IF TGT-Year = CRD-Year
                       AND TGT-Month <= CRD-Month
                       MOVE TGT-Rep-Id TO Lookup-Rep-Id
                       PERFORM FindOrAddRep
                       IF Rep-Found
                           ADD TGT-Amount TO RT-Ytd-Target(Rep-Sub)
                           IF TGT-Month = CRD-Month
                               ADD TGT-Amount
                                   TO RT-Mtd-Target(Rep-Sub)
                           END-IF
                       END-IF
                   END-IF
                   READ Sales-Target-File
                       AT END SET End-Of-Sales-Target-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Sales-Target-File
           ELSE
               DISPLAY "REPTARGETRPT: no SALESTGT.DAT found - "
                   "sales shown with no targets"
           END-IF.

       TallyHistory.
           OPEN INPUT Sales-Hist-File
           IF Sales-Hist-File-Status = "00"
               READ Sales-Hist-File
                   AT END SET End-Of-Sales-Hist-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-Hist-File
                   IF SH-Sale-Year = CRD-Year
                       AND SH-Sale-Date <= Current-Run-Date
                       PERFORM AddHistorySale
                   END-IF
                   READ Sales-Hist-File
                       AT END SET End-Of-Sales-Hist-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Sales-Hist-File
           ELSE
               DISPLAY "REPTARGETRPT: cannot open SALESHIST.DAT - "
                   "no sales to report"
               SET Run-Failed TO TRUE
           END-IF.

       AddHistorySale.
           IF SH-Return
               COMPUTE Signed-Value = ZERO - SH-Sale-Value
           ELSE
               MOVE SH-Sale-Value TO Signed-Value
           END-IF
           IF SH-Rep-Id = SPACES
               ADD Signed-Value TO Unassigned-Ytd
               IF SH-Sale-Month = CRD-Month
                   ADD Signed-Value TO Unassigned-Mtd
               END-IF
           ELSE
               MOVE SH-Rep-Id TO Lookup-Rep-Id
               PERFORM FindOrAddRep
               IF Rep-Found
                   ADD Signed-Value TO RT-Ytd-Sales(Rep-Sub)
                   IF SH-Sale-Month = CRD-Month
                       ADD Signed-Value TO RT-Mtd-Sales(Rep-Sub)
                   END-IF
               END-IF
           END-IF.

       FindOrAddRep.
           SET Rep-Not-Found TO TRUE
           PERFORM VARYING Rep-Sub FROM 1 BY 1
                   UNTIL Rep-Sub > Rep-Target-Count
                       OR Rep-Found
               IF RT-Rep-Id(Rep-Sub) = Lookup-Rep-Id
                   SET Rep-Found TO TRUE
               END-IF
           END-PERFORM
           IF Rep-Found
               SUBTRACT 1 FROM Rep-Sub
           ELSE
               IF Rep-Target-Count < 60
                   ADD 1 TO Rep-Target-Count
                   MOVE Rep-Target-Count TO Rep-Sub
                   MOVE Lookup-Rep-Id TO RT-Rep-Id(Rep-Sub)
                   MOVE "NOT ON SALESREP.DAT" TO RT-Rep-Name(Rep-Sub)
                   MOVE ZERO TO RT-Mtd-Sales(Rep-Sub)
                       RT-Ytd-Sales(Rep-Sub) RT-Mtd-Target(Rep-Sub)
                       RT-Ytd-Target(Rep-Sub) RT-Projected(Rep-Sub)
                       RT-Mtd-Pct(Rep-Sub) RT-Proj-Pct(Rep-Sub)
                       RT-Ytd-Pct(Rep-Sub) RT-Rank-Key(Rep-Sub)
                   SET Rep-Found TO TRUE
               ELSE
                   DISPLAY "REPTARGETRPT: rep table full - "
                       Lookup-Rep-Id " left off"
               END-IF
           END-IF.

      * The month-end projection runs the month so far on at the
      * same daily rate to the last day of the month.
       WorkOutAttainment.
           COMPUTE RT-Projected(Rep-Sub) ROUNDED =
               RT-Mtd-Sales(Rep-Sub) * Month-Days-Work / CRD-Day
           MOVE ZERO TO RT-Mtd-Pct(Rep-Sub) RT-Proj-Pct(Rep-Sub)
               RT-Ytd-Pct(Rep-Sub)
           IF RT-Mtd-Target(Rep-Sub) > ZERO
               COMPUTE Pct-Work ROUNDED =
                   RT-Mtd-Sales(Rep-Sub) * 100
                   / RT-Mtd-Target(Rep-Sub)
                   ON SIZE ERROR MOVE 9999.9 TO Pct-Work
               END-COMPUTE
               MOVE Pct-Work TO RT-Mtd-Pct(Rep-Sub)
               MOVE Pct-Work TO RT-Rank-Key(Rep-Sub)
               COMPUTE Pct-Work ROUNDED =
                   RT-Projected(Rep-Sub) * 100
                   / RT-Mtd-Target(Rep-Sub)
                   ON SIZE ERROR MOVE 9999.9 TO Pct-Work
               END-COMPUTE
               MOVE Pct-Work TO RT-Proj-Pct(Rep-Sub)
           ELSE
               MOVE -9999.9 TO RT-Rank-Key(Rep-Sub)
           END-IF
           IF RT-Ytd-Target(Rep-Sub) > ZERO
               COMPUTE Pct-Work ROUNDED =
                   RT-Ytd-Sales(Rep-Sub) * 100
                   / RT-Ytd-Target(Rep-Sub)
                   ON SIZE ERROR MOVE 9999.9 TO Pct-Work
               END-COMPUTE
               MOVE Pct-Work TO RT-Ytd-Pct(Rep-Sub)
           END-IF.

      * Highest share of the month's target first; reps with no
      * target for the month follow, biggest sales first.
       SortByAttainment.
           PERFORM VARYING Sort-I FROM 1 BY 1
                   UNTIL Sort-I > Rep-Target-Count - 1
               PERFORM VARYING Sort-J FROM 1 BY 1
                       UNTIL Sort-J > Rep-Target-Count - Sort-I
                   IF RT-Rank-Key(Sort-J) < RT-Rank-Key(Sort-J + 1)
                       OR (RT-Rank-Key(Sort-J)
                               = RT-Rank-Key(Sort-J + 1)
                           AND RT-Mtd-Sales(Sort-J)
                               < RT-Mtd-Sales(Sort-J + 1))
                       PERFORM SwapRepEntries
                   END-IF
               END-PERFORM
           END-PERFORM.

       SwapRepEntries.
           MOVE Rep-Target-Entry(Sort-J)     TO Swap-Entry
           MOVE Rep-Target-Entry(Sort-J + 1)
               TO Rep-Target-Entry(Sort-J)
           MOVE Swap-Entry TO Rep-Target-Entry(Sort-J + 1).

       PrintTargetReport.
           WRITE Target-Line FROM Target-Heading-Line
           MOVE Current-Run-Date TO Prn-Run-Date
           MOVE CRD-Day          TO Prn-Days-Gone
           MOVE Month-Days-Work  TO Prn-Days-In-Month
           WRITE Target-Line FROM Target-Period-Line
           WRITE Target-Line FROM Blank-Line
           IF Rep-Target-Count = ZERO
               WRITE Target-Line FROM Target-None-Line
           ELSE
               WRITE Target-Line FROM Target-Topic-Line
               PERFORM VARYING Rep-Sub FROM 1 BY 1
                       UNTIL Rep-Sub > Rep-Target-Count
                   PERFORM PrintRepLine
               END-PERFORM
               WRITE Target-Line FROM Blank-Line
               MOVE Total-Mtd-Sales  TO Prn-Tot-Mtd-Sales
               MOVE Total-Mtd-Target TO Prn-Tot-Mtd-Target
               MOVE Total-Projected  TO Prn-Tot-Projected
               MOVE Total-Ytd-Sales  TO Prn-Tot-Ytd-Sales
               MOVE Total-Ytd-Target TO Prn-Tot-Ytd-Target
               WRITE Target-Line FROM Target-Total-Line
           END-IF
           IF Unassigned-Mtd NOT = ZERO OR Unassigned-Ytd NOT = ZERO
               MOVE Unassigned-Mtd TO Prn-Unassigned-Mtd
               MOVE Unassigned-Ytd TO Prn-Unassigned-Ytd
               WRITE Target-Line FROM Target-Unassigned-Line
           END-IF
           WRITE Target-Line FROM Blank-Line
           WRITE Target-Line FROM Target-No-Target-Note.

       PrintRepLine.
           MOVE Rep-Sub                     TO Prn-Rank
           MOVE RT-Rep-Id(Rep-Sub)          TO Prn-Rep-Id
           MOVE RT-Rep-Name(Rep-Sub)        TO Prn-Rep-Name
           MOVE RT-Mtd-Sales(Rep-Sub)       TO Prn-Mtd-Sales
           MOVE RT-Projected(Rep-Sub)       TO Prn-Projected
           MOVE RT-Ytd-Sales(Rep-Sub)       TO Prn-Ytd-Sales
           MOVE RT-Ytd-Target(Rep-Sub)      TO Prn-Ytd-Target
           MOVE RT-Ytd-Pct(Rep-Sub)         TO Prn-Ytd-Pct
           MOVE RT-Mtd-Target(Rep-Sub)      TO Prn-Mtd-Target
           MOVE RT-Mtd-Pct(Rep-Sub)         TO Prn-Mtd-Pct
           MOVE RT-Proj-Pct(Rep-Sub)        TO Prn-Proj-Pct
           WRITE Target-Line FROM Target-Detail-Line
           ADD RT-Mtd-Sales(Rep-Sub)  TO Total-Mtd-Sales
           ADD RT-Mtd-Target(Rep-Sub) TO Total-Mtd-Target
           ADD RT-Projected(Rep-Sub)  TO Total-Projected
           ADD RT-Ytd-Sales(Rep-Sub)  TO Total-Ytd-Sales
           ADD RT-Ytd-Target(Rep-Sub) TO Total-Ytd-Target.

       END PROGRAM RepTargetRpt.
