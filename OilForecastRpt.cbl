           02 SH-Sale-Value            PIC 9(6)V99.
           02 SH-Txn-Type              PIC X.
               88 SH-Return            VALUE "R".
           02 FILLER                   PIC X(42).

      * Stock is carried per oil per location - WH warehouse, SH
      * retail shop; a blank location is a row from before locations
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

       FD Forecast-Report.
       01 Forecast-Line                PIC X(100).
      * and the suggested order work off the combined figure, but
      * each site's holding shows on the line beside it.
       01  Oil-Stock-Table.
           02  Stock-Entry OCCURS 99 TIMES.
               03  Stock-Loc-Entry OCCURS 2 TIMES.
                   04 ST-Loc-On-Hand   PIC S9(6) VALUE ZERO.
               03 ST-On-Hand-Qty       PIC S9(7) VALUE ZERO.
       01  Location-Idx                PIC 9.

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.

       01  Demand-Table.
           02  Demand-Entry OCCURS 99 TIMES.
               03 DM-Window-Qty        PIC S9(7) VALUE ZERO.

       01  Current-Run-Date.
       01  Weeks-Of-Stock              PIC S9(3)V9.
       01  Suggested-Qty               PIC S9(7).

       01  Oil-Num-Idx                 PIC 999.

       01  Sales-Hist-File-Status      PIC XX.

                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name TO OMT-Oil-Name(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
               PERFORM UNTIL End-Of-Sales-Hist-File
                   IF SH-Sale-Date >= Window-Start-Num
                           AND SH-Sale-Date <= Run-Date-Num
                           AND SH-Oil-Num >= 1 AND SH-Oil-Num <= 99
                       IF SH-Return
                           SUBTRACT SH-Units-Sold
                               FROM DM-Window-Qty(SH-Oil-Num)
           WRITE Forecast-Line FROM Forecast-Window-Line
           WRITE Forecast-Line FROM Forecast-Topic-Line
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               IF DM-Window-Qty(Oil-Num-Idx) NOT = ZERO
                       OR ST-On-Hand-Qty(Oil-Num-Idx) NOT = ZERO
                   PERFORM PrintOneForecastLine
