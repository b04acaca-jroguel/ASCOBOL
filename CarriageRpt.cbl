      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carriage summary.  For each delivery zone it totals
      *          the month-to-date consignments from the CARRHIST.DAT
      *          archive AromaSalesRpt keeps - how many were charged
      *          and what they brought in, how many went free on the
      *          zone's free-delivery value and the carriage that
      *          threshold gave away - so the threshold can be set
      *          against what it costs.  Written to CARRIAGE.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CarriageRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Carriage-Hist-File ASSIGN TO "CARRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Carriage-Hist-File-Status.

           SELECT Carriage-Report ASSIGN TO "CARRIAGE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Carriage-Hist-File.
       01 Carriage-Hist-Rec.
           88 End-Of-Carriage-Hist-File VALUE HIGH-VALUES.
           02 CH-Cust-Id               PIC X(5).
           02 CH-Sale-Date             PIC 9(8).
           02 CH-Zone-Prefix           PIC X(4).
           02 CH-Zone-Name             PIC X(20).
           02 CH-Order-Value           PIC 9(7)V99.
           02 CH-Charge                PIC 9(3)V99.
           02 CH-Waived                PIC 9(3)V99.
           02 CH-Tax                   PIC 9(3)V99.
           02 CH-Run-Date              PIC 9(8).
           02 CH-Run-Date-Parts REDEFINES CH-Run-Date.
               03 CH-Run-Year-Month    PIC 9(6).
               03 FILLER               PIC 99.

       FD Carriage-Report.
       01 Carriage-Report-Line         PIC X(96).

       WORKING-STORAGE SECTION.
      * One entry per zone prefix, in the order the history first
      * names it.
       01  Zone-Summary-Table.
           02  Zone-Summary-Count      PIC 999 VALUE ZERO.
           02  Zone-Summary-Entry OCCURS 200 TIMES.
               03 ZST-Prefix           PIC X(4).
               03 ZST-Zone-Name        PIC X(20).
               03 ZST-Charged-Count    PIC 9(6).
               03 ZST-Charged-Value    PIC 9(7)V99.
               03 ZST-Free-Count       PIC 9(6).
               03 ZST-Waived-Value     PIC 9(7)V99.
               03 ZST-Free-Order-Value PIC 9(9)V99.

       01  Zone-Summary-Sub            PIC 999.

       01  Zone-Lookup-Switch          PIC X VALUE "N".
           88 Zone-Found               VALUE "Y".
           88 Zone-Not-Found           VALUE "N".

       01  Report-Totals.
           02  Total-Charged-Count     PIC 9(7)     VALUE ZERO.
           02  Total-Charged-Value     PIC 9(8)V99  VALUE ZERO.
           02  Total-Free-Count        PIC 9(7)     VALUE ZERO.
           02  Total-Waived-Value      PIC 9(8)V99  VALUE ZERO.
           02  Total-Free-Order-Value  PIC 9(10)V99 VALUE ZERO.

       01  Current-Run-Date.
           02  CRD-Year-Month          PIC 9(6).
           02  CRD-Day                 PIC 99.

       01  Carriage-Hist-File-Status   PIC XX.

       01  Carriage-Heading-Line       PIC X(44)
           VALUE "            CARRIAGE SUMMARY BY ZONE".

       01  Carriage-Month-Line.
           02  FILLER                  PIC X(14) VALUE
                                          " MONTH      : ".
           02  Prn-Month               PIC 9(6).

       01  Carriage-Topic-Line.
           02  FILLER                  PIC X(6)  VALUE " ZONE".
           02  FILLER                  PIC X(21) VALUE "NAME".
           02  FILLER                  PIC X(8)  VALUE " CHARGED".
           02  FILLER                  PIC X(12) VALUE "    CARRIAGE".
           02  FILLER                  PIC X(7)  VALUE "   FREE".
           02  FILLER                  PIC X(12) VALUE "      WAIVED".
           02  FILLER                  PIC X(15) VALUE
                                          "   FREE ORDERS".

       01  Carriage-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Prefix              PIC X(4).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Zone-Name           PIC X(20).
           02  Prn-Charged-Count       PIC BZZZ,ZZ9.
           02  Prn-Charged-Value       PIC BZZZ,ZZ9.99.
           02  Prn-Free-Count          PIC BZZ,ZZ9.
           02  Prn-Waived-Value        PIC BZZZ,ZZ9.99.
           02  Prn-Free-Order-Value    PIC BZZ,ZZZ,ZZ9.99.

       01  Carriage-Total-Line.
           02  FILLER                  PIC X(6) VALUE SPACES.
           02  FILLER                  PIC X(20) VALUE "ALL ZONES".
           02  Prn-Tot-Charged-Count   PIC BZZZ,ZZ9.
           02  Prn-Tot-Charged-Value   PIC BZZZ,ZZ9.99.
           02  Prn-Tot-Free-Count      PIC BZZ,ZZ9.
           02  Prn-Tot-Waived-Value    PIC BZZZ,ZZ9.99.
           02  Prn-Tot-Free-Order      PIC BZZ,ZZZ,ZZ9.99.

       01  Carriage-None-Line          PIC X(40) VALUE
           " NO CONSIGNMENTS THIS MONTH".

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM TallyCarriage
           OPEN OUTPUT Carriage-Report
           WRITE Carriage-Report-Line FROM Carriage-Heading-Line
           MOVE CRD-Year-Month TO Prn-Month
           WRITE Carriage-Report-Line FROM Carriage-Month-Line
           WRITE Carriage-Report-Line FROM Blank-Line
           IF Zone-Summary-Count = ZERO
               WRITE Carriage-Report-Line FROM Carriage-None-Line
           ELSE
               WRITE Carriage-Report-Line FROM Carriage-Topic-Line
               PERFORM VARYING Zone-Summary-Sub FROM 1 BY 1
                       UNTIL Zone-Summary-Sub > Zone-Summary-Count
                   PERFORM PrintZoneLine
               END-PERFORM
               PERFORM PrintCarriageTotals
           END-IF
           CLOSE Carriage-Report
           MOVE 0 TO RETURN-CODE
           GOBACK.

      * Consignments are counted in the month the sales run charged
      * them, whatever their sale date.
       TallyCarriage.
           OPEN INPUT Carriage-Hist-File
           IF Carriage-Hist-File-Status = "00"
               READ Carriage-Hist-File
                   AT END SET End-Of-Carriage-Hist-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Carriage-Hist-File
                   IF CH-Run-Year-Month = CRD-Year-Month
                       PERFORM AddConsignment
                   END-IF
                   READ Carriage-Hist-File
                       AT END SET End-Of-Carriage-Hist-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Carriage-Hist-File
           ELSE
               DISPLAY "CARRIAGERPT: no CARRHIST.DAT found - "
                   "nothing to summarise"
           END-IF.

       AddConsignment.
           PERFORM FindZone
           IF Zone-Not-Found
               IF Zone-Summary-Count < 200
                   ADD 1 TO Zone-Summary-Count
                   MOVE Zone-Summary-Count TO Zone-Summary-Sub
                   MOVE CH-Zone-Prefix TO ZST-Prefix(Zone-Summary-Sub)
                   MOVE ZERO TO ZST-Charged-Count(Zone-Summary-Sub)
                       ZST-Charged-Value(Zone-Summary-Sub)
                       ZST-Free-Count(Zone-Summary-Sub)
                       ZST-Waived-Value(Zone-Summary-Sub)
                       ZST-Free-Order-Value(Zone-Summary-Sub)
                   SET Zone-Found TO TRUE
               ELSE
                   DISPLAY "CARRIAGERPT: zone table full - zone "
                       CH-Zone-Prefix " left off the summary"
               END-IF
           END-IF
           IF Zone-Found
               MOVE CH-Zone-Name TO ZST-Zone-Name(Zone-Summary-Sub)
               IF CH-Waived > ZERO
                   ADD 1 TO ZST-Free-Count(Zone-Summary-Sub)
                   ADD CH-Waived
                       TO ZST-Waived-Value(Zone-Summary-Sub)
                   ADD CH-Order-Value
                       TO ZST-Free-Order-Value(Zone-Summary-Sub)
               ELSE
                   ADD 1 TO ZST-Charged-Count(Zone-Summary-Sub)
                   ADD CH-Charge
                       TO ZST-Charged-Value(Zone-Summary-Sub)
               END-IF
           END-IF.

       FindZone.
           SET Zone-Not-Found TO TRUE
           PERFORM VARYING Zone-Summary-Sub FROM 1 BY 1
                   UNTIL Zone-Summary-Sub > Zone-Summary-Count
                       OR Zone-Found
               IF ZST-Prefix(Zone-Summary-Sub) = CH-Zone-Prefix
                   SET Zone-Found TO TRUE
               END-IF
           END-PERFORM
           IF Zone-Found
               SUBTRACT 1 FROM Zone-Summary-Sub
           END-IF.

       PrintZoneLine.
           MOVE ZST-Prefix(Zone-Summary-Sub)    TO Prn-Prefix
           MOVE ZST-Zone-Name(Zone-Summary-Sub) TO Prn-Zone-Name
           MOVE ZST-Charged-Count(Zone-Summary-Sub)
               TO Prn-Charged-Count
           MOVE ZST-Charged-Value(Zone-Summary-Sub)
               TO Prn-Charged-Value
           MOVE ZST-Free-Count(Zone-Summary-Sub) TO Prn-Free-Count
           MOVE ZST-Waived-Value(Zone-Summary-Sub)
               TO Prn-Waived-Value
           MOVE ZST-Free-Order-Value(Zone-Summary-Sub)
               TO Prn-Free-Order-Value
           WRITE Carriage-Report-Line FROM Carriage-Detail-Line
           ADD ZST-Charged-Count(Zone-Summary-Sub)
               TO Total-Charged-Count
           ADD ZST-Charged-Value(Zone-Summary-Sub)
               TO Total-Charged-Value
           ADD ZST-Free-Count(Zone-Summary-Sub) TO Total-Free-Count
           ADD ZST-Waived-Value(Zone-Summary-Sub)
               TO Total-Waived-Value
           ADD ZST-Free-Order-Value(Zone-Summary-Sub)
               TO Total-Free-Order-Value.

       PrintCarriageTotals.
           WRITE Carriage-Report-Line FROM Blank-Line
           MOVE Total-Charged-Count    TO Prn-Tot-Charged-Count
           MOVE Total-Charged-Value    TO Prn-Tot-Charged-Value
           MOVE Total-Free-Count       TO Prn-Tot-Free-Count
           MOVE Total-Waived-Value     TO Prn-Tot-Waived-Value
           MOVE Total-Free-Order-Value TO Prn-Tot-Free-Order
           WRITE Carriage-Report-Line FROM Carriage-Total-Line.

       END PROGRAM CarriageRpt.
