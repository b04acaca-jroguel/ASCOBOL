      ******************************************************************
      * Author:
      * Date:
      * Purpose: Volume rebate accrual report.  For every agreement
      *          on REBATE.DAT it totals the customer's spend in the
      *          current agreement year so far from SALESHIST.DAT -
      *          sale values after the customer's own discount, with
      *          returns netted off - and shows the band that spend
      *          has reached, its rate, the rebate earned so far at
      *          that rate, and how far the customer is from the next
      *          band.  An agreement whose year has ended is flagged
      *          SETTLE until RebateSettle credits it.  Run monthly
      *          from the calendar; written to REBATEACR.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RebateAccrualRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Rebate-File ASSIGN TO "REBATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rebate-File-Status.

           SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Customer-File-Status.

           SELECT Sales-Hist-File ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Hist-File-Status.

           SELECT Rebate-Accrual-Report ASSIGN TO "REBATEACR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Kept by RebateMaint and moved on a year by RebateSettle.
       FD Rebate-File.
       01 Rebate-Rec.
           88 End-Of-Rebate-File       VALUE HIGH-VALUES.
           02 RB-Cust-Id               PIC X(5).
           02 RB-Year-Start            PIC 9(8).
           02 RB-Band OCCURS 3 TIMES.
               03 RB-Threshold         PIC 9(7).
               03 RB-Pct               PIC 99V9.
           02 RB-Last-Settled          PIC 9(8).

       FD Customer-File.
       01 Customer-Rec.
           88 End-Of-Customer-File     VALUE HIGH-VALUES.
           02 CUST-ID                  PIC X(5).
           02 CUST-NAME                PIC X(20).
           02 FILLER                   PIC X(91).

       FD Sales-Hist-File.
       01 Sales-Hist-Rec.
           88 End-Of-Sales-Hist-File   VALUE HIGH-VALUES.
           02 SH-Sale-Date             PIC 9(8).
           02 SH-Cust-Id               PIC X(5).
           02 SH-Oil-Id                PIC X(3).
           02 SH-Unit-Size             PIC 99.
           02 SH-Units-Sold            PIC 999.
           02 SH-Sale-Value            PIC 9(6)V99.
           02 SH-Txn-Type              PIC X.
               88 SH-Return            VALUE "R".
           02 FILLER                   PIC X(42).

       FD Rebate-Accrual-Report.
       01 Rebate-Accrual-Line          PIC X(111).

       WORKING-STORAGE SECTION.
       01  Rebate-Table.
           02  Rebate-Count            PIC 999 VALUE ZERO.
           02  Rebate-Entry OCCURS 500 TIMES.
               03 RBT-Cust-Id          PIC X(5).
               03 RBT-Year-Start       PIC 9(8).
               03 RBT-Year-End         PIC 9(8).
               03 RBT-Window-End       PIC 9(8).
               03 RBT-Band OCCURS 3 TIMES.
                   04 RBT-Threshold    PIC 9(7).
                   04 RBT-Pct          PIC 99V9.
               03 RBT-Spend            PIC S9(8)V99.

       01  Rebate-Sub                  PIC 999.
       01  Band-Sub                    PIC 9.

       01  Customer-Table.
           02  Customer-Count          PIC 9(5) VALUE ZERO.
           02  Customer-Entry OCCURS 2000 TIMES.
               03 CT-Cust-Id           PIC X(5).
               03 CT-Cust-Name         PIC X(20).

       01  Customer-Sub                PIC 9(5).

       01  Customer-Lookup-Switch      PIC X VALUE "N".
           88 Customer-Found           VALUE "Y".
           88 Customer-Not-Found       VALUE "N".

       01  Agreement-Lookup-Switch     PIC X VALUE "N".
           88 Agreement-Found          VALUE "Y".
           88 Agreement-Not-Found      VALUE "N".

      * The band the spend has reached (zero for none), its rate and
      * the threshold of the band above, if there is one.
       01  Band-Result.
           02  Band-Reached            PIC 9.
           02  Band-Rate               PIC 99V9.
           02  Next-Threshold          PIC 9(7).
           02  Rebate-Earned           PIC S9(7)V99.
           02  Spend-To-Next           PIC S9(8)V99.

      * A date stepped back a day with true month lengths (February
      * 29 only in a leap year) - a year on from the start, less a
      * day, is the last day of the agreement year.
       01  Date-Work.
           02  DW-Year                 PIC 9(4).
           02  DW-Month                PIC 9(2).
           02  DW-Day                  PIC 9(2).
       01  Date-Work-Num REDEFINES Date-Work PIC 9(8).

       01  Leap-Year-Work.
           02  Leap-Quotient           PIC 9(4).
           02  Leap-Remainder-4        PIC 9(4).
           02  Leap-Remainder-100      PIC 9(4).
           02  Leap-Remainder-400      PIC 9(4).

       01  Report-Totals.
           02  Total-Spend             PIC S9(9)V99 VALUE ZERO.
           02  Total-Earned            PIC S9(8)V99 VALUE ZERO.
           02  Settle-Due-Count        PIC 999      VALUE ZERO.

       01  Current-Run-Date            PIC 9(8).

       01  Rebate-File-Status          PIC XX.
       01  Customer-File-Status        PIC XX.
       01  Sales-Hist-File-Status      PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Seal-Fields.
           02  Seal-Data-Name          PIC X(12).
           02  Seal-Action             PIC X.
           02  Seal-Result             PIC X.

       01  Accrual-Heading-Line        PIC X(44)
           VALUE "         VOLUME REBATE ACCRUAL REPORT".

       01  Accrual-Date-Line.
           02  FILLER                  PIC X(14) VALUE
                                          " RUN DATE   : ".
           02  Prn-Run-Date            PIC 9(8).

       01  Accrual-Topic-Line.
           02  FILLER                  PIC X(7)  VALUE " CUST".
           02  FILLER                  PIC X(21) VALUE "CUSTOMER".
           02  FILLER                  PIC X(17) VALUE "AGREEMENT YEAR".
           02  FILLER                  PIC X(13) VALUE
                                          "  YTD SPEND".
           02  FILLER                  PIC X(5)  VALUE " BAND".
           02  FILLER                  PIC X(5)  VALUE " RATE".
           02  FILLER                  PIC X(12) VALUE
                                          "      EARNED".
           02  FILLER                  PIC X(10) VALUE
                                          "  NEXT AT".
           02  FILLER                  PIC X(13) VALUE
                                          "     TO SPEND".

       01  Accrual-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Cust-Id             PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Cust-Name           PIC X(20).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Year-Start          PIC 9(8).
           02  FILLER                  PIC X VALUE "-".
           02  Prn-Year-End            PIC 9(8).
           02  Prn-Spend               PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Band                PIC 9.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Rate                PIC BZ9.9.
           02  Prn-Earned              PIC BZZZ,ZZ9.99-.
           02  Prn-Next-At             PIC BZ,ZZZ,ZZ9.
           02  Prn-To-Spend            PIC BZ,ZZZ,ZZ9.99.
           02  Prn-Status              PIC X(8).

       01  Accrual-Total-Line.
           02  FILLER                  PIC X(7)  VALUE SPACES.
           02  FILLER                  PIC X(38) VALUE
                                          "ALL AGREEMENTS".
           02  Prn-Tot-Spend           PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  Prn-Tot-Earned          PIC BZZZ,ZZ9.99-.

       01  Accrual-Due-Line.
           02  FILLER                  PIC X(7)  VALUE SPACES.
           02  Prn-Due-Count           PIC ZZ9.
           02  FILLER                  PIC X(46) VALUE
               " agreement year(s) ended - due for settlement".

       01  Accrual-None-Line           PIC X(40) VALUE
           " NO REBATE AGREEMENTS ON FILE".

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM VerifyMasterSeal
           PERFORM LoadCustomers
           PERFORM LoadAgreements
           PERFORM TallySpend
           OPEN OUTPUT Rebate-Accrual-Report
           WRITE Rebate-Accrual-Line FROM Accrual-Heading-Line
           MOVE Current-Run-Date TO Prn-Run-Date
           WRITE Rebate-Accrual-Line FROM Accrual-Date-Line
           WRITE Rebate-Accrual-Line FROM Blank-Line
           IF Rebate-Count = ZERO
               WRITE Rebate-Accrual-Line FROM Accrual-None-Line
           ELSE
               WRITE Rebate-Accrual-Line FROM Accrual-Topic-Line
               PERFORM VARYING Rebate-Sub FROM 1 BY 1
                       UNTIL Rebate-Sub > Rebate-Count
                   PERFORM PrintAgreementLine
               END-PERFORM
               PERFORM PrintAccrualTotals
           END-IF
           CLOSE Rebate-Accrual-Report
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * The bands are read from REBATE.DAT as they stand - a
      * mismatch is reported and fails the step, but the report is
      * still printed for whoever investigates.
       VerifyMasterSeal.
           MOVE "REBATE.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "REBATEACCRUALRPT: REBATE.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF.

       LoadCustomers.
           OPEN INPUT Customer-File
           IF Customer-File-Status = "00"
               READ Customer-File
                   AT END SET End-Of-Customer-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Customer-File
                   IF Customer-Count < 2000
                       ADD 1 TO Customer-Count
                       MOVE CUST-ID   TO CT-Cust-Id(Customer-Count)
                       MOVE CUST-NAME TO CT-Cust-Name(Customer-Count)
                   END-IF
                   READ Customer-File
                       AT END SET End-Of-Customer-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Customer-File
           END-IF.

      * The accrual runs from the start of the agreement year to
      * today, or to the year's last day once it is over.
       LoadAgreements.
           OPEN INPUT Rebate-File
           IF Rebate-File-Status = "00"
               READ Rebate-File
                   AT END SET End-Of-Rebate-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Rebate-File
                   IF Rebate-Count < 500
                       ADD 1 TO Rebate-Count
                       MOVE Rebate-Count TO Rebate-Sub
                       MOVE RB-Cust-Id    TO RBT-Cust-Id(Rebate-Sub)
                       MOVE RB-Year-Start TO RBT-Year-Start(Rebate-Sub)
                       PERFORM VARYING Band-Sub FROM 1 BY 1
                               UNTIL Band-Sub > 3
                           MOVE RB-Threshold(Band-Sub)
                               TO RBT-Threshold(Rebate-Sub, Band-Sub)
                           MOVE RB-Pct(Band-Sub)
                               TO RBT-Pct(Rebate-Sub, Band-Sub)
                       END-PERFORM
                       MOVE ZERO TO RBT-Spend(Rebate-Sub)
                       MOVE RB-Year-Start TO Date-Work-Num
                       ADD 1 TO DW-Year
                       PERFORM StepBackOneDay
                       MOVE Date-Work-Num TO RBT-Year-End(Rebate-Sub)
                       IF Date-Work-Num < Current-Run-Date
                           MOVE Date-Work-Num
                               TO RBT-Window-End(Rebate-Sub)
                       ELSE
                           MOVE Current-Run-Date
                               TO RBT-Window-End(Rebate-Sub)
                       END-IF
                   ELSE
                       DISPLAY "REBATEACCRUALRPT: agreement table "
                           "full - " RB-Cust-Id " not reported"
                   END-IF
                   READ Rebate-File
                       AT END SET End-Of-Rebate-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Rebate-File
           ELSE
               DISPLAY "REBATEACCRUALRPT: no REBATE.DAT found - "
                   "no agreements to report"
           END-IF.

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

       TallySpend.
           IF Rebate-Count > ZERO
               OPEN INPUT Sales-Hist-File
               IF Sales-Hist-File-Status = "00"
                   READ Sales-Hist-File
                       AT END SET End-Of-Sales-Hist-File TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Sales-Hist-File
                       PERFORM FindAgreement
                       IF Agreement-Found
                           PERFORM AddHistorySale
                       END-IF
                       READ Sales-Hist-File
                           AT END SET End-Of-Sales-Hist-File TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE Sales-Hist-File
               ELSE
                   DISPLAY "REBATEACCRUALRPT: no SALESHIST.DAT found "
                       "- no spend to report"
               END-IF
           END-IF.

       FindAgreement.
           SET Agreement-Not-Found TO TRUE
           PERFORM VARYING Rebate-Sub FROM 1 BY 1
                   UNTIL Rebate-Sub > Rebate-Count
                       OR Agreement-Found
               IF RBT-Cust-Id(Rebate-Sub) = SH-Cust-Id
                   SET Agreement-Found TO TRUE
               END-IF
           END-PERFORM
           IF Agreement-Found
               SUBTRACT 1 FROM Rebate-Sub
           END-IF.

       AddHistorySale.
           IF SH-Sale-Date >= RBT-Year-Start(Rebate-Sub)
               AND SH-Sale-Date <= RBT-Window-End(Rebate-Sub)
               IF SH-Return
                   SUBTRACT SH-Sale-Value FROM RBT-Spend(Rebate-Sub)
               ELSE
                   ADD SH-Sale-Value TO RBT-Spend(Rebate-Sub)
               END-IF
           END-IF.

      * The highest band whose threshold the spend has reached sets
      * the rate for the whole of the spend.
       ApplyRebateBands.
           MOVE ZERO TO Band-Reached
           MOVE ZERO TO Band-Rate
           MOVE ZERO TO Next-Threshold
           MOVE ZERO TO Rebate-Earned
           MOVE ZERO TO Spend-To-Next
           PERFORM VARYING Band-Sub FROM 1 BY 1 UNTIL Band-Sub > 3
               IF RBT-Pct(Rebate-Sub, Band-Sub) > ZERO
                   IF RBT-Spend(Rebate-Sub) > ZERO
                       AND RBT-Spend(Rebate-Sub)
                           >= RBT-Threshold(Rebate-Sub, Band-Sub)
                       MOVE Band-Sub TO Band-Reached
                       MOVE RBT-Pct(Rebate-Sub, Band-Sub) TO Band-Rate
                   ELSE
                       IF Next-Threshold = ZERO
                           MOVE RBT-Threshold(Rebate-Sub, Band-Sub)
                               TO Next-Threshold
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Band-Reached > ZERO
               COMPUTE Rebate-Earned ROUNDED =
                   RBT-Spend(Rebate-Sub) * Band-Rate / 100
           END-IF
           IF Next-Threshold > ZERO
               COMPUTE Spend-To-Next =
                   Next-Threshold - RBT-Spend(Rebate-Sub)
           END-IF.

       PrintAgreementLine.
           PERFORM ApplyRebateBands
           MOVE RBT-Cust-Id(Rebate-Sub) TO Prn-Cust-Id
           PERFORM FindCustomer
           IF Customer-Found
               MOVE CT-Cust-Name(Customer-Sub) TO Prn-Cust-Name
           ELSE
               MOVE "*NOT ON FILE*" TO Prn-Cust-Name
           END-IF
           MOVE RBT-Year-Start(Rebate-Sub) TO Prn-Year-Start
           MOVE RBT-Year-End(Rebate-Sub)   TO Prn-Year-End
           MOVE RBT-Spend(Rebate-Sub)      TO Prn-Spend
           MOVE Band-Reached               TO Prn-Band
           MOVE Band-Rate                  TO Prn-Rate
           MOVE Rebate-Earned              TO Prn-Earned
           MOVE Next-Threshold             TO Prn-Next-At
           MOVE Spend-To-Next              TO Prn-To-Spend
           IF RBT-Year-End(Rebate-Sub) < Current-Run-Date
               MOVE "  SETTLE" TO Prn-Status
               ADD 1 TO Settle-Due-Count
           ELSE
               MOVE SPACES TO Prn-Status
           END-IF
           WRITE Rebate-Accrual-Line FROM Accrual-Detail-Line
           ADD RBT-Spend(Rebate-Sub) TO Total-Spend
           ADD Rebate-Earned         TO Total-Earned.

       FindCustomer.
           SET Customer-Not-Found TO TRUE
           PERFORM VARYING Customer-Sub FROM 1 BY 1
                   UNTIL Customer-Sub > Customer-Count
                       OR Customer-Found
               IF CT-Cust-Id(Customer-Sub) = RBT-Cust-Id(Rebate-Sub)
                   SET Customer-Found TO TRUE
               END-IF
           END-PERFORM
           IF Customer-Found
               SUBTRACT 1 FROM Customer-Sub
           END-IF.

       PrintAccrualTotals.
           WRITE Rebate-Accrual-Line FROM Blank-Line
           MOVE Total-Spend  TO Prn-Tot-Spend
           MOVE Total-Earned TO Prn-Tot-Earned
           WRITE Rebate-Accrual-Line FROM Accrual-Total-Line
           IF Settle-Due-Count > ZERO
               MOVE Settle-Due-Count TO Prn-Due-Count
               WRITE Rebate-Accrual-Line FROM Accrual-Due-Line
           END-IF.

       END PROGRAM RebateAccrualRpt.
