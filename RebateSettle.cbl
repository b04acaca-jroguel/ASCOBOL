      ******************************************************************
      * Author:
      * Date:
      * Purpose: Volume rebate settlement.  Every REBATE.DAT
      *          agreement whose agreement year ended before today
      *          is settled: the year's spend is totalled from
      *          SALESHIST.DAT as RebateAccrualRpt totals it, the
      *          band reached sets the rate for the whole of it, and
      *          a rebate earned is raised on ARITEMS.DAT as an
      *          on-account credit (type C) held against the
      *          customer's future invoices.  Each credit gets a
      *          rebate statement on REBATESTM.RPT for posting to
      *          the customer, a MAINTAUD.DAT entry, and the run's
      *          total is journalled to GLJRNL.DAT - rebate expense
      *          (5500) debited, debtors (1200) credited.  The
      *          agreement then moves on to its next year, so a
      *          second run credits nothing twice; a customer more
      *          than one year behind is settled a year per run.
      *          The menu only offers this to a supervisor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RebateSettle.
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

           SELECT Ar-Open-Item-File ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-Item-Key
               FILE STATUS IS Ar-Open-Item-File-Status.

           SELECT Maint-Audit-File ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Maint-Audit-File-Status.

           SELECT Gl-Journal-File ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Journal-File-Status.

           SELECT Rebate-Statement-Report ASSIGN TO "REBATESTM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * Kept by RebateMaint.  Last-Settled is the last day of the
      * most recent agreement year credited here.
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
           02 CUST-CREDIT-LIMIT        PIC 9(7).
           02 CUST-DISC-PCT            PIC 99V9.
           02 CUST-TAX-JUR             PIC XX.
           02 CUST-EXEMPT-FLAG         PIC X.
           02 CUST-EXEMPT-CERT         PIC X(10).
           02 CUST-ADDR-1              PIC X(20).
           02 CUST-ADDR-2              PIC X(20).
           02 CUST-POSTCODE            PIC X(8).
           02 CUST-CONTACT             PIC X(20).

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

      * Blank or I type is an invoice open item, C is an on-account
      * credit held against the customer's future invoices.
       FD Ar-Open-Item-File.
       01 Ar-Open-Item-Rec.
           02 AR-Item-Key.
               03 AR-Cust-Id           PIC X(5).
               03 AR-Item-Date         PIC 9(8).
               03 AR-Item-Seq          PIC 9(3).
           02 AR-Orig-Amount           PIC 9(6)V99.
           02 AR-Open-Amount           PIC 9(6)V99.
           02 AR-Item-Type             PIC X.

       FD Maint-Audit-File.
       01 Maint-Audit-Rec.
           02 MA-Date                  PIC 9(8).
           02 MA-Time                  PIC 9(6).
           02 MA-Operator              PIC X(3).
           02 MA-File                  PIC X(12).
           02 MA-Key                   PIC X(7).
           02 MA-Before                PIC X(30).
           02 MA-After                 PIC X(30).

       FD Gl-Journal-File.
       01 Gl-Journal-Rec.
           02 GJ-Date                  PIC 9(8).
           02 GJ-Account               PIC X(4).
           02 GJ-DrCr                  PIC X.
           02 GJ-Amount                PIC 9(8)V99.
           02 GJ-Narrative             PIC X(20).

       FD Rebate-Statement-Report.
       01 Rebate-Statement-Line        PIC X(64).

      * Who is signed on at the console, left by OperatorMenu - the
      * locks are taken in this person's name.  Absent or empty, the
      * old prompt asks.
       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
       01  Rebate-Table.
           02  Rebate-Count            PIC 999 VALUE ZERO.
           02  Rebate-Entry OCCURS 500 TIMES.
               03 RBT-Cust-Id          PIC X(5).
               03 RBT-Year-Start       PIC 9(8).
               03 RBT-Band OCCURS 3 TIMES.
                   04 RBT-Threshold    PIC 9(7).
                   04 RBT-Pct          PIC 99V9.
               03 RBT-Last-Settled     PIC 9(8).
               03 RBT-Year-End         PIC 9(8).
               03 RBT-Spend            PIC S9(8)V99.
               03 RBT-Due-Flag         PIC X.
                   88 RBT-Settle-Due   VALUE "Y".

       01  Rebate-Sub                  PIC 999.
       01  Band-Sub                    PIC 9.

       01  Customer-Table.
           02  Customer-Count          PIC 9(5) VALUE ZERO.
           02  Customer-Entry OCCURS 2000 TIMES.
               03 CT-Cust-Id           PIC X(5).
               03 CT-Cust-Name         PIC X(20).
               03 CT-Addr-1            PIC X(20).
               03 CT-Addr-2            PIC X(20).
               03 CT-Postcode          PIC X(8).

       01  Customer-Sub                PIC 9(5).

       01  Customer-Lookup-Switch      PIC X VALUE "N".
           88 Customer-Found           VALUE "Y".
           88 Customer-Not-Found       VALUE "N".

       01  Agreement-Lookup-Switch     PIC X VALUE "N".
           88 Agreement-Found          VALUE "Y".
           88 Agreement-Not-Found      VALUE "N".

       01  Write-Done-Switch           PIC X VALUE "N".
           88 Write-Done               VALUE "Y".

       01  First-Statement-Sw          PIC X VALUE "Y".
           88 First-Statement          VALUE "Y".
           88 Not-First-Statement      VALUE "N".

      * The band the year's spend reached (zero for none) and its
      * rate, which is paid on the whole of the spend.
       01  Band-Result.
           02  Band-Reached            PIC 9.
           02  Band-Rate               PIC 99V9.
           02  Rebate-Earned           PIC S9(7)V99.

       01  Credit-Item-Seq             PIC 9(4).

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

       01  Run-Counters.
           02  Due-Count               PIC 999 VALUE ZERO.
           02  Settled-Count           PIC 999 VALUE ZERO.
           02  Credited-Count          PIC 999 VALUE ZERO.
           02  Credited-Total          PIC 9(8)V99 VALUE ZERO.

       01  Display-Total               PIC Z(7)9.99.

       01  Audit-Before-Work.
           02  FILLER                  PIC X(5) VALUE "YEAR ".
           02  ABW-Year-Start          PIC 9(8).
           02  FILLER                  PIC X VALUE "-".
           02  ABW-Year-End            PIC 9(8).
           02  FILLER                  PIC X(8) VALUE SPACES.

       01  Audit-After-Work.
           02  FILLER                  PIC X(14) VALUE
                                          "SETTLED CREDIT".
           02  AAW-Credit              PIC Z(6)9.99.
           02  FILLER                  PIC X(6) VALUE SPACES.

       01  Rebate-File-Status          PIC XX.
       01  Customer-File-Status        PIC XX.
       01  Sales-Hist-File-Status      PIC XX.
       01  Ar-Open-Item-File-Status    PIC XX.
       01  Maint-Audit-File-Status     PIC XX.
       01  Gl-Journal-File-Status      PIC XX.
       01  Signon-File-Status          PIC XX.

       01  Current-Run-Date            PIC 9(8).

       01  Time-Work.
           02  TW-HHMMSS               PIC 9(6).
           02  FILLER                  PIC 99.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Table-Overflow-Switch       PIC X VALUE "N".
           88 Table-Overflowed         VALUE "Y".
           88 Table-Fits               VALUE "N".

       01  Statement-Heading-Line      PIC X(44)
           VALUE "    AROMAMORA VOLUME REBATE STATEMENT".

       01  Statement-Underline.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  FILLER                  PIC X(33) VALUE ALL "-".

       01  Statement-Cust-Line.
           02  FILLER                  PIC X(20) VALUE
                                          "CUSTOMER          : ".
           02  Stm-Cust-Id             PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  Stm-Cust-Name           PIC X(20).

       01  Statement-Addr-Line.
           02  FILLER                  PIC X(26) VALUE SPACES.
           02  Stm-Addr                PIC X(20).

       01  Statement-Date-Line.
           02  FILLER                  PIC X(20) VALUE
                                          "STATEMENT DATE    : ".
           02  Stm-Run-Date            PIC 9(8).

       01  Statement-Year-Line.
           02  FILLER                  PIC X(20) VALUE
                                          "AGREEMENT YEAR    : ".
           02  Stm-Year-Start          PIC 9(8).
           02  FILLER                  PIC X(4) VALUE " TO ".
           02  Stm-Year-End            PIC 9(8).

       01  Statement-Spend-Line.
           02  FILLER                  PIC X(20) VALUE
                                          "PURCHASES IN YEAR : ".
           02  Stm-Spend               PIC Z,ZZZ,ZZ9.99-.

       01  Statement-Band-Line.
           02  FILLER                  PIC X(7) VALUE "  BAND ".
           02  Stm-Band-No             PIC 9.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Stm-Band-Pct            PIC Z9.9.
           02  FILLER                  PIC X(19) VALUE
                                          "% ON SPEND REACHING".
           02  Stm-Band-Threshold      PIC BZ,ZZZ,ZZ9.
           02  Stm-Band-Reached        PIC X(12).

       01  Statement-Rebate-Line.
           02  FILLER                  PIC X(20) VALUE
                                          "REBATE CREDITED   : ".
           02  Stm-Rebate              PIC Z,ZZZ,ZZ9.99.
           02  FILLER                  PIC X(4) VALUE " AT ".
           02  Stm-Rate                PIC Z9.9.
           02  FILLER                  PIC X VALUE "%".

       01  Statement-Ref-Line.
           02  FILLER                  PIC X(20) VALUE
                                          "CREDIT REFERENCE  : ".
           02  Stm-Ref-Date            PIC 9(8).
           02  FILLER                  PIC X VALUE "/".
           02  Stm-Ref-Seq             PIC 9(3).

       01  Statement-Body-1-Line       PIC X(64) VALUE
           "THE REBATE IS HELD ON YOUR ACCOUNT AS A CREDIT AND WILL".
       01  Statement-Body-2-Line       PIC X(64) VALUE
           "BE SET AGAINST YOUR NEXT INVOICES.".

       01  Statement-Separator-Line    PIC X(64) VALUE ALL "=".

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
           PERFORM AcquireRebateLock
           IF Lock-Result = "N"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM AcquireArItemsLock
           IF Lock-Result = "N"
               PERFORM ReleaseRebateLock
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VerifyMasterSeal
           IF Run-OK
               PERFORM LoadAgreements
           END-IF
           IF Run-Failed OR Table-Overflowed
               PERFORM ReleaseArItemsLock
               PERFORM ReleaseRebateLock
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF Due-Count = ZERO
               DISPLAY "REBATESETTLE: no agreement year has ended - "
                   "nothing to settle"
               PERFORM ReleaseArItemsLock
               PERFORM ReleaseRebateLock
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O Ar-Open-Item-File
           IF Ar-Open-Item-File-Status NOT = "00"
               DISPLAY "REBATESETTLE: cannot open ARITEMS.DAT - "
                   "status " Ar-Open-Item-File-Status
               PERFORM ReleaseArItemsLock
               PERFORM ReleaseRebateLock
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadCustomers
           PERFORM TallySpend
           OPEN EXTEND Maint-Audit-File
           IF Maint-Audit-File-Status = "35"
               OPEN OUTPUT Maint-Audit-File
           END-IF
           OPEN OUTPUT Rebate-Statement-Report
           PERFORM VARYING Rebate-Sub FROM 1 BY 1
                   UNTIL Rebate-Sub > Rebate-Count
               IF RBT-Settle-Due(Rebate-Sub)
                   PERFORM SettleAgreement
               END-IF
           END-PERFORM
           CLOSE Rebate-Statement-Report
           CLOSE Maint-Audit-File
           CLOSE Ar-Open-Item-File
           PERFORM SaveAgreements
           PERFORM WriteGlJournal
           PERFORM ReleaseArItemsLock
           PERFORM ReleaseRebateLock
           MOVE Credited-Total TO Display-Total
           DISPLAY "REBATESETTLE: " Settled-Count " agreement year(s) "
               "settled, " Credited-Count " credit(s) raised, total "
               Display-Total
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

      * The agreements are moved on a year here, so RebateMaint is
      * kept out while the run is in them.
       AcquireRebateLock.
           MOVE "REBATE.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "REBATESETTLE: REBATE.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseRebateLock.
           MOVE "REBATE.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

      * Payments, write-offs and rebate credits all change this
      * file - one session at a time.
       AcquireArItemsLock.
           MOVE "ARITEMS.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "REBATESETTLE: ARITEMS.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseArItemsLock.
           MOVE "ARITEMS.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

      * Credits are raised from the bands as they stand, so a
      * REBATE.DAT changed outside its owners stops the run.
       VerifyMasterSeal.
           MOVE "REBATE.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "REBATESETTLE: REBATE.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF.

      * REBATE.DAT is rewritten whole on the way out, so a file
      * bigger than the table is refused rather than truncated.
       LoadAgreements.
           OPEN INPUT Rebate-File
           IF Rebate-File-Status = "00"
               READ Rebate-File
                   AT END SET End-Of-Rebate-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Rebate-File OR Table-Overflowed
                   IF Rebate-Count < 500
                       ADD 1 TO Rebate-Count
                       MOVE Rebate-Count TO Rebate-Sub
                       PERFORM StoreAgreement
                       READ Rebate-File
                           AT END SET End-Of-Rebate-File TO TRUE
                       END-READ
                   ELSE
                       SET Table-Overflowed TO TRUE
                       DISPLAY "REBATESETTLE: more than 500 REBATE.DAT "
                           "rows - nothing settled"
                   END-IF
               END-PERFORM
               CLOSE Rebate-File
           ELSE
               DISPLAY "REBATESETTLE: no REBATE.DAT found - "
                   "no agreements to settle"
           END-IF.

       StoreAgreement.
           MOVE RB-Cust-Id      TO RBT-Cust-Id(Rebate-Sub)
           MOVE RB-Year-Start   TO RBT-Year-Start(Rebate-Sub)
           PERFORM VARYING Band-Sub FROM 1 BY 1 UNTIL Band-Sub > 3
               MOVE RB-Threshold(Band-Sub)
                   TO RBT-Threshold(Rebate-Sub, Band-Sub)
               MOVE RB-Pct(Band-Sub) TO RBT-Pct(Rebate-Sub, Band-Sub)
           END-PERFORM
           MOVE RB-Last-Settled TO RBT-Last-Settled(Rebate-Sub)
           MOVE ZERO            TO RBT-Spend(Rebate-Sub)
           MOVE RB-Year-Start TO Date-Work-Num
           ADD 1 TO DW-Year
           PERFORM StepBackOneDay
           MOVE Date-Work-Num TO RBT-Year-End(Rebate-Sub)
           IF RBT-Year-End(Rebate-Sub) < Current-Run-Date
               MOVE "Y" TO RBT-Due-Flag(Rebate-Sub)
               ADD 1 TO Due-Count
           ELSE
               MOVE "N" TO RBT-Due-Flag(Rebate-Sub)
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
                       MOVE CUST-ADDR-1 TO CT-Addr-1(Customer-Count)
                       MOVE CUST-ADDR-2 TO CT-Addr-2(Customer-Count)
                       MOVE CUST-POSTCODE
                           TO CT-Postcode(Customer-Count)
                   END-IF
                   READ Customer-File
                       AT END SET End-Of-Customer-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Customer-File
           END-IF.

      * Only the ended years are totalled - spend on the same
      * window RebateAccrualRpt reported, returns netted off.
       TallySpend.
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
               DISPLAY "REBATESETTLE: no SALESHIST.DAT found - "
                   "every ended year settles with no spend"
           END-IF.

       FindAgreement.
           SET Agreement-Not-Found TO TRUE
           PERFORM VARYING Rebate-Sub FROM 1 BY 1
                   UNTIL Rebate-Sub > Rebate-Count
                       OR Agreement-Found
               IF RBT-Cust-Id(Rebate-Sub) = SH-Cust-Id
                   AND RBT-Settle-Due(Rebate-Sub)
                   SET Agreement-Found TO TRUE
               END-IF
           END-PERFORM
           IF Agreement-Found
               SUBTRACT 1 FROM Rebate-Sub
           END-IF.

       AddHistorySale.
           IF SH-Sale-Date >= RBT-Year-Start(Rebate-Sub)
               AND SH-Sale-Date <= RBT-Year-End(Rebate-Sub)
               IF SH-Return
                   SUBTRACT SH-Sale-Value FROM RBT-Spend(Rebate-Sub)
               ELSE
                   ADD SH-Sale-Value TO RBT-Spend(Rebate-Sub)
               END-IF
           END-IF.

      * A year that earned nothing is still closed off and moved on;
      * only a credit that could not be written leaves the year open
      * for the next run.
       SettleAgreement.
           PERFORM ApplyRebateBands
           SET Write-Done TO TRUE
           IF Rebate-Earned > ZERO
               PERFORM WriteRebateCredit
           END-IF
           IF Write-Done
               MOVE RBT-Year-Start(Rebate-Sub) TO ABW-Year-Start
               MOVE RBT-Year-End(Rebate-Sub)   TO ABW-Year-End
               MOVE Rebate-Earned              TO AAW-Credit
               PERFORM WriteMaintAuditEntry
               ADD 1 TO Settled-Count
               MOVE RBT-Year-End(Rebate-Sub)
                   TO RBT-Last-Settled(Rebate-Sub)
               MOVE RBT-Year-Start(Rebate-Sub) TO Date-Work-Num
               ADD 1 TO DW-Year
               MOVE Date-Work-Num TO RBT-Year-Start(Rebate-Sub)
               IF Date-Work-Num NOT > Current-Run-Date
                   DISPLAY "REBATESETTLE: " RBT-Cust-Id(Rebate-Sub)
                       " has a further year ended - run again"
               END-IF
           END-IF.

      * The highest band whose threshold the spend has reached sets
      * the rate for the whole of the spend.
       ApplyRebateBands.
           MOVE ZERO TO Band-Reached
           MOVE ZERO TO Band-Rate
           MOVE ZERO TO Rebate-Earned
           PERFORM VARYING Band-Sub FROM 1 BY 1 UNTIL Band-Sub > 3
               IF RBT-Pct(Rebate-Sub, Band-Sub) > ZERO
                   AND RBT-Spend(Rebate-Sub) > ZERO
                   AND RBT-Spend(Rebate-Sub)
                       >= RBT-Threshold(Rebate-Sub, Band-Sub)
                   MOVE Band-Sub TO Band-Reached
                   MOVE RBT-Pct(Rebate-Sub, Band-Sub) TO Band-Rate
               END-IF
           END-PERFORM
           IF Band-Reached > ZERO
               COMPUTE Rebate-Earned ROUNDED =
                   RBT-Spend(Rebate-Sub) * Band-Rate / 100
           END-IF.

       WriteRebateCredit.
           MOVE RBT-Cust-Id(Rebate-Sub) TO AR-Cust-Id
           MOVE Current-Run-Date        TO AR-Item-Date
           MOVE Rebate-Earned           TO AR-Orig-Amount
           MOVE Rebate-Earned           TO AR-Open-Amount
           MOVE "C"                     TO AR-Item-Type
           MOVE "N" TO Write-Done-Switch
           PERFORM VARYING Credit-Item-Seq FROM 1 BY 1
                   UNTIL Write-Done OR Credit-Item-Seq > 999
               MOVE Credit-Item-Seq TO AR-Item-Seq
               WRITE Ar-Open-Item-Rec
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET Write-Done TO TRUE
               END-WRITE
           END-PERFORM
           IF Write-Done
               ADD 1 TO Credited-Count
               ADD Rebate-Earned TO Credited-Total
               PERFORM PrintRebateStatement
           ELSE
               DISPLAY "REBATESETTLE: credit for "
                   RBT-Cust-Id(Rebate-Sub)
                   " could not be written - year left open"
               SET Run-Failed TO TRUE
           END-IF.

       WriteMaintAuditEntry.
           ACCEPT Time-Work FROM TIME
           MOVE Current-Run-Date        TO MA-Date
           MOVE TW-HHMMSS               TO MA-Time
           MOVE Operator-Id             TO MA-Operator
           MOVE "REBATE"                TO MA-File
           MOVE RBT-Cust-Id(Rebate-Sub) TO MA-Key
           MOVE Audit-Before-Work       TO MA-Before
           MOVE Audit-After-Work        TO MA-After
           WRITE Maint-Audit-Rec.

       PrintRebateStatement.
           IF First-Statement
               SET Not-First-Statement TO TRUE
           ELSE
               WRITE Rebate-Statement-Line FROM Statement-Separator-Line
               WRITE Rebate-Statement-Line FROM Blank-Line
           END-IF
           WRITE Rebate-Statement-Line FROM Statement-Heading-Line
           WRITE Rebate-Statement-Line FROM Statement-Underline
           WRITE Rebate-Statement-Line FROM Blank-Line
           MOVE RBT-Cust-Id(Rebate-Sub) TO Stm-Cust-Id
           PERFORM FindCustomer
           IF Customer-Found
               MOVE CT-Cust-Name(Customer-Sub) TO Stm-Cust-Name
           ELSE
               MOVE SPACES TO Stm-Cust-Name
           END-IF
           WRITE Rebate-Statement-Line FROM Statement-Cust-Line
           IF Customer-Found
               IF CT-Addr-1(Customer-Sub) NOT = SPACES
                   MOVE CT-Addr-1(Customer-Sub) TO Stm-Addr
                   WRITE Rebate-Statement-Line FROM Statement-Addr-Line
               END-IF
               IF CT-Addr-2(Customer-Sub) NOT = SPACES
                   MOVE CT-Addr-2(Customer-Sub) TO Stm-Addr
                   WRITE Rebate-Statement-Line FROM Statement-Addr-Line
               END-IF
               IF CT-Postcode(Customer-Sub) NOT = SPACES
                   MOVE CT-Postcode(Customer-Sub) TO Stm-Addr
                   WRITE Rebate-Statement-Line FROM Statement-Addr-Line
               END-IF
           END-IF
           MOVE Current-Run-Date TO Stm-Run-Date
           WRITE Rebate-Statement-Line FROM Statement-Date-Line
           MOVE RBT-Year-Start(Rebate-Sub) TO Stm-Year-Start
           MOVE RBT-Year-End(Rebate-Sub)   TO Stm-Year-End
           WRITE Rebate-Statement-Line FROM Statement-Year-Line
           MOVE RBT-Spend(Rebate-Sub) TO Stm-Spend
           WRITE Rebate-Statement-Line FROM Statement-Spend-Line
           WRITE Rebate-Statement-Line FROM Blank-Line
           PERFORM VARYING Band-Sub FROM 1 BY 1 UNTIL Band-Sub > 3
               IF RBT-Pct(Rebate-Sub, Band-Sub) > ZERO
                   MOVE Band-Sub TO Stm-Band-No
                   MOVE RBT-Pct(Rebate-Sub, Band-Sub) TO Stm-Band-Pct
                   MOVE RBT-Threshold(Rebate-Sub, Band-Sub)
                       TO Stm-Band-Threshold
                   IF Band-Sub = Band-Reached
                       MOVE "  <- REACHED" TO Stm-Band-Reached
                   ELSE
                       MOVE SPACES TO Stm-Band-Reached
                   END-IF
                   WRITE Rebate-Statement-Line
                       FROM Statement-Band-Line
               END-IF
           END-PERFORM
           WRITE Rebate-Statement-Line FROM Blank-Line
           MOVE Rebate-Earned TO Stm-Rebate
           MOVE Band-Rate     TO Stm-Rate
           WRITE Rebate-Statement-Line FROM Statement-Rebate-Line
           MOVE AR-Item-Date TO Stm-Ref-Date
           MOVE AR-Item-Seq  TO Stm-Ref-Seq
           WRITE Rebate-Statement-Line FROM Statement-Ref-Line
           WRITE Rebate-Statement-Line FROM Blank-Line
           WRITE Rebate-Statement-Line FROM Statement-Body-1-Line
           WRITE Rebate-Statement-Line FROM Statement-Body-2-Line.

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

       SaveAgreements.
           OPEN OUTPUT Rebate-File
           PERFORM VARYING Rebate-Sub FROM 1 BY 1
                   UNTIL Rebate-Sub > Rebate-Count
               MOVE RBT-Cust-Id(Rebate-Sub)    TO RB-Cust-Id
               MOVE RBT-Year-Start(Rebate-Sub) TO RB-Year-Start
               PERFORM VARYING Band-Sub FROM 1 BY 1 UNTIL Band-Sub > 3
                   MOVE RBT-Threshold(Rebate-Sub, Band-Sub)
                       TO RB-Threshold(Band-Sub)
                   MOVE RBT-Pct(Rebate-Sub, Band-Sub)
                       TO RB-Pct(Band-Sub)
               END-PERFORM
               MOVE RBT-Last-Settled(Rebate-Sub) TO RB-Last-Settled
               WRITE Rebate-Rec
           END-PERFORM
           CLOSE Rebate-File
           MOVE "REBATE.DAT" TO Seal-Data-Name
           MOVE "W" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result.

      * One balanced pair for the run: the rebate is an expense and
      * the debtors control comes down by the credits raised.
       WriteGlJournal.
           IF Credited-Total > ZERO
               OPEN EXTEND Gl-Journal-File
               IF Gl-Journal-File-Status = "35"
                   OPEN OUTPUT Gl-Journal-File
               END-IF
               MOVE Current-Run-Date TO GJ-Date
               MOVE "5500"           TO GJ-Account
               MOVE "D"              TO GJ-DrCr
               MOVE Credited-Total   TO GJ-Amount
               MOVE "VOLUME REBATES" TO GJ-Narrative
               WRITE Gl-Journal-Rec
               MOVE "1200"           TO GJ-Account
               MOVE "C"              TO GJ-DrCr
               WRITE Gl-Journal-Rec
               CLOSE Gl-Journal-File
           END-IF.
       END PROGRAM RebateSettle.
