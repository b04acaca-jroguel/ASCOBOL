      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer activity and buying-pattern analysis over
      *          SALESHIST.DAT, so a salon account that stops ordering
      *          is noticed while it can still be won back.  For each
      *          customer on CUSTOMER.DAT it shows the last sale, the
      *          average days between orders, the orders and value of
      *          the last 12 months against the 12 before, and the
      *          change.  A customer whose gap since the last order
      *          has run past twice their own buying interval is
      *          flagged LAPSING, and one with no sale in 6 months
      *          LAPSED.  Lapsing accounts are listed first, most
      *          valuable first, with the customer's contact, then
      *          the lapsed, the active and those never sold to.
      *          Written to CUSTACT.RPT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustActivityRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Customer-File-Status.

           SELECT Sales-Hist-File ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Hist-File-Status.

           SELECT Work-File ASSIGN TO "CUSTACT.TMP".

           SELECT Rank-Work-File ASSIGN TO "CUSTRANK.TMP".

           SELECT Activity-Report ASSIGN TO "CUSTACT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       01 Customer-Legacy-Rec REDEFINES Customer-Rec.
           02 FILLER                   PIC X(25).
           02 CUL-Unused               PIC X(10).
           02 CUL-Tax-Unused           PIC X(13).
           02 CUL-Addr-Unused          PIC X(68).

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
           02 FILLER                   PIC X(42).

      * History in customer and date order, so each customer's
      * orders come through one after another.
       SD Work-File.
       01 Work-Hist-Rec.
           88 End-Of-Work-File         VALUE HIGH-VALUES.
           02 WH-Cust-Id               PIC X(5).
           02 WH-Sale-Date             PIC 9(8).
           02 WH-Sale-Value            PIC 9(6)V99.
           02 WH-Txn-Type              PIC X.
               88 WH-Return            VALUE "R".

      * One per customer, in the order the sales team works them.
       SD Rank-Work-File.
       01 Rank-Work-Rec.
           88 End-Of-Rank-Work-File    VALUE HIGH-VALUES.
           02 RW-Status-Order          PIC 9.
           02 RW-Value-12              PIC S9(8)V99.
           02 RW-Cust-Sub              PIC 9(5).

       FD Activity-Report.
       01 Activity-Line                PIC X(132).

       WORKING-STORAGE SECTION.
       01  Customer-Table.
           02  Customer-Count          PIC 9(5) VALUE ZERO.
           02  Customer-Entry OCCURS 2000 TIMES.
               03 CT-Cust-Id           PIC X(5).
               03 CT-Cust-Name         PIC X(20).
               03 CT-Contact           PIC X(20).
               03 CT-First-Order-Day   PIC 9(7).
               03 CT-Last-Order-Day    PIC 9(7).
               03 CT-Last-Order-Date   PIC 9(8).
               03 CT-Order-Count       PIC 9(5).
               03 CT-Orders-12         PIC 9(5).
               03 CT-Value-12          PIC S9(8)V99.
               03 CT-Value-Prior-12    PIC S9(8)V99.

       01  Customer-Sub                PIC 9(5).

       01  Customer-Lookup-Switch      PIC X VALUE "N".
           88 Customer-Found           VALUE "Y".
           88 Customer-Not-Found       VALUE "N".

       01  Hold-Cust-Id                PIC X(5).
       01  Hold-Order-Date             PIC 9(8).

      * Days are counted on the rough years*365 + months*30 + days
      * scale the ageing reports use - close enough for a buying
      * pattern.
       01  Date-Work.
           02  DW-Year                 PIC 9(4).
           02  DW-Month                PIC 9(2).
           02  DW-Day                  PIC 9(2).
       01  Date-Work-Num REDEFINES Date-Work PIC 9(8).

       01  Run-Day-Number              PIC 9(7).
       01  Sale-Day-Number             PIC 9(7).
       01  Days-Ago                    PIC S9(7).

      * A year is 365 on the rough scale, six months 180; a gap past
      * twice the customer's own interval is "well beyond" it.
       01  Activity-Limits.
           02  Year-Days               PIC 9(3) VALUE 365.
           02  Lapsed-Days             PIC 9(3) VALUE 180.
           02  Lapsing-Factor          PIC 9    VALUE 2.

       01  Average-Gap                 PIC 9(5).
       01  Days-Since-Last             PIC 9(5).
       01  Change-Pct                  PIC S9(4)V9.
       01  Signed-Value                PIC S9(6)V99.

       01  Activity-Status             PIC 9.
           88 Status-Lapsing           VALUE 1.
           88 Status-Lapsed            VALUE 2.
           88 Status-Active            VALUE 3.
           88 Status-No-Sales          VALUE 4.

       01  Status-Counts.
           02  Status-Count            PIC 9(5) OCCURS 4 TIMES.

       01  Status-Text-Table.
           02  FILLER                  PIC X(8) VALUE "LAPSING ".
           02  FILLER                  PIC X(8) VALUE "LAPSED  ".
           02  FILLER                  PIC X(8) VALUE "ACTIVE  ".
           02  FILLER                  PIC X(8) VALUE "NO SALES".
       01  Status-Text-Table-R REDEFINES Status-Text-Table.
           02  Status-Text             PIC X(8) OCCURS 4 TIMES.

       01  Current-Run-Date            PIC 9(8).

       01  Customer-File-Status        PIC XX.
       01  Sales-Hist-File-Status      PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Activity-Heading-Line       PIC X(48)
           VALUE "        CUSTOMER ACTIVITY AND LAPSED ACCOUNTS".

       01  Activity-Date-Line.
           02  FILLER                  PIC X(14) VALUE
                                          " RUN DATE   : ".
           02  Prn-Run-Date            PIC 9(8).
           02  FILLER                  PIC X(40) VALUE
               "   LAPSING = GAP OVER TWICE THE INTERVAL".
           02  FILLER                  PIC X(36) VALUE
               "   LAPSED = NO SALE IN 6 MONTHS".

       01  Activity-Topic-Line.
           02  FILLER                  PIC X(9)  VALUE " STATUS".
           02  FILLER                  PIC X(6)  VALUE "CUST".
           02  FILLER                  PIC X(21) VALUE "NAME".
           02  FILLER                  PIC X(21) VALUE "CONTACT".
           02  FILLER                  PIC X(9)  VALUE "LAST SALE".
           02  FILLER                  PIC X(6)  VALUE "  DAYS".
           02  FILLER                  PIC X(8)  VALUE " AVG GAP".
           02  FILLER                  PIC X(6)  VALUE " ORD12".
           02  FILLER                  PIC X(13) VALUE
                                          "   VALUE 12M".
           02  FILLER                  PIC X(13) VALUE
                                          "  PRIOR 12M".
           02  FILLER                  PIC X(8)  VALUE " CHANGE%".

       01  Activity-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Status              PIC X(8).
           02  Prn-Cust-Id             PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Cust-Name           PIC X(20).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Contact             PIC X(20).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Last-Sale           PIC 9(8).
           02  Prn-Days-Since          PIC BZZZZ9.
           02  Prn-Average-Gap         PIC BBBZZZZ9.
           02  Prn-Orders-12           PIC BZZZZ9.
           02  Prn-Value-12            PIC BZZZ,ZZ9.99-.
           02  Prn-Value-Prior         PIC BZZZ,ZZ9.99-.
           02  Prn-Change-Area.
               03  Prn-Change-Pct      PIC BBZZZ9.9-.
           02  Prn-Change-Text REDEFINES Prn-Change-Area PIC X(9).

       01  Activity-Summary-Line.
           02  FILLER                  PIC X(11) VALUE " LAPSING : ".
           02  Prn-Sum-Lapsing         PIC ZZZZ9.
           02  FILLER                  PIC X(12) VALUE "   LAPSED : ".
           02  Prn-Sum-Lapsed          PIC ZZZZ9.
           02  FILLER                  PIC X(12) VALUE "   ACTIVE : ".
           02  Prn-Sum-Active          PIC ZZZZ9.
           02  FILLER                  PIC X(14) VALUE
                                          "   NO SALES : ".
           02  Prn-Sum-No-Sales        PIC ZZZZ9.

       01  Activity-None-Line          PIC X(40) VALUE
           " NO CUSTOMERS ON FILE".

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           MOVE Current-Run-Date TO Date-Work-Num
           COMPUTE Run-Day-Number =
               DW-Year * 365 + DW-Month * 30 + DW-Day
           MOVE ZERO TO Status-Count(1) Status-Count(2)
               Status-Count(3) Status-Count(4)
           PERFORM LoadCustomers
           IF Run-OK
               OPEN INPUT Sales-Hist-File
               IF Sales-Hist-File-Status = "00"
                   CLOSE Sales-Hist-File
                   SORT Work-File
                       ASCENDING KEY WH-Cust-Id
                       ASCENDING KEY WH-Sale-Date
                       INPUT PROCEDURE IS ReadSalesHistory
                       OUTPUT PROCEDURE IS TallyCustomerOrders
               ELSE
                   DISPLAY "CUSTACTIVITYRPT: cannot open "
                       "SALESHIST.DAT - every customer shown with "
                       "no sales"
               END-IF
               OPEN OUTPUT Activity-Report
               PERFORM PrintReportHeading
               IF Customer-Count = ZERO
                   WRITE Activity-Line FROM Activity-None-Line
               ELSE
                   SORT Rank-Work-File
                       ASCENDING KEY RW-Status-Order
                       DESCENDING KEY RW-Value-12
                       INPUT PROCEDURE IS RankCustomers
                       OUTPUT PROCEDURE IS PrintRankedCustomers
               END-IF
               PERFORM PrintSummary
               CLOSE Activity-Report
           END-IF
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * Records from before the address block leave the contact
      * blank.
       LoadCustomers.
           OPEN INPUT Customer-File
           IF Customer-File-Status = "00"
               READ Customer-File
                   AT END SET End-Of-Customer-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Customer-File
                   IF Customer-Count < 2000
                       ADD 1 TO Customer-Count
                       MOVE Customer-Count TO Customer-Sub
                       MOVE CUST-ID   TO CT-Cust-Id(Customer-Sub)
                       MOVE CUST-NAME TO CT-Cust-Name(Customer-Sub)
                       IF CUL-Addr-Unused = SPACES
                           MOVE SPACES TO CT-Contact(Customer-Sub)
                       ELSE
                           MOVE CUST-CONTACT
                               TO CT-Contact(Customer-Sub)
                       END-IF
                       MOVE ZERO TO CT-First-Order-Day(Customer-Sub)
                           CT-Last-Order-Day(Customer-Sub)
                           CT-Last-Order-Date(Customer-Sub)
                           CT-Order-Count(Customer-Sub)
                           CT-Orders-12(Customer-Sub)
                           CT-Value-12(Customer-Sub)
                           CT-Value-Prior-12(Customer-Sub)
                   ELSE
                       IF Run-OK
                           DISPLAY "CUSTACTIVITYRPT: more than 2000 "
                               "customers on CUSTOMER.DAT - table "
                               "full, no report produced"
                           SET Run-Failed TO TRUE
                       END-IF
                   END-IF
                   READ Customer-File
                       AT END SET End-Of-Customer-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Customer-File
           ELSE
               DISPLAY "CUSTACTIVITYRPT: no CUSTOMER.DAT found - "
                   "no customers to analyse"
               SET Run-Failed TO TRUE
           END-IF.

       ReadSalesHistory.
           OPEN INPUT Sales-Hist-File
           READ Sales-Hist-File
               AT END SET End-Of-Sales-Hist-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Sales-Hist-File
               IF SH-Sale-Date <= Current-Run-Date
                   MOVE SH-Cust-Id    TO WH-Cust-Id
                   MOVE SH-Sale-Date  TO WH-Sale-Date
                   MOVE SH-Sale-Value TO WH-Sale-Value
                   MOVE SH-Txn-Type   TO WH-Txn-Type
                   RELEASE Work-Hist-Rec
               END-IF
               READ Sales-Hist-File
                   AT END SET End-Of-Sales-Hist-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE Sales-Hist-File.

      * An order is a customer's sale date - the several oil lines
      * of one day's order count once.  Returns take value off but
      * are not orders.
       TallyCustomerOrders.
           MOVE SPACES TO Hold-Cust-Id
           RETURN Work-File
               AT END SET End-Of-Work-File TO TRUE
           END-RETURN
           PERFORM UNTIL End-Of-Work-File
               IF WH-Cust-Id NOT = Hold-Cust-Id
                   MOVE WH-Cust-Id TO Hold-Cust-Id
                   MOVE ZERO TO Hold-Order-Date
                   PERFORM FindCustomer
               END-IF
               IF Customer-Found
                   PERFORM AddHistoryLine
               END-IF
               RETURN Work-File
                   AT END SET End-Of-Work-File TO TRUE
               END-RETURN
           END-PERFORM.

       AddHistoryLine.
           MOVE WH-Sale-Date TO Date-Work-Num
           COMPUTE Sale-Day-Number =
               DW-Year * 365 + DW-Month * 30 + DW-Day
           COMPUTE Days-Ago = Run-Day-Number - Sale-Day-Number
           IF WH-Return
               COMPUTE Signed-Value = ZERO - WH-Sale-Value
           ELSE
               MOVE WH-Sale-Value TO Signed-Value
           END-IF
           IF NOT WH-Return AND WH-Sale-Date NOT = Hold-Order-Date
               MOVE WH-Sale-Date TO Hold-Order-Date
               ADD 1 TO CT-Order-Count(Customer-Sub)
               IF CT-Order-Count(Customer-Sub) = 1
                   MOVE Sale-Day-Number
                       TO CT-First-Order-Day(Customer-Sub)
               END-IF
               MOVE Sale-Day-Number
                   TO CT-Last-Order-Day(Customer-Sub)
               MOVE WH-Sale-Date TO CT-Last-Order-Date(Customer-Sub)
               IF Days-Ago < Year-Days
                   ADD 1 TO CT-Orders-12(Customer-Sub)
               END-IF
           END-IF
           IF Days-Ago < Year-Days
               ADD Signed-Value TO CT-Value-12(Customer-Sub)
           ELSE
               IF Days-Ago < Year-Days * 2
                   ADD Signed-Value TO CT-Value-Prior-12(Customer-Sub)
               END-IF
           END-IF.

       FindCustomer.
           SET Customer-Not-Found TO TRUE
           PERFORM VARYING Customer-Sub FROM 1 BY 1
                   UNTIL Customer-Sub > Customer-Count
                       OR Customer-Found
               IF CT-Cust-Id(Customer-Sub) = Hold-Cust-Id
                   SET Customer-Found TO TRUE
               END-IF
           END-PERFORM
           IF Customer-Found
               SUBTRACT 1 FROM Customer-Sub
           END-IF.

       RankCustomers.
           PERFORM VARYING Customer-Sub FROM 1 BY 1
                   UNTIL Customer-Sub > Customer-Count
               PERFORM WorkOutStatus
               MOVE Activity-Status          TO RW-Status-Order
               MOVE CT-Value-12(Customer-Sub) TO RW-Value-12
               MOVE Customer-Sub             TO RW-Cust-Sub
               RELEASE Rank-Work-Rec
           END-PERFORM.

      * Lapsed outranks lapsing - six months without a sale is past
      * phoning to jog a habit.  The interval needs two orders to
      * mean anything.
       WorkOutStatus.
           MOVE ZERO TO Average-Gap Days-Since-Last
           IF CT-Order-Count(Customer-Sub) = ZERO
               SET Status-No-Sales TO TRUE
           ELSE
               COMPUTE Days-Since-Last =
                   Run-Day-Number - CT-Last-Order-Day(Customer-Sub)
               IF CT-Order-Count(Customer-Sub) > 1
                   COMPUTE Average-Gap ROUNDED =
                       (CT-Last-Order-Day(Customer-Sub)
                         - CT-First-Order-Day(Customer-Sub))
                       / (CT-Order-Count(Customer-Sub) - 1)
               END-IF
               EVALUATE TRUE
                   WHEN Days-Since-Last > Lapsed-Days
                       SET Status-Lapsed TO TRUE
                   WHEN Average-Gap > ZERO
                       AND Days-Since-Last
                           > Average-Gap * Lapsing-Factor
                       SET Status-Lapsing TO TRUE
                   WHEN OTHER
                       SET Status-Active TO TRUE
               END-EVALUATE
           END-IF.

       PrintRankedCustomers.
           RETURN Rank-Work-File
               AT END SET End-Of-Rank-Work-File TO TRUE
           END-RETURN
           PERFORM UNTIL End-Of-Rank-Work-File
               MOVE RW-Cust-Sub TO Customer-Sub
               PERFORM WorkOutStatus
               PERFORM PrintCustomerLine
               RETURN Rank-Work-File
                   AT END SET End-Of-Rank-Work-File TO TRUE
               END-RETURN
           END-PERFORM.

       PrintCustomerLine.
           ADD 1 TO Status-Count(Activity-Status)
           MOVE Status-Text(Activity-Status) TO Prn-Status
           MOVE CT-Cust-Id(Customer-Sub)     TO Prn-Cust-Id
           MOVE CT-Cust-Name(Customer-Sub)   TO Prn-Cust-Name
           MOVE CT-Contact(Customer-Sub)     TO Prn-Contact
           MOVE CT-Last-Order-Date(Customer-Sub) TO Prn-Last-Sale
           MOVE Days-Since-Last              TO Prn-Days-Since
           MOVE Average-Gap                  TO Prn-Average-Gap
           MOVE CT-Orders-12(Customer-Sub)   TO Prn-Orders-12
           MOVE CT-Value-12(Customer-Sub)    TO Prn-Value-12
           MOVE CT-Value-Prior-12(Customer-Sub) TO Prn-Value-Prior
           IF CT-Value-Prior-12(Customer-Sub) > ZERO
               COMPUTE Change-Pct ROUNDED =
                   (CT-Value-12(Customer-Sub)
                     - CT-Value-Prior-12(Customer-Sub)) * 100
                   / CT-Value-Prior-12(Customer-Sub)
                   ON SIZE ERROR MOVE 9999.9 TO Change-Pct
               END-COMPUTE
               MOVE Change-Pct TO Prn-Change-Pct
           ELSE
               IF CT-Value-12(Customer-Sub) > ZERO
                   MOVE "      NEW" TO Prn-Change-Text
               ELSE
                   MOVE SPACES TO Prn-Change-Text
               END-IF
           END-IF
           WRITE Activity-Line FROM Activity-Detail-Line.

       PrintReportHeading.
           WRITE Activity-Line FROM Activity-Heading-Line
           MOVE Current-Run-Date TO Prn-Run-Date
           WRITE Activity-Line FROM Activity-Date-Line
           WRITE Activity-Line FROM Blank-Line
           WRITE Activity-Line FROM Activity-Topic-Line.

       PrintSummary.
           WRITE Activity-Line FROM Blank-Line
           MOVE Status-Count(1) TO Prn-Sum-Lapsing
           MOVE Status-Count(2) TO Prn-Sum-Lapsed
           MOVE Status-Count(3) TO Prn-Sum-Active
           MOVE Status-Count(4) TO Prn-Sum-No-Sales
           WRITE Activity-Line FROM Activity-Summary-Line.

       END PROGRAM CustActivityRpt.
