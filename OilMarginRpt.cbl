      *          Oils still carrying a zero cost show their value at
      *          one hundred percent margin - the report makes the
      *          missing cost visible instead of hiding the oil.
      *          Months that SalesHistPurge has rolled out of the
      *          detail are picked up from the SALESSUM.DAT monthly
      *          summary, so the margin still covers the whole life
      *          of the history.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Hist-File-Status.

           SELECT Sales-Summary-File ASSIGN TO "SALESSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Summary-File-Status.

           SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Master-File-Status.
           02 SH-Sale-Value            PIC 9(6)V99.
           02 SH-Txn-Type              PIC X.
               88 SH-Return            VALUE "R".
           02 FILLER                   PIC X(42).

       FD Sales-Summary-File.
       01 Sales-Summary-Rec.
           88 End-Of-Sales-Summary-File VALUE HIGH-VALUES.
           02 SM-Year-Month            PIC 9(6).
           02 SM-Cust-Id               PIC X(5).
           02 SM-Oil-Id.
               03 FILLER               PIC X.
               03 SM-Oil-Num           PIC 99.
           02 SM-Unit-Size             PIC 99.
           02 SM-Txn-Type              PIC X.
           02 SM-Rep-Id                PIC X(3).
           02 SM-Units                 PIC 9(7).
           02 SM-Value                 PIC 9(9)V99.
           02 SM-Line-Count            PIC 9(7).

       FD Oil-Master-File.
       01 Oil-Master-Rec.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 OM-Unit-Cost             PIC 9(4)V99.
           02 FILLER                   PIC X.

       01 Oil-Master-Legacy-Rec REDEFINES Oil-Master-Rec.
           02 FILLER                   PIC X(23).
           02 CUST-NAME                PIC X(20).
           02 CUST-CREDIT-LIMIT        PIC 9(7).
           02 CUST-DISC-PCT            PIC 99V9.
           02 FILLER                   PIC X(81).

       01 Customer-Legacy-Rec REDEFINES Customer-Rec.
           02 FILLER                   PIC X(25).

       WORKING-STORAGE SECTION.
       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.
               03 OMT-Unit-Cost        PIC 9(4)V99 VALUE ZERO.

       01  Oil-Margin-Table.
           02  Oil-Margin-Entry OCCURS 99 TIMES.
               03 OMG-Units            PIC S9(7)    VALUE ZERO.
               03 OMG-Sales-Value      PIC S9(8)V99 VALUE ZERO.
               03 OMG-Cogs-Value       PIC S9(8)V99 VALUE ZERO.
               03 CT-Cust-Id           PIC X(5).
               03 CT-Cust-Name         PIC X(20).

      * One sale line or one monthly summary row, whichever is
      * being accumulated.
       01  Margin-Source-Line.
           02  ML-Cust-Id              PIC X(5).
           02  ML-Oil-Num              PIC 99.
           02  ML-Units                PIC 9(7).
           02  ML-Value                PIC 9(9)V99.
           02  ML-Txn-Type             PIC X.
               88 ML-Return            VALUE "R".

       01  Line-Cogs-Value             PIC S9(9)V99.

       01  Margin-Value                PIC S9(8)V99.
       01  Margin-Pct                  PIC S9(3)V9.

       01  Oil-Num-Idx                 PIC 999.
       01  Cust-Margin-Sub             PIC 9(5).
       01  Customer-Sub                PIC 9(5).


       01  Sales-Hist-File-Status      PIC XX.

       01  Sales-Summary-File-Status   PIC XX.

       01  Oil-Master-File-Status      PIC XX.

       01  Customer-File-Status        PIC XX.
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name TO OMT-Oil-Name(OM-Oil-Num)
                       IF OML-Unused = SPACES
                           MOVE ZERO TO OMT-Unit-Cost(OM-Oil-Num)
                   AT END SET End-Of-Sales-Hist-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-Hist-File
                   IF SH-Oil-Num >= 1 AND SH-Oil-Num <= 99
                       MOVE SH-Cust-Id    TO ML-Cust-Id
                       MOVE SH-Oil-Num    TO ML-Oil-Num
                       MOVE SH-Units-Sold TO ML-Units
                       MOVE SH-Sale-Value TO ML-Value
                       MOVE SH-Txn-Type   TO ML-Txn-Type
                       PERFORM AccumulateOneLine
                   END-IF
                   READ Sales-Hist-File
                   END-READ
               END-PERFORM
               CLOSE Sales-Hist-File
               PERFORM AccumulateSummaryMonths
           END-IF.

      * No summary file simply means nothing has been purged yet.
       AccumulateSummaryMonths.
           OPEN INPUT Sales-Summary-File
           IF Sales-Summary-File-Status = "00"
               READ Sales-Summary-File
                   AT END SET End-Of-Sales-Summary-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-Summary-File
                   IF SM-Oil-Num >= 1 AND SM-Oil-Num <= 99
                       MOVE SM-Cust-Id    TO ML-Cust-Id
                       MOVE SM-Oil-Num    TO ML-Oil-Num
                       MOVE SM-Units      TO ML-Units
                       MOVE SM-Value      TO ML-Value
                       MOVE SM-Txn-Type   TO ML-Txn-Type
                       PERFORM AccumulateOneLine
                   END-IF
                   READ Sales-Summary-File
                       AT END SET End-Of-Sales-Summary-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Sales-Summary-File
           END-IF.

       AccumulateOneLine.
           COMPUTE Line-Cogs-Value =
               ML-Units * OMT-Unit-Cost(ML-Oil-Num)
           PERFORM FindCustMarginEntry
           IF ML-Return
               SUBTRACT ML-Units
                   FROM OMG-Units(ML-Oil-Num)
               SUBTRACT ML-Value
                   FROM OMG-Sales-Value(ML-Oil-Num)
               SUBTRACT Line-Cogs-Value
                   FROM OMG-Cogs-Value(ML-Oil-Num)
               IF Cust-Margin-Sub > ZERO
                   SUBTRACT ML-Units
                       FROM CMG-Units(Cust-Margin-Sub)
                   SUBTRACT ML-Value
                       FROM CMG-Sales-Value(Cust-Margin-Sub)
                   SUBTRACT Line-Cogs-Value
                       FROM CMG-Cogs-Value(Cust-Margin-Sub)
               END-IF
           ELSE
               ADD ML-Units         TO OMG-Units(ML-Oil-Num)
               ADD ML-Value         TO OMG-Sales-Value(ML-Oil-Num)
               ADD Line-Cogs-Value  TO OMG-Cogs-Value(ML-Oil-Num)
               IF Cust-Margin-Sub > ZERO
                   ADD ML-Units
                       TO CMG-Units(Cust-Margin-Sub)
                   ADD ML-Value
                       TO CMG-Sales-Value(Cust-Margin-Sub)
                   ADD Line-Cogs-Value
                       TO CMG-Cogs-Value(Cust-Margin-Sub)
           MOVE ZERO TO Cust-Margin-Sub
           PERFORM VARYING Customer-Sub FROM 1 BY 1
                   UNTIL Customer-Sub > Cust-Margin-Count
               IF CMG-Cust-Id(Customer-Sub) = ML-Cust-Id
                   MOVE Customer-Sub TO Cust-Margin-Sub
               END-IF
           END-PERFORM
               IF Cust-Margin-Count < 2000
                   ADD 1 TO Cust-Margin-Count
                   MOVE Cust-Margin-Count TO Cust-Margin-Sub
                   MOVE ML-Cust-Id TO CMG-Cust-Id(Cust-Margin-Sub)
                   MOVE ZERO TO CMG-Units(Cust-Margin-Sub)
                       CMG-Sales-Value(Cust-Margin-Sub)
                       CMG-Cogs-Value(Cust-Margin-Sub)
               ELSE
                   DISPLAY "OILMARGINRPT: more than 2000 customers "
                       "on history - line dropped for " ML-Cust-Id
               END-IF
           END-IF.

           WRITE Margin-Line FROM Oil-Topic-Line
           MOVE ZERO TO Total-Sales-Value Total-Cogs-Value
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               IF OMG-Units(Oil-Num-Idx) NOT = ZERO
                   OR OMG-Sales-Value(Oil-Num-Idx) NOT = ZERO
                   PERFORM PrintOneOilMarginLine
