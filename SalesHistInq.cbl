      *          Prompts for a from/to sale date and an optional
      *          customer ID and/or oil number, then prints the
      *          matching priced detail with quantity and value totals.
      *          Months that SalesHistPurge has rolled out of the
      *          detail are taken from the SALESSUM.DAT monthly
      *          summary instead - each summary row overlapping the
      *          range prints once, dated by its month and marked
      *          MTH, ahead of the detail that is still held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Hist-File-Status.

           SELECT Sales-Summary-File ASSIGN TO "SALESSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Summary-File-Status.

           SELECT Inquiry-Report ASSIGN TO "SALESHIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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
               88 SM-Return            VALUE "R".
           02 SM-Rep-Id                PIC X(3).
           02 SM-Units                 PIC 9(7).
           02 SM-Value                 PIC 9(9)V99.
           02 SM-Line-Count            PIC 9(7).

       FD Inquiry-Report.
       01 Inquiry-Line                 PIC X(64).
           02  Sel-Oil-Num             PIC 99.

       01  Inquiry-Totals.
           02  Inq-Sales-Count         PIC 9(7)     VALUE ZERO.
           02  Inq-Qty-Sold            PIC S9(7)    VALUE ZERO.
           02  Inq-Sales-Value         PIC S9(8)V99 VALUE ZERO.

       01  Display-Sale-Value          PIC S9(9)V99.

       01  Summary-Month-First         PIC 9(8).
       01  Summary-Month-Last          PIC 9(8).

       01  Sales-Hist-File-Status      PIC XX.
       01  Sales-Summary-File-Status   PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           02  FILLER                  PIC X(7)  VALUE "  OIL  ".
           02  FILLER                  PIC X(6)  VALUE "SIZE  ".
           02  FILLER                  PIC X(7)  VALUE "UNITS  ".
           02  FILLER                  PIC X(13) VALUE "  SALES VALUE".
           02  FILLER                  PIC X(5)  VALUE "  TYP".
           02  FILLER                  PIC X(5)  VALUE "  SRC".

       01  Inquiry-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Sale-Date           PIC 9(8).
           02  Prn-Sale-Month REDEFINES Prn-Sale-Date.
               03  Prn-Year-Month      PIC 9(6).
               03  FILLER              PIC XX.
           02  Prn-Cust-Id             PIC BBBBX(5).
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Prn-Oil-Id              PIC X(3).
           02  Prn-Unit-Size           PIC BBBZ9.
           02  Prn-Units-Sold          PIC BZZZZZ9.
           02  Prn-Sale-Value          PIC BB$$,$$$,$$9.99-.
           02  Prn-Txn-Type            PIC BBX.
           02  Prn-Line-Source         PIC BBX(3).

       01  Inquiry-Count-Line.
           02  FILLER                  PIC X(26) VALUE SPACES.
           02  FILLER                  PIC X(19) VALUE
                                                  "MATCHING SALES    :".
           02  Prn-Inq-Count           PIC BBZ,ZZZ,ZZ9.

       01  Inquiry-Qty-Line.
           02  FILLER                  PIC X(26) VALUE SPACES.
           ELSE
               OPEN OUTPUT Inquiry-Report
               PERFORM PrintInquiryHeadings
               PERFORM ReadSalesSummary
               READ Sales-Hist-File
                   AT END SET End-Of-Sales-Hist-File TO TRUE
               END-READ
           DISPLAY "Enter customer ID, blank for all customers : "
               WITH NO ADVANCING
           ACCEPT Sel-Cust-Id
           DISPLAY "Enter oil number (01-99), 00 for all oils  : "
               WITH NO ADVANCING
           ACCEPT Sel-Oil-Num.

      * Summarised months are older than anything still in the
      * detail, so they print first.  No summary file simply means
      * nothing has been purged yet.
       ReadSalesSummary.
           OPEN INPUT Sales-Summary-File
           IF Sales-Summary-File-Status = "00"
               READ Sales-Summary-File
                   AT END SET End-Of-Sales-Summary-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-Summary-File
                   COMPUTE Summary-Month-First = SM-Year-Month * 100 + 1
                   COMPUTE Summary-Month-Last = SM-Year-Month * 100 + 31
                   IF Summary-Month-First <= Sel-To-Date
                           AND Summary-Month-Last >= Sel-From-Date
                       PERFORM SelectSummaryRecord
                   END-IF
                   READ Sales-Summary-File
                       AT END SET End-Of-Sales-Summary-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Sales-Summary-File
           END-IF.

       SelectSummaryRecord.
           IF (Sel-Cust-Id = SPACES OR SM-Cust-Id = Sel-Cust-Id)
                   AND (Sel-Oil-Num = ZERO
                       OR SM-Oil-Num = Sel-Oil-Num)
               PERFORM PrintSummaryDetail
           END-IF.

      * A summary row stands for SM-Line-Count sales in its month.
       PrintSummaryDetail.
           MOVE SPACES         TO Prn-Sale-Month
           MOVE SM-Year-Month  TO Prn-Year-Month
           MOVE SM-Cust-Id     TO Prn-Cust-Id
           MOVE SM-Oil-Id      TO Prn-Oil-Id
           MOVE SM-Unit-Size   TO Prn-Unit-Size
           MOVE SM-Units       TO Prn-Units-Sold
           IF SM-Return
               COMPUTE Display-Sale-Value = ZERO - SM-Value
           ELSE
               MOVE SM-Value TO Display-Sale-Value
           END-IF
           MOVE Display-Sale-Value TO Prn-Sale-Value
           MOVE SM-Txn-Type    TO Prn-Txn-Type
           MOVE "MTH"          TO Prn-Line-Source
           WRITE Inquiry-Line FROM Inquiry-Detail-Line
           ADD SM-Line-Count TO Inq-Sales-Count
           IF SM-Return
               SUBTRACT SM-Units FROM Inq-Qty-Sold
               SUBTRACT SM-Value FROM Inq-Sales-Value
           ELSE
               ADD SM-Units  TO Inq-Qty-Sold
               ADD SM-Value  TO Inq-Sales-Value
           END-IF.

       SelectHistRecord.
           IF (Sel-Cust-Id = SPACES OR SH-Cust-Id = Sel-Cust-Id)
                   AND (Sel-Oil-Num = ZERO
           END-IF
           MOVE Display-Sale-Value TO Prn-Sale-Value
           MOVE SH-Txn-Type    TO Prn-Txn-Type
           MOVE SPACES         TO Prn-Line-Source
           WRITE Inquiry-Line FROM Inquiry-Detail-Line
           ADD 1 TO Inq-Sales-Count
           IF SH-Return
