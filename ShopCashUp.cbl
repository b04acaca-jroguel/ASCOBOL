      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shop end-of-day cash-up.  Totals the till sales on
      *          SHOPTILL.DAT by tender - what the cash drawer and
      *          the card terminal should hold - takes the cash
      *          counted out of the drawer (float left behind) and
      *          the card terminal's end-of-day total, and prints
      *          expected, counted and over/short per tender to
      *          SHOPCASH.RPT.  Once the figures are accepted the
      *          counted takings are banked as type S receipts on
      *          CASHRCPT.DAT under the SHOP customer code, so the
      *          cash journal and the bank reconciliation carry them
      *          like any other deposit, and the day goes to the
      *          ledger on GLJRNL.DAT: bank (1100) debited with what
      *          was counted, essential (4000) and carrier/blend
      *          (4100) sales and sales tax payable (2200) credited,
      *          any difference to till over/short (5600), and the
      *          cost of the stock sold from 1300 to 5000.  The
      *          cashed-up lines then move to SHOPHIST.DAT and the
      *          till starts the next day empty, so no sale is ever
      *          cashed up twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShopCashUp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Shop-Till-File ASSIGN TO "SHOPTILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Shop-Till-File-Status.

           SELECT Shop-Hist-File ASSIGN TO "SHOPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Shop-Hist-File-Status.

           SELECT Cash-Receipt-File ASSIGN TO "CASHRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cash-Receipt-File-Status.

           SELECT Gl-Journal-File ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Journal-File-Status.

           SELECT Cash-Up-Report ASSIGN TO "SHOPCASH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * Till sale lines rung up by ShopTillEntry and not yet cashed
      * up.
       FD Shop-Till-File.
       01 Shop-Till-Rec.
           88 End-Of-Shop-Till-File    VALUE HIGH-VALUES.
           02 TL-Sale-Date             PIC 9(8).
           02 TL-Sale-Time             PIC 9(6).
           02 TL-Sale-No               PIC 9(4).
           02 TL-Line-No               PIC 99.
           02 TL-Oil-Num               PIC 99.
           02 TL-Oil-Class             PIC X.
               88 TL-Essential-Oil     VALUE "E".
           02 TL-Unit-Size             PIC 99.
           02 TL-Units                 PIC 999.
           02 TL-Unit-Price            PIC 99V99.
           02 TL-Sale-Value            PIC 9(6)V99.
           02 TL-Tax-Value             PIC 9(5)V99.
           02 TL-Cost-Value            PIC 9(6)V99.
           02 TL-Tender                PIC X.
               88 TL-Paid-Cash         VALUE "C".
           02 TL-Operator              PIC X(3).

       FD Shop-Hist-File.
       01 Shop-Hist-Rec                PIC X(59).

       FD Cash-Receipt-File.
       01 Cash-Receipt-Rec.
           02 RCP-Date                 PIC 9(8).
           02 RCP-Time                 PIC 9(6).
           02 RCP-Cust-Id              PIC X(5).
           02 RCP-Item-Date            PIC 9(8).
           02 RCP-Applied-Amount       PIC 9(6)V99.
           02 RCP-Type                 PIC X.

       FD Gl-Journal-File.
       01 Gl-Journal-Rec.
           02 GJ-Date                  PIC 9(8).
           02 GJ-Account               PIC X(4).
           02 GJ-DrCr                  PIC X.
           02 GJ-Amount                PIC 9(8)V99.
           02 GJ-Narrative             PIC X(20).

       FD Cash-Up-Report.
       01 Cash-Up-Line                 PIC X(64).

      * Who is signed on at the console, left by OperatorMenu - the
      * lock is taken in this person's name so a second opener is
      * told WHO is in the file.  Absent or empty, the old prompt
      * asks.
       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
      * Walk-in takings are banked under this code - no customer
      * master row carries it.
       01  Shop-Cust-Id                PIC X(5) VALUE "SHOP".

       01  Till-Totals.
           02  Till-Line-Count         PIC 9(5)     VALUE ZERO.
           02  First-Sale-Date         PIC 9(8)     VALUE ZERO.
           02  Last-Sale-Date          PIC 9(8)     VALUE ZERO.
           02  Cash-Sale-Count         PIC 9(5)     VALUE ZERO.
           02  Card-Sale-Count         PIC 9(5)     VALUE ZERO.
           02  Cash-Expected           PIC 9(7)V99  VALUE ZERO.
           02  Card-Expected           PIC 9(7)V99  VALUE ZERO.
           02  Essential-Goods-Value   PIC 9(7)V99  VALUE ZERO.
           02  Carrier-Goods-Value     PIC 9(7)V99  VALUE ZERO.
           02  Shop-Tax-Value          PIC 9(7)V99  VALUE ZERO.
           02  Shop-Cost-Value         PIC 9(7)V99  VALUE ZERO.

       01  Counted-Figures.
           02  Cash-Counted            PIC 9(6)V99  VALUE ZERO.
           02  Card-Counted            PIC 9(6)V99  VALUE ZERO.
           02  Total-Counted           PIC 9(7)V99  VALUE ZERO.
           02  Total-Expected          PIC 9(7)V99  VALUE ZERO.
           02  Cash-Over-Short         PIC S9(7)V99 VALUE ZERO.
           02  Card-Over-Short         PIC S9(7)V99 VALUE ZERO.
           02  Total-Over-Short        PIC S9(7)V99 VALUE ZERO.

       01  Entry-Confirm               PIC X.
           88 Posting-Confirmed        VALUE "Y" "y".

       01  Time-Work.
           02  TW-HHMMSS               PIC 9(6).
           02  FILLER                  PIC 99.

       01  Display-Value               PIC ZZZ,ZZ9.99-.

       01  Shop-Till-File-Status       PIC XX.
       01  Shop-Hist-File-Status       PIC XX.
       01  Cash-Receipt-File-Status    PIC XX.
       01  Gl-Journal-File-Status      PIC XX.
       01  Signon-File-Status          PIC XX.

       01  Current-Run-Date            PIC 9(8).

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Cash-Up-Heading-Line        PIC X(44)
           VALUE "            AROMAMORA SHOP CASH-UP".

       01  Cash-Up-Heading-Underline.
           02  FILLER                  PIC X(12) VALUE SPACES.
           02  FILLER                  PIC X(22) VALUE ALL "-".

       01  Cash-Up-Date-Line.
           02  FILLER                  PIC X(14) VALUE
                                          " CASHED UP  : ".
           02  Prn-Run-Date            PIC 9(8).
           02  FILLER                  PIC X(16) VALUE
                                          "     OPERATOR : ".
           02  Prn-Run-Operator        PIC X(3).

       01  Cash-Up-Range-Line.
           02  FILLER                  PIC X(14) VALUE
                                          " SALES FROM : ".
           02  Prn-First-Date          PIC 9(8).
           02  FILLER                  PIC X(4)  VALUE " TO ".
           02  Prn-Last-Date           PIC 9(8).

       01  Cash-Up-Topic-Line.
           02  FILLER                  PIC X(8)  VALUE " TENDER".
           02  FILLER                  PIC X(7)  VALUE "  SALES".
           02  FILLER                  PIC X(14) VALUE
                                          "      EXPECTED".
           02  FILLER                  PIC X(12) VALUE
                                          "     COUNTED".
           02  FILLER                  PIC X(14) VALUE
                                          "    OVER/SHORT".

       01  Cash-Up-Tender-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Tender-Name         PIC X(7).
           02  Prn-Tender-Count        PIC ZZ,ZZ9.
           02  Prn-Tender-Expected     PIC BBZ,ZZZ,ZZ9.99.
           02  Prn-Tender-Counted      PIC BBZZZ,ZZ9.99.
           02  Prn-Tender-Over-Short   PIC BBZ,ZZZ,ZZ9.99-.

       01  Cash-Up-Total-Line.
           02  Prn-Total-Label         PIC X(30).
           02  Prn-Total-Value         PIC BZ,ZZZ,ZZ9.99.

       01  Cash-Up-Status-Line         PIC X(64).

       01  Blank-Line                  PIC X VALUE SPACE.

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
           PERFORM AcquireTillLock
           IF Lock-Result = "N"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM TotalTillSales
           IF Till-Line-Count = ZERO
               DISPLAY "SHOPCASHUP: no till sales on SHOPTILL.DAT - "
                   "nothing to cash up"
           ELSE
               PERFORM GetCountedTakings
               PERFORM WorkOutOverShort
               PERFORM PrintCashUp
               DISPLAY "(Y) to bank the counted takings and post "
                   "the day: " WITH NO ADVANCING
               ACCEPT Entry-Confirm
               IF Posting-Confirmed
                   PERFORM WriteCashReceipts
                   PERFORM WriteGlTakings
                   PERFORM ArchiveTillSales
                   MOVE " TAKINGS BANKED AND POSTED"
                       TO Cash-Up-Status-Line
                   DISPLAY "SHOPCASHUP: " Till-Line-Count
                       " till line(s) cashed up and posted"
               ELSE
                   MOVE " NOT POSTED - TILL LEFT FOR THE NEXT CASH-UP"
                       TO Cash-Up-Status-Line
                   DISPLAY "SHOPCASHUP: nothing posted - "
                       "SHOPTILL.DAT left as it was"
               END-IF
               OPEN EXTEND Cash-Up-Report
               WRITE Cash-Up-Line FROM Blank-Line
               WRITE Cash-Up-Line FROM Cash-Up-Status-Line
               CLOSE Cash-Up-Report
           END-IF
           PERFORM ReleaseTillLock
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

      * The till is shut while it is counted - no sale may land on
      * SHOPTILL.DAT between the totals and the clear-down.
       AcquireTillLock.
           MOVE "SHOPTILL.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "SHOPCASHUP: SHOPTILL.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseTillLock.
           MOVE "SHOPTILL.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

      * Everything on the till since the last cash-up, whatever day
      * it was rung up - a missed cash-up is caught up in one go.
       TotalTillSales.
           OPEN INPUT Shop-Till-File
           IF Shop-Till-File-Status = "00"
               READ Shop-Till-File
                   AT END SET End-Of-Shop-Till-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Shop-Till-File
                   PERFORM AddTillLine
                   READ Shop-Till-File
                       AT END SET End-Of-Shop-Till-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Shop-Till-File
           END-IF.

       AddTillLine.
           ADD 1 TO Till-Line-Count
           IF First-Sale-Date = ZERO
               OR TL-Sale-Date < First-Sale-Date
               MOVE TL-Sale-Date TO First-Sale-Date
           END-IF
           IF TL-Sale-Date > Last-Sale-Date
               MOVE TL-Sale-Date TO Last-Sale-Date
           END-IF
           IF TL-Paid-Cash
               ADD TL-Sale-Value TL-Tax-Value TO Cash-Expected
               IF TL-Line-No = 1
                   ADD 1 TO Cash-Sale-Count
               END-IF
           ELSE
               ADD TL-Sale-Value TL-Tax-Value TO Card-Expected
               IF TL-Line-No = 1
                   ADD 1 TO Card-Sale-Count
               END-IF
           END-IF
           IF TL-Essential-Oil
               ADD TL-Sale-Value TO Essential-Goods-Value
           ELSE
               ADD TL-Sale-Value TO Carrier-Goods-Value
           END-IF
           ADD TL-Tax-Value  TO Shop-Tax-Value
           ADD TL-Cost-Value TO Shop-Cost-Value.

       GetCountedTakings.
           MOVE Cash-Expected TO Display-Value
           DISPLAY "Cash expected in the drawer   : " Display-Value
           DISPLAY "Cash counted, float left out  : "
               WITH NO ADVANCING
           ACCEPT Cash-Counted
           MOVE Card-Expected TO Display-Value
           DISPLAY "Card sales expected           : " Display-Value
           DISPLAY "Card terminal end-of-day total: "
               WITH NO ADVANCING
           ACCEPT Card-Counted.

       WorkOutOverShort.
           COMPUTE Cash-Over-Short = Cash-Counted - Cash-Expected
           COMPUTE Card-Over-Short = Card-Counted - Card-Expected
           COMPUTE Total-Expected = Cash-Expected + Card-Expected
           COMPUTE Total-Counted = Cash-Counted + Card-Counted
           COMPUTE Total-Over-Short = Total-Counted - Total-Expected.

       PrintCashUp.
           OPEN OUTPUT Cash-Up-Report
           WRITE Cash-Up-Line FROM Cash-Up-Heading-Line
           WRITE Cash-Up-Line FROM Cash-Up-Heading-Underline
           MOVE Current-Run-Date TO Prn-Run-Date
           MOVE Operator-Id      TO Prn-Run-Operator
           WRITE Cash-Up-Line FROM Cash-Up-Date-Line
           MOVE First-Sale-Date  TO Prn-First-Date
           MOVE Last-Sale-Date   TO Prn-Last-Date
           WRITE Cash-Up-Line FROM Cash-Up-Range-Line
           WRITE Cash-Up-Line FROM Blank-Line
           WRITE Cash-Up-Line FROM Cash-Up-Topic-Line
           MOVE "CASH"            TO Prn-Tender-Name
           MOVE Cash-Sale-Count   TO Prn-Tender-Count
           MOVE Cash-Expected     TO Prn-Tender-Expected
           MOVE Cash-Counted      TO Prn-Tender-Counted
           MOVE Cash-Over-Short   TO Prn-Tender-Over-Short
           WRITE Cash-Up-Line FROM Cash-Up-Tender-Line
           MOVE "CARD"            TO Prn-Tender-Name
           MOVE Card-Sale-Count   TO Prn-Tender-Count
           MOVE Card-Expected     TO Prn-Tender-Expected
           MOVE Card-Counted      TO Prn-Tender-Counted
           MOVE Card-Over-Short   TO Prn-Tender-Over-Short
           WRITE Cash-Up-Line FROM Cash-Up-Tender-Line
           MOVE "TOTAL"           TO Prn-Tender-Name
           COMPUTE Prn-Tender-Count = Cash-Sale-Count + Card-Sale-Count
           MOVE Total-Expected    TO Prn-Tender-Expected
           MOVE Total-Counted     TO Prn-Tender-Counted
           MOVE Total-Over-Short  TO Prn-Tender-Over-Short
           WRITE Cash-Up-Line FROM Cash-Up-Tender-Line
           WRITE Cash-Up-Line FROM Blank-Line
           MOVE "ESSENTIAL OIL SALES         :" TO Prn-Total-Label
           MOVE Essential-Goods-Value TO Prn-Total-Value
           WRITE Cash-Up-Line FROM Cash-Up-Total-Line
           MOVE "CARRIER/BLEND SALES         :" TO Prn-Total-Label
           MOVE Carrier-Goods-Value TO Prn-Total-Value
           WRITE Cash-Up-Line FROM Cash-Up-Total-Line
           MOVE "SALES TAX COLLECTED         :" TO Prn-Total-Label
           MOVE Shop-Tax-Value TO Prn-Total-Value
           WRITE Cash-Up-Line FROM Cash-Up-Total-Line
           MOVE "COST OF STOCK SOLD          :" TO Prn-Total-Label
           MOVE Shop-Cost-Value TO Prn-Total-Value
           WRITE Cash-Up-Line FROM Cash-Up-Total-Line
           CLOSE Cash-Up-Report.

      * What was counted is what goes to the bank - one receipt per
      * tender, dated today, so BankRecon looks for the day's
      * deposit at that figure.
       WriteCashReceipts.
           OPEN EXTEND Cash-Receipt-File
           IF Cash-Receipt-File-Status = "35"
               OPEN OUTPUT Cash-Receipt-File
           END-IF
           ACCEPT Time-Work FROM TIME
           MOVE Current-Run-Date TO RCP-Date
           MOVE TW-HHMMSS        TO RCP-Time
           MOVE Shop-Cust-Id     TO RCP-Cust-Id
           MOVE Current-Run-Date TO RCP-Item-Date
           MOVE "S"              TO RCP-Type
           IF Cash-Counted > ZERO
               MOVE Cash-Counted TO RCP-Applied-Amount
               WRITE Cash-Receipt-Rec
           END-IF
           IF Card-Counted > ZERO
               MOVE Card-Counted TO RCP-Applied-Amount
               WRITE Cash-Receipt-Rec
           END-IF
           CLOSE Cash-Receipt-File.

      * Bank takes what was counted; sales and tax are credited at
      * what the till rang up; the difference is the over/short.
       WriteGlTakings.
           OPEN EXTEND Gl-Journal-File
           IF Gl-Journal-File-Status = "35"
               OPEN OUTPUT Gl-Journal-File
           END-IF
           MOVE Current-Run-Date TO GJ-Date
           IF Total-Counted > ZERO
               MOVE "1100"                  TO GJ-Account
               MOVE "D"                     TO GJ-DrCr
               MOVE Total-Counted           TO GJ-Amount
               MOVE "SHOP TAKINGS BANKED"   TO GJ-Narrative
               WRITE Gl-Journal-Rec
           END-IF
           IF Essential-Goods-Value > ZERO
               MOVE "4000"                  TO GJ-Account
               MOVE "C"                     TO GJ-DrCr
               MOVE Essential-Goods-Value   TO GJ-Amount
               MOVE "SHOP ESSENTIAL SALES"  TO GJ-Narrative
               WRITE Gl-Journal-Rec
           END-IF
           IF Carrier-Goods-Value > ZERO
               MOVE "4100"                  TO GJ-Account
               MOVE "C"                     TO GJ-DrCr
               MOVE Carrier-Goods-Value     TO GJ-Amount
               MOVE "SHOP CARRIER SALES"    TO GJ-Narrative
               WRITE Gl-Journal-Rec
           END-IF
           IF Shop-Tax-Value > ZERO
               MOVE "2200"                  TO GJ-Account
               MOVE "C"                     TO GJ-DrCr
               MOVE Shop-Tax-Value          TO GJ-Amount
               MOVE "SHOP SALES TAX"        TO GJ-Narrative
               WRITE Gl-Journal-Rec
           END-IF
           IF Total-Over-Short < ZERO
               MOVE "5600"                  TO GJ-Account
               MOVE "D"                     TO GJ-DrCr
               COMPUTE GJ-Amount = ZERO - Total-Over-Short
               MOVE "TILL SHORTAGE"         TO GJ-Narrative
               WRITE Gl-Journal-Rec
           END-IF
           IF Total-Over-Short > ZERO
               MOVE "5600"                  TO GJ-Account
               MOVE "C"                     TO GJ-DrCr
               MOVE Total-Over-Short        TO GJ-Amount
               MOVE "TILL SURPLUS"          TO GJ-Narrative
               WRITE Gl-Journal-Rec
           END-IF
           IF Shop-Cost-Value > ZERO
               MOVE "5000"                  TO GJ-Account
               MOVE "D"                     TO GJ-DrCr
               MOVE Shop-Cost-Value         TO GJ-Amount
               MOVE "SHOP COST OF SALES"    TO GJ-Narrative
               WRITE Gl-Journal-Rec
               MOVE "1300"                  TO GJ-Account
               MOVE "C"                     TO GJ-DrCr
               MOVE "SHOP STOCK DEPLETION"  TO GJ-Narrative
               WRITE Gl-Journal-Rec
           END-IF
           CLOSE Gl-Journal-File.

      * The cashed-up lines are kept on SHOPHIST.DAT and the till is
      * emptied for the next day.
       ArchiveTillSales.
           OPEN EXTEND Shop-Hist-File
           IF Shop-Hist-File-Status = "35"
               OPEN OUTPUT Shop-Hist-File
           END-IF
           OPEN INPUT Shop-Till-File
           READ Shop-Till-File
               AT END SET End-Of-Shop-Till-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Shop-Till-File
               MOVE Shop-Till-Rec TO Shop-Hist-Rec
               WRITE Shop-Hist-Rec
               READ Shop-Till-File
                   AT END SET End-Of-Shop-Till-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE Shop-Till-File
           CLOSE Shop-Hist-File
           OPEN OUTPUT Shop-Till-File
           CLOSE Shop-Till-File.
       END PROGRAM ShopCashUp.
