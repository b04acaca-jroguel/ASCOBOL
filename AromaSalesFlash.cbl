      *          Strictly read-only: OILSTOCK.DAT, ARITEMS.DAT,
      *          SALESHIST.DAT, PERIOD.DAT and the checkpoint are
      *          never touched, so it can run mid-promotion without
      *          disturbing the night's postings.  Prices,
      *          contracts and discounts are looked up through keyed
      *          work copies of their own (FL*.TMP), apart from the
      *          nightly run's, so the two can run side by side.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Customer-File-Status.

           SELECT Promo-File ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Promo-File-Status.

           SELECT Flash-Report ASSIGN TO "FLASH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Price-Work-File ASSIGN TO "FLPRICE.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHW-Price-Key
               FILE STATUS IS Price-Work-File-Status.

           SELECT Contract-Work-File ASSIGN TO "FLCONTR.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNW-Contract-Key
               FILE STATUS IS Contract-Work-File-Status.

           SELECT Customer-Work-File ASSIGN TO "FLCUST.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CW-Cust-Id
               FILE STATUS IS Customer-Work-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Sales-File.
           02 SF-Txn-Type              PIC X.
               88 SF-Return            VALUE "R".
           02 SF-Rep-Id                PIC X(3).
           02 SF-Promo-Code            PIC X(5).

       FD Last-Run-File.
       01 Last-Run-Rec.
           02 CUST-NAME                PIC X(20).
           02 CUST-CREDIT-LIMIT        PIC 9(7).
           02 CUST-DISC-PCT            PIC 99V9.
           02 FILLER                   PIC X(81).

       01 Customer-Legacy-Rec REDEFINES Customer-Rec.
           02 FILLER                   PIC X(25).
           02 CUL-Unused               PIC X(10).

       FD Promo-File.
       01 Promo-Rec.
           88 End-Of-Promo-File        VALUE HIGH-VALUES.
           02 PR-Code                  PIC X(5).
           02 PR-Desc                  PIC X(20).
           02 PR-Oil-Num               PIC 99.
           02 PR-Oil-Class             PIC X.
           02 PR-Start-Date            PIC 9(8).
           02 PR-End-Date              PIC 9(8).
           02 PR-Benefit               PIC X.
           02 PR-Pct-Off               PIC 99V9.
           02 PR-Forced-Tier           PIC 9.

       FD Flash-Report.
       01 Flash-Line                   PIC X(64).

       FD Price-Work-File.
       01 Price-Work-Rec.
           02 PHW-Price-Key.
               03 PHW-Oil-Num          PIC 99.
               03 PHW-Eff-Date         PIC 9(8).
           02 PHW-Tier-Price           PIC 99V99 OCCURS 3 TIMES.

       FD Contract-Work-File.
       01 Contract-Work-Rec.
           02 CNW-Contract-Key.
               03 CNW-Cust-Id          PIC X(5).
               03 CNW-Oil-Num          PIC 99.
               03 CNW-Eff-Date         PIC 9(8).
           02 CNW-Price                PIC 99V99.

       FD Customer-Work-File.
       01 Customer-Work-Rec.
           02 CW-Cust-Id               PIC X(5).
           02 CW-Disc-Pct              PIC 99V9.

       WORKING-STORAGE SECTION.
       01  Price-Scan-Switch       PIC X VALUE "N".
           88 Price-Scan-Done      VALUE "Y".
           88 Price-Scan-Open      VALUE "N".

       01  Price-In-Force          PIC 99V99.

           88 Price-Row-Found      VALUE "Y".
           88 Price-Row-Not-Found  VALUE "N".

       01  Contract-Lookup-Switch  PIC X VALUE "N".
           88 Contract-Price-Applied   VALUE "Y".
           88 No-Contract-Price        VALUE "N".

       01  Promo-Table.
           02  Promo-Count             PIC 999 VALUE ZERO.
           02  Promo-Entry OCCURS 300 TIMES.
               03 PRT-Code             PIC X(5).
               03 PRT-Oil-Num          PIC 99.
               03 PRT-Oil-Class        PIC X.
               03 PRT-Start-Date       PIC 9(8).
               03 PRT-End-Date         PIC 9(8).
               03 PRT-Benefit          PIC X.
                   88 PRT-Forced-Tier  VALUE "T".
               03 PRT-Pct-Off          PIC 99V9.
               03 PRT-Tier             PIC 9.

       01  Promo-Sub                   PIC 999.
       01  Promo-Match-Sub             PIC 999.

       01  Promo-File-Status           PIC XX.

       01  Promo-Lookup-Switch     PIC X VALUE "N".
           88 Promo-Applied            VALUE "Y".
           88 No-Promo-Applied         VALUE "N".

       01  Promo-Values.
           02  Standard-Value-Work     PIC 9(6)V99.
           02  Promo-Value-Work        PIC 9(6)V99.

       01  Disc-Pct-Work               PIC 99V9.


       01  Customer-File-Status        PIC XX.

       01  Price-Work-File-Status      PIC XX.

       01  Contract-Work-File-Status   PIC XX.

       01  Customer-Work-File-Status   PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".
           PERFORM LoadLastRunDate
           PERFORM LoadOilPrices
           PERFORM LoadContractPrices
           PERFORM LoadPromotions
           PERFORM LoadCustomers
           PERFORM TallyFlashSales
           IF Run-OK
               PERFORM PrintFlashReport
           END-IF
           CLOSE Price-Work-File
           CLOSE Contract-Work-File
           CLOSE Customer-Work-File
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
           END-IF.

       LoadOilPrices.
           OPEN OUTPUT Price-Work-File
           CLOSE Price-Work-File
           OPEN I-O Price-Work-File
           OPEN INPUT Oil-Price-File
           IF Oil-Price-File-Status = "00"
               READ Oil-Price-File
                   "sales valued at zero"
           END-IF.

      * A later row for the same oil and date replaces an earlier
      * one, as the last such row in the file always won.
       LoadOnePriceRow.
           MOVE OP-Oil-Num TO PHW-Oil-Num
           IF OPL-Unused = SPACES
               MOVE ZERO TO PHW-Eff-Date
               PERFORM VARYING Tier-Sub FROM 1 BY 1
                       UNTIL Tier-Sub > 3
                   MOVE OPL-Tier-Price(Tier-Sub)
                       TO PHW-Tier-Price(Tier-Sub)
               END-PERFORM
           ELSE
               MOVE OP-Eff-Date TO PHW-Eff-Date
               PERFORM VARYING Tier-Sub FROM 1 BY 1
                       UNTIL Tier-Sub > 3
                   MOVE OP-Tier-Price(Tier-Sub)
                       TO PHW-Tier-Price(Tier-Sub)
               END-PERFORM
           END-IF
           WRITE Price-Work-Rec
               INVALID KEY REWRITE Price-Work-Rec
           END-WRITE.

       LoadContractPrices.
           OPEN OUTPUT Contract-Work-File
           CLOSE Contract-Work-File
           OPEN I-O Contract-Work-File
           OPEN INPUT Contract-Price-File
           IF Contract-Price-File-Status = "00"
               READ Contract-Price-File
                   AT END SET End-Of-Contract-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Contract-File
                   MOVE CP-Cust-Id  TO CNW-Cust-Id
                   MOVE CP-Oil-Num  TO CNW-Oil-Num
                   MOVE CP-Eff-Date TO CNW-Eff-Date
                   MOVE CP-Price    TO CNW-Price
                   WRITE Contract-Work-Rec
                       INVALID KEY REWRITE Contract-Work-Rec
                   END-WRITE
                   READ Contract-Price-File
                       AT END SET End-Of-Contract-File TO TRUE
                   END-READ
               CLOSE Contract-Price-File
           END-IF.

       LoadPromotions.
           OPEN INPUT Promo-File
           IF Promo-File-Status = "00"
               READ Promo-File
                   AT END SET End-Of-Promo-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Promo-File
                   IF Promo-Count < 300
                       ADD 1 TO Promo-Count
                       MOVE PR-Code        TO PRT-Code(Promo-Count)
                       MOVE PR-Oil-Num     TO PRT-Oil-Num(Promo-Count)
                       MOVE PR-Oil-Class
                           TO PRT-Oil-Class(Promo-Count)
                       MOVE PR-Start-Date
                           TO PRT-Start-Date(Promo-Count)
                       MOVE PR-End-Date    TO PRT-End-Date(Promo-Count)
                       MOVE PR-Benefit     TO PRT-Benefit(Promo-Count)
                       MOVE PR-Pct-Off     TO PRT-Pct-Off(Promo-Count)
                       MOVE PR-Forced-Tier TO PRT-Tier(Promo-Count)
                   END-IF
                   READ Promo-File
                       AT END SET End-Of-Promo-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Promo-File
           END-IF.

      * Should an id appear twice on the master the later record's
      * discount stands, as it always has.
       LoadCustomers.
           OPEN OUTPUT Customer-Work-File
           CLOSE Customer-Work-File
           OPEN I-O Customer-Work-File
           OPEN INPUT Customer-File
           IF Customer-File-Status = "00"
               READ Customer-File
                   AT END SET End-Of-Customer-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Customer-File
                   MOVE CUST-ID TO CW-Cust-Id
                   IF CUL-Unused = SPACES
                       MOVE ZERO TO CW-Disc-Pct
                   ELSE
                       MOVE CUST-DISC-PCT TO CW-Disc-Pct
                   END-IF
                   WRITE Customer-Work-Rec
                       INVALID KEY REWRITE Customer-Work-Rec
                   END-WRITE
                   READ Customer-File
                       AT END SET End-Of-Customer-File TO TRUE
                   END-READ
               PERFORM UNTIL End-Of-Sales-File
                   IF SF-Sale-Date > Last-Run-Date
                           AND SF-Oil-Name >= 1
                           AND SF-Oil-Name <= 99
                       PERFORM TallyOneSale
                   END-IF
                   READ Sales-File

      * The same valuation the nightly run will apply: contract
      * price first (flat, no discount), otherwise the tier price
      * in force on the sale date less the customer's discount,
      * bettered by the sale's promotion where one applies.
       ComputeFlashValue.
           PERFORM LookupContractPrice
           IF Contract-Price-Applied
                   COMPUTE Value-Of-Sale ROUNDED =
                       Value-Of-Sale * (100 - Disc-Pct-Work) / 100
               END-IF
               SET No-Promo-Applied TO TRUE
               IF SF-Promo-Code NOT = SPACES
                   PERFORM ApplyPromotion
               END-IF
           END-IF.

      * The sales run's promotion rule - inside the window, for a
      * covered oil, and only when it comes out lower than the
      * standard value.
       ApplyPromotion.
           PERFORM VARYING Promo-Sub FROM 1 BY 1
                   UNTIL Promo-Sub > Promo-Count
                       OR Promo-Applied
               IF PRT-Code(Promo-Sub) = SF-Promo-Code
                   AND SF-Sale-Date >= PRT-Start-Date(Promo-Sub)
                   AND SF-Sale-Date <= PRT-End-Date(Promo-Sub)
                   IF PRT-Oil-Num(Promo-Sub) = SF-Oil-Name
                       OR (PRT-Oil-Num(Promo-Sub) = ZERO
                           AND (PRT-Oil-Class(Promo-Sub) = SPACE
                               OR PRT-Oil-Class(Promo-Sub)
                                   = SF-Oil-Class))
                       SET Promo-Applied TO TRUE
                       MOVE Promo-Sub TO Promo-Match-Sub
                   END-IF
               END-IF
           END-PERFORM
           IF Promo-Applied
               MOVE Value-Of-Sale TO Standard-Value-Work
               IF PRT-Forced-Tier(Promo-Match-Sub)
                   MOVE PRT-Tier(Promo-Match-Sub) TO Size-Tier-Idx
                   PERFORM LookupSalePrice
                   COMPUTE Promo-Value-Work =
                       Price-In-Force * SF-Units-Sold
                   IF Disc-Pct-Work > ZERO
                       COMPUTE Promo-Value-Work ROUNDED =
                           Promo-Value-Work
                               * (100 - Disc-Pct-Work) / 100
                   END-IF
               ELSE
                   COMPUTE Promo-Value-Work ROUNDED =
                       Price-In-Force * SF-Units-Sold
                           * (100 - PRT-Pct-Off(Promo-Match-Sub))
                           / 100
               END-IF
               IF Promo-Value-Work < Standard-Value-Work
                   MOVE Promo-Value-Work TO Value-Of-Sale
               END-IF
           END-IF.

      * The keyed rows lie in effective-date order under customer
      * and oil, so the last one read before passing the sale date
      * is the one in force.
       LookupContractPrice.
           SET No-Contract-Price TO TRUE
           MOVE ZERO TO Price-Best-Date
           SET Price-Scan-Open TO TRUE
           MOVE SF-Cust-Id  TO CNW-Cust-Id
           MOVE SF-Oil-Name TO CNW-Oil-Num
           MOVE ZERO        TO CNW-Eff-Date
           START Contract-Work-File
               KEY IS NOT LESS THAN CNW-Contract-Key
               INVALID KEY SET Price-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Price-Scan-Done
               READ Contract-Work-File NEXT RECORD
                   AT END SET Price-Scan-Done TO TRUE
               END-READ
               IF Price-Scan-Open
                   IF CNW-Cust-Id NOT = SF-Cust-Id
                       OR CNW-Oil-Num NOT = SF-Oil-Name
                       OR CNW-Eff-Date > SF-Sale-Date
                       SET Price-Scan-Done TO TRUE
                   ELSE
                       SET Contract-Price-Applied TO TRUE
                       MOVE CNW-Eff-Date TO Price-Best-Date
                       MOVE CNW-Price    TO Price-In-Force
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ZERO TO Price-In-Force
           MOVE ZERO TO Price-Best-Date
           SET Price-Row-Not-Found TO TRUE
           SET Price-Scan-Open TO TRUE
           MOVE SF-Oil-Name TO PHW-Oil-Num
           MOVE ZERO        TO PHW-Eff-Date
           START Price-Work-File
               KEY IS NOT LESS THAN PHW-Price-Key
               INVALID KEY SET Price-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Price-Scan-Done
               READ Price-Work-File NEXT RECORD
                   AT END SET Price-Scan-Done TO TRUE
               END-READ
               IF Price-Scan-Open
                   IF PHW-Oil-Num NOT = SF-Oil-Name
                       OR PHW-Eff-Date > SF-Sale-Date
                       SET Price-Scan-Done TO TRUE
                   ELSE
                       SET Price-Row-Found TO TRUE
                       MOVE PHW-Eff-Date TO Price-Best-Date
                       MOVE PHW-Tier-Price(Size-Tier-Idx)
                           TO Price-In-Force
                   END-IF
               END-IF

       LookupDiscount.
           MOVE ZERO TO Disc-Pct-Work
           MOVE SF-Cust-Id TO CW-Cust-Id
           READ Customer-Work-File
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CW-Disc-Pct TO Disc-Pct-Work
           END-READ.

       DetermineSizeTier.
           IF SF-Unit-Size <= 10
