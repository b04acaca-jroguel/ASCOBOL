               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Lot-File-Status.

           SELECT Lot-Quar-File ASSIGN TO "LOTQUAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lot-Quar-File-Status.

           SELECT Gl-Account-File ASSIGN TO "GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Account-File-Status.
           SELECT Gl-Journal-Report ASSIGN TO "GLJRNL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Quote-File ASSIGN TO "QUOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Quote-File-Status.

           SELECT Promo-File ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Promo-File-Status.

           SELECT Promo-Post-File ASSIGN TO "PROMPOST.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Promo-Sales-File ASSIGN TO "PROMOSLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Promo-Sales-File-Status.

           SELECT Del-Zone-File ASSIGN TO "DELZONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Del-Zone-File-Status.

           SELECT Carriage-Sale-File ASSIGN TO "CARRSALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Carriage-Sale-File-Status.

           SELECT Carriage-Hist-File ASSIGN TO "CARRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Carriage-Hist-File-Status.

           SELECT Customer-Work-File ASSIGN TO "CUSTWORK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CW-Cust-Id
               FILE STATUS IS Customer-Work-File-Status.

           SELECT Price-Work-File ASSIGN TO "PRICEWK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHW-Price-Key
               FILE STATUS IS Price-Work-File-Status.

           SELECT Contract-Work-File ASSIGN TO "CONTRWK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNW-Contract-Key
               FILE STATUS IS Contract-Work-File-Status.

           SELECT Quote-Work-File ASSIGN TO "QUOTEWK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QW-Sale-Key
               FILE STATUS IS Quote-Work-File-Status.

           SELECT Promo-Work-File ASSIGN TO "PROMOWK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PW-Promo-Key
               FILE STATUS IS Promo-Work-File-Status.

           SELECT Quar-Work-File ASSIGN TO "QUARWK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QK-Quar-Key
               FILE STATUS IS Quar-Work-File-Status.

           SELECT Zone-Work-File ASSIGN TO "DELZWK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZW-Prefix
               FILE STATUS IS Zone-Work-File-Status.

           SELECT Sale-Key-File ASSIGN TO "SALEKEYS.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DK-Sale-Key
               FILE STATUS IS Sale-Key-File-Status.

           SELECT Rep-Work-File ASSIGN TO "REPWORK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RW-Rep-Id
               FILE STATUS IS Rep-Work-File-Status.

           SELECT Lot-Work-File ASSIGN TO "LOTWORK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LW-Lot-Key
               FILE STATUS IS Lot-Work-File-Status.

           SELECT Back-Order-Work-File ASSIGN TO "BACKWORK.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Lot-Sort-File ASSIGN TO "LOTSORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD Sales-File.
      * Salesperson code; web-feed records arriving without one are
      * defaulted to the house code so commission still adds up.
           02 SF-Rep-Id                PIC X(3).
      * Promotion code the sale was made under, from PROMO.DAT.
      * Blank - as on every record written before promotions - is
      * an ordinary sale at the standard tiers.
           02 SF-Promo-Code            PIC X(5).

      * The web feed now travels as a batch: an H header (feed date
      * and source), the detail records, then a T trailer carrying
      * total.  Customer IDs are numeric, so H and T in column one
      * cannot collide with detail records.
       FD Web-Sales-File.
       01  Web-Sales-Rec               PIC X(50).
           88 End-Of-Web-Sales-File    VALUE HIGH-VALUES.

       01  Web-Header-Rec REDEFINES Web-Sales-Rec.
               88 Web-Header-Record    VALUE "H".
           02 WSH-Feed-Date            PIC 9(8).
           02 WSH-Source               PIC X(10).
           02 FILLER                   PIC X(31).

       01  Web-Trailer-Rec REDEFINES Web-Sales-Rec.
           02 WST-Type                 PIC X.
           02 WST-Count                PIC 9(6).
           02 WST-Units                PIC 9(7).
           02 WST-Value                PIC 9(9)V99.
           02 FILLER                   PIC X(25).


       SD Work-File.
           02 WF-Txn-Type              PIC X.
               88 WF-Return            VALUE "R".
           02 WF-Rep-Id                PIC X(3).
           02 WF-Promo-Code            PIC X(5).


       FD Summary-Report.
      * repair and resubmit it instead of someone re-typing it.
       FD Suspense-File.
       01 Suspense-Rec.
           02 SUS-Sales-Data           PIC X(50).
           02 SUS-Reject-Reason        PIC X(30).

      * Repaired records written by SalesRejFix - picked up ahead of
      * the sort like the SALES2.DAT feed and cleared only once the
      * run has completed successfully.
       FD Resubmit-File.
       01 Resubmit-Rec                 PIC X(50).
           88 End-Of-Resubmit-File     VALUE HIGH-VALUES.

      * Sales held out of the run because they would take the
      * never reaches the report until a supervisor releases it.
       FD Held-Sales-File.
       01 Held-Sales-Rec.
           02 HS-Sales-Data            PIC X(50).
           02 HS-Credit-Limit          PIC 9(7).
           02 HS-Exposure              PIC 9(8)V99.

      * RESUBMIT.DAT but with the credit hold waived for this pass,
      * so a release actually sticks.
       FD Held-Release-File.
       01 Held-Release-Rec             PIC X(50).
           88 End-Of-Held-Release-File VALUE HIGH-VALUES.

      * Shared stock-movement ledger: every goods-in posted by
           02 SL-Location              PIC XX.

      * On-hand by supplier lot, kept in step with the warehouse
      * depletion - each sale is filled from the oldest unexpired
      * lot first, so what is left on the shelf is always the
      * freshest stock, and the lots drawn are carried on the sale
      * so a supplier recall can be traced to every customer.
       FD Oil-Lot-File.
       01 Oil-Lot-Rec.
           88 End-Of-Oil-Lot-File      VALUE HIGH-VALUES.
           02 OL-Qty                   PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.

      * Supplier lots under recall quarantine, kept by LotRecallInq -
      * no sale or back-order release is filled from their
      * warehouse stock while they are on the file.
       FD Lot-Quar-File.
       01 Lot-Quar-Rec.
           88 End-Of-Lot-Quar-File     VALUE HIGH-VALUES.
           02 QL-Oil-Num               PIC 99.
           02 QL-Lot-No                PIC X(10).
           02 QL-Quar-Date             PIC 9(8).
           02 QL-Operator-Id           PIC X(3).

      * The chart of accounts GlAcctMaint keeps - account code, name
      * and the account type byte, which only GlPosting reads.
      * Codes on journal lines that are not here still post; they
      * just list without a name.
       FD Gl-Account-File.
       01 Gl-Account-Rec.
           88 End-Of-Gl-Account-File   VALUE HIGH-VALUES.
           02 GA-Account               PIC X(4).
           02 GA-Name                  PIC X(20).
           02 FILLER                   PIC X.

      * Dated debit/credit journal lines for the ledger - the night's
      * sales, tax, receivables and cost-of-stock postings, appended
       FD Gl-Journal-Report.
       01 Gl-Journal-Line              PIC X(72).

      * Customer quotations kept by QuoteEntry, one record per quote
      * line.  An accepted (A) line was emitted as a sale dated its
      * QT-Status-Date, and that sale values at the quoted line value
      * whatever the price file says by the time it is run.
       FD Quote-File.
       01 Quote-Rec.
           88 End-Of-Quote-File        VALUE HIGH-VALUES.
           02 QT-Quote-No              PIC 9(6).
           02 QT-Line-No               PIC 99.
           02 QT-Cust-Id               PIC X(5).
           02 QT-Quote-Date            PIC 9(8).
           02 QT-Valid-Until           PIC 9(8).
           02 QT-Rep-Id                PIC X(3).
           02 QT-Oil-Id                PIC X(3).
           02 QT-Unit-Size             PIC 99.
           02 QT-Units                 PIC 999.
           02 QT-Unit-Price            PIC 99V99.
           02 QT-Price-Basis           PIC X.
           02 QT-Disc-Pct              PIC 99V9.
           02 QT-Line-Value            PIC 9(6)V99.
           02 QT-Tax-Value             PIC 9(6)V99.
           02 QT-Status                PIC X.
               88 QT-Accepted          VALUE "A".
           02 QT-Status-Date           PIC 9(8).
           02 QT-Operator              PIC X(3).

      * Promotion campaigns kept by PromoMaint - one row per oil,
      * or per oil class (oil 00), that a campaign covers, each row
      * carrying the campaign's date window and its benefit: P takes
      * a percentage off the size-tier price, T forces a price tier
      * whatever the unit size.
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

      * Every sale priced under a promotion, staged through the run
      * and appended to PROMOSLS.DAT for PromoResultsRpt only once
      * the run has tied, the same way HISTPOST.TMP feeds
      * SALESHIST.DAT.  The discount is what the campaign took off
      * the standard price.
       FD Promo-Post-File.
       01 Promo-Post-Rec.
           88 End-Of-Promo-Post-File   VALUE HIGH-VALUES.
           02 PP-Promo-Code            PIC X(5).
           02 PP-Sale-Date             PIC 9(8).
           02 PP-Cust-Id               PIC X(5).
           02 PP-Oil-Id                PIC X(3).
           02 PP-Unit-Size             PIC 99.
           02 PP-Units-Sold            PIC 999.
           02 PP-Sale-Value            PIC 9(6)V99.
           02 PP-Promo-Disc            PIC 9(6)V99.
           02 PP-Txn-Type              PIC X.

       FD Promo-Sales-File.
       01 Promo-Sales-Rec              PIC X(43).

      * Delivery zones kept by DelZoneMaint - the longest postcode
      * prefix that starts the customer's postcode picks the zone,
      * "*" catches everyone else.
       FD Del-Zone-File.
       01 Del-Zone-Rec.
           88 End-Of-Del-Zone-File     VALUE HIGH-VALUES.
           02 DZ-Prefix                PIC X(4).
           02 DZ-Zone-Name             PIC X(20).
           02 DZ-Charge                PIC 9(3)V99.
           02 DZ-Free-Over             PIC 9(6)V99.

      * One row per consignment - a customer's goods on one sale
      * date - with the carriage charged, or the charge waived
      * because the order reached the zone's free-delivery value.
      * Left behind for InvoicePrint and DeliveryNoteRpt like
      * SORTSALE.DAT, and appended to CARRHIST.DAT for CarriageRpt
      * once the run has tied.
       FD Carriage-Sale-File.
       01 Carriage-Sale-Rec.
           88 End-Of-Carriage-Sale-File VALUE HIGH-VALUES.
           02 CS-Cust-Id               PIC X(5).
           02 CS-Sale-Date             PIC 9(8).
           02 CS-Zone-Prefix           PIC X(4).
           02 CS-Zone-Name             PIC X(20).
           02 CS-Order-Value           PIC 9(7)V99.
           02 CS-Charge                PIC 9(3)V99.
           02 CS-Waived                PIC 9(3)V99.
           02 CS-Tax                   PIC 9(3)V99.
           02 CS-Run-Date              PIC 9(8).

       FD Carriage-Hist-File.
       01 Carriage-Hist-Rec            PIC X(69).

      * Per-step operating counts left behind for NightlyRun's run
      * log - whichever program ran last owns the file.
       FD Step-Stat-File.
       FD Credit-Exc-Report.
       01 Credit-Exc-Line              PIC X(72).

      * The sale as sorted, followed by the supplier lots the
      * warehouse filled it from - up to three, with the units taken
      * from each.  Returns, and sales nothing was on the shelf for,
      * carry the lot slots blank.
       FD Sorted-File.
       01 Sorted-Rec.
           02 SS-Sale-Data             PIC X(50).
           02 SS-Lot-Trace             PIC X(39).

       FD Reject-Report.
       01 Reject-Line                  PIC X(64).
           02 CKPT-Records-Read        PIC 9(7).

       FD Carry-File.
       01 Carry-Rec                    PIC X(50).
           88 End-Of-Carry-File        VALUE HIGH-VALUES.

       FD Customer-File.
           02 CUST-TAX-JUR             PIC XX.
           02 CUST-EXEMPT-FLAG        PIC X.
           02 CUST-EXEMPT-CERT        PIC X(10).
           02 CUST-ADDR-1             PIC X(20).
           02 CUST-ADDR-2             PIC X(20).
           02 CUST-POSTCODE           PIC X(8).
           02 CUST-CONTACT            PIC X(20).

       01 Customer-Legacy-Rec REDEFINES Customer-Rec.
           02 FILLER                   PIC X(25).
           02 CUL-Unused               PIC X(10).
           02 CUL-Tax-Unused           PIC X(13).
           02 CUL-Addr-Unused          PIC X(68).

      * Stock is carried per oil per location - WH warehouse, SH
      * retail shop.  Rows from before locations existed leave the
           02 HP-Units-Sold            PIC 999.
           02 HP-Sale-Value            PIC 9(6)V99.
           02 HP-Txn-Type              PIC X.
           02 HP-Rep-Id                PIC X(3).
           02 HP-Lot-Trace             PIC X(39).

       FD Sales-Hist-File.
       01 Sales-Hist-Rec.
           02 SH-Units-Sold            PIC 999.
           02 SH-Sale-Value            PIC 9(6)V99.
           02 SH-Txn-Type              PIC X.
      * The salesperson the sale is credited to - blank on history
      * written before the rep was carried through.
           02 SH-Rep-Id                PIC X(3).
      * The supplier lots the sale was filled from, as on
      * SORTSALE.DAT - blank on history written before lots were
      * traced, and on returns.
           02 SH-Lot-Trace.
               03 SH-Lot-Entry OCCURS 3 TIMES.
                   04 SH-Lot-No        PIC X(10).
                   04 SH-Lot-Qty       PIC 999.

       FD Back-Order-File.
       01 Back-Order-Rec.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 OM-Unit-Cost             PIC 9(4)V99.
           02 FILLER                   PIC X.

       01 Oil-Master-Legacy-Rec REDEFINES Oil-Master-Rec.
           02 FILLER                   PIC X(23).
           02 OML-Unused               PIC X(6).

      * Keyed work copies of the masters the run looks up sale by
      * sale - customers, price rows, contract rows, the released
      * sale keys and the reps.  They are built fresh every run, so
      * nothing caps how many rows they hold, and each lookup is one
      * keyed read however far the files grow.
       FD Customer-Work-File.
       01 Customer-Work-Rec.
           02 CW-Cust-Id               PIC X(5).
           02 CW-Cust-Name             PIC X(20).
           02 CW-Credit-Limit          PIC 9(7).
           02 CW-Disc-Pct              PIC 99V9.
           02 CW-Ar-Balance            PIC S9(8)V99.
           02 CW-Run-Exposure          PIC S9(8)V99.
           02 CW-Tax-Jur               PIC XX.
           02 CW-Exempt-Flag           PIC X.
           02 CW-Postcode              PIC X(8).

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

      * Accepted quote lines, keyed exactly as the sale they became -
      * customer, oil, size, units, acceptance date and type S - so
      * the sale is found by the same key the duplicate check builds.
       FD Quote-Work-File.
       01 Quote-Work-Rec.
           02 QW-Sale-Key              PIC X(22).
           02 QW-Line-Value            PIC 9(6)V99.

      * PROMO.DAT rows under their campaign code, in file order
      * within the code, so the first row covering the sale wins.
       FD Promo-Work-File.
       01 Promo-Work-Rec.
           02 PW-Promo-Key.
               03 PW-Code              PIC X(5).
               03 PW-Seq               PIC 9(5).
           02 PW-Oil-Num               PIC 99.
           02 PW-Oil-Class             PIC X.
           02 PW-Start-Date            PIC 9(8).
           02 PW-End-Date              PIC 9(8).
           02 PW-Benefit               PIC X.
               88 PW-Forced-Tier       VALUE "T".
           02 PW-Pct-Off               PIC 99V9.
           02 PW-Tier                  PIC 9.

       FD Quar-Work-File.
       01 Quar-Work-Rec.
           02 QK-Quar-Key.
               03 QK-Oil-Num           PIC 99.
               03 QK-Lot-No            PIC X(10).

       FD Zone-Work-File.
       01 Zone-Work-Rec.
           02 ZW-Prefix                PIC X(4).
           02 ZW-Zone-Name             PIC X(20).
           02 ZW-Charge                PIC 9(3)V99.
           02 ZW-Free-Over             PIC 9(6)V99.

       FD Sale-Key-File.
       01 Sale-Key-Rec.
           02 DK-Sale-Key              PIC X(22).

       FD Rep-Work-File.
       01 Rep-Work-Rec.
           02 RW-Rep-Id                PIC X(3).
           02 RW-Rep-Name              PIC X(20).
           02 RW-Comm-Rate             PIC 99V9.
           02 RW-Sales-Switch          PIC X.
               88 RW-Has-Sales         VALUE "Y".
               88 RW-No-Sales          VALUE "N".
           02 RW-Sales-Value           PIC S9(7)V99.

      * Tonight's warehouse lots that are not quarantined and have
      * stock on them, keyed in the order sales draw them down -
      * oil, unexpired before expired, earliest expiry, then the
      * lot's place on OILLOTS.DAT.
       FD Lot-Work-File.
       01 Lot-Work-Rec.
           02 LW-Lot-Key.
               03 LW-Oil-Num           PIC 99.
               03 LW-Expired-Flag      PIC X.
               03 LW-Expiry-Date       PIC 9(8).
               03 LW-Lot-Seq           PIC 9(5).
           02 LW-Lot-No                PIC X(10).
           02 LW-Qty                   PIC S9(6).

      * Back-orders carried in from earlier runs and those captured
      * tonight, in the order they arose, with whether tonight's
      * stock released them.
       FD Back-Order-Work-File.
       01 Back-Order-Work-Rec.
           88 End-Of-Back-Order-Work   VALUE HIGH-VALUES.
           02 BW-Cust-Id               PIC X(5).
           02 BW-Oil-Id.
               03 FILLER               PIC X.
               03 BW-Oil-Num           PIC 99.
           02 BW-Unit-Size             PIC 99.
           02 BW-Unfilled-Qty          PIC 9(6).
           02 BW-Sale-Date             PIC 9(8).
           02 BW-Status                PIC X.
               88 BW-Open              VALUE "O".
               88 BW-Released          VALUE "F".

      * Lots in the order the night's consumption takes them -
      * unexpired before expired, earliest expiry first.
       SD Lot-Sort-File.
       01 Lot-Sort-Rec.
           02 LS-Expired-Flag          PIC X.
               88 LS-Lot-Unexpired     VALUE "0".
               88 LS-Lot-Expired       VALUE "1".
           02 LS-Expiry-Date           PIC 9(8).
           02 LS-Oil-Num               PIC 99.
           02 LS-Location              PIC XX.
           02 LS-Lot-No                PIC X(10).
           02 LS-Qty                   PIC S9(6).
           02 LS-Lot-Seq               PIC 9(5).

       WORKING-STORAGE SECTION.
      * Prices are by size tier (tier 1 is units 01-10, tier 2 is
      * 11-25, tier 3 is 26 and up) and effective-dated: OilPriceMaint
      * every sale is valued at the row in force on its sale date, so
      * late-arriving sales from before a price rise still value at
      * the old price.
       01  Price-Work-File-Status  PIC XX.

       01  Price-Oil-Work          PIC 99.
       01  Price-Date-Work         PIC 9(8).
       01  Price-Tier-Work         PIC 9.

       01  Price-Scan-Switch       PIC X VALUE "N".
           88 Price-Scan-Done      VALUE "Y".
           88 Price-Scan-Open      VALUE "N".

       01  Price-In-Force          PIC 99V99.

           88 Price-Row-Found      VALUE "Y".
           88 Price-Row-Not-Found  VALUE "N".

       01  Contract-Work-File-Status  PIC XX.

       01  Contract-Price-File-Status  PIC XX.

       01  Quote-File-Status           PIC XX.
       01  Quote-Work-File-Status      PIC XX.

       01  Quoted-Key-Work.
           02  QKW-Cust-Id             PIC X(5).
           02  QKW-Oil-Id              PIC X(3).
           02  QKW-Unit-Size           PIC 99.
           02  QKW-Units-Sold          PIC 999.
           02  QKW-Sale-Date           PIC 9(8).
           02  QKW-Txn-Type            PIC X.

       01  Quoted-Lookup-Switch    PIC X VALUE "N".
           88 Quoted-Price-Applied     VALUE "Y".
           88 No-Quoted-Price          VALUE "N".

       01  Contract-Lookup-Switch  PIC X VALUE "N".
           88 Contract-Price-Applied   VALUE "Y".
           88 No-Contract-Price        VALUE "N".

       01  Promo-Row-Count             PIC 9(5) VALUE ZERO.

       01  Promo-Scan-Switch           PIC X VALUE "N".
           88 Promo-Scan-Done          VALUE "Y".
           88 Promo-Scan-Open          VALUE "N".

       01  Promo-File-Status           PIC XX.
       01  Promo-Work-File-Status      PIC XX.
       01  Promo-Sales-File-Status     PIC XX.

       01  Promo-Code-Switch       PIC X VALUE "N".
           88 Promo-Code-Known         VALUE "Y".
           88 Promo-Code-Unknown       VALUE "N".

       01  Promo-Lookup-Switch     PIC X VALUE "N".
           88 Promo-Applied            VALUE "Y".
           88 No-Promo-Applied         VALUE "N".

       01  Promo-Values.
           02  Standard-Value-Work     PIC 9(6)V99.
           02  Promo-Value-Work        PIC 9(6)V99.
           02  Promo-Disc-Of-Sale      PIC 9(6)V99.

       01  Report-Heading-Line         PIC X(44)
           VALUE "              AROMAMORA SUMMARY SALES REPORT".

           02  FILLER                  PIC X(11)  VALUE "SALES VALUE".
           02  FILLER                  PIC X(6)   VALUE "  DISC".
           02  FILLER                  PIC X(11)  VALUE "  SALES TAX".
           02  FILLER                  PIC X(11)  VALUE "   CARRIAGE".

       01  Cust-Sales-Line.
           02  Prn-Cust-Name           PIC X(20).
           02  Prn-Sales-Value         PIC BBB$$$,$$9.99-.
           02  Prn-Disc-Pct            PIC BBZ9.9.
           02  Prn-Tax-Value           PIC BB$$,$$9.99-.
           02  Prn-Carriage-Value      PIC BB$$,$$9.99.

       01  Total-Sales-Line.
           02  FILLER                  PIC X(33) VALUE SPACES.
                                                  "RETURNS VALUE     :".
           02  Prn-Returns-Value       PIC B$$$$,$$9.99.

       01  Carriage-Totals-Line.
           02  FILLER                  PIC X(33) VALUE SPACES.
           02  FILLER                  PIC X(19) VALUE
                                                  "CARRIAGE CHARGED  :".
           02  Prn-Carriage-Charged    PIC B$$$$,$$9.99.

       01  Carriage-Waived-Line.
           02  FILLER                  PIC X(33) VALUE SPACES.
           02  FILLER                  PIC X(19) VALUE
                                                  "CARRIAGE WAIVED   :".
           02  Prn-Carriage-Waived     PIC B$$$$,$$9.99.

       01  Oil-Summary-Heading-Line    PIC X(44)
           VALUE "              OIL SALES SUMMARY".

           02  Prn-Oil-Value           PIC BBB$$$,$$9.99-.

       01  Oil-Stock-Table.
           02  Stock-Entry OCCURS 99 TIMES.
               03  Stock-Loc-Entry OCCURS 2 TIMES.
                   04 ST-On-Hand-Qty   PIC S9(6) VALUE ZERO.
                   04 ST-Reorder-Point PIC 9(6)  VALUE ZERO.
       01  Combined-On-Hand            PIC S9(7).
       01  Combined-Reorder            PIC 9(7).

       01  Lot-Sort-Eof-Switch         PIC X VALUE "N".
           88 Lot-Sort-Eof             VALUE "Y".
           88 Lot-Sort-Not-Eof         VALUE "N".

       01  Oil-Lot-File-Status         PIC XX.

       01  Lot-Take-Qty                PIC S9(6).

       01  Lot-Work-File-Status        PIC XX.
       01  Lot-Quar-File-Status        PIC XX.

       01  Lot-Work-Eof-Switch         PIC X VALUE "N".
           88 Lot-Work-Eof             VALUE "Y".
           88 Lot-Work-Not-Eof         VALUE "N".

      * Released back-orders draw their lots down like a sale, but
      * there is no sale record to carry the trace.
       01  Lot-Trace-Switch            PIC X VALUE "N".
           88 Lot-Tracing              VALUE "Y".
           88 Lot-Not-Tracing          VALUE "N".

       01  Lot-Seq-Count               PIC 9(5).
       01  Lot-Draw-Oil-Num            PIC 99.
       01  Lot-Need-Qty                PIC S9(6).

      * The lots the current sale was filled from, oldest expiry
      * first, carried onto SORTSALE.DAT and the sales history.
       01  Sale-Lot-Trace.
           02  SLT-Entry OCCURS 3 TIMES.
               03 SLT-Lot-No           PIC X(10).
               03 SLT-Lot-Qty          PIC 999.
       01  Lot-Trace-Sub               PIC 9.

       01  Quar-Work-File-Status       PIC XX.

       01  Lot-Quar-Switch             PIC X VALUE "N".
           88 Lot-Quarantined          VALUE "Y".
           88 Lot-Not-Quarantined      VALUE "N".

      * Quarantined warehouse stock per oil, held out of Avail-Qty
      * while the sales are filled and put back once they are
      * through, so the closing on-hand still carries it.
       01  Quar-Held-Table.
           02  Quar-Held-Entry OCCURS 99 TIMES.
               03 Quar-Held-Qty        PIC S9(6) VALUE ZERO.

      * Running WAREHOUSE stock position worked through the run -
      * back-order releases and each sale come off it as they
      * back-order instead of being allowed to drive the on-hand
      * figure negative.  Sales never deplete the shop.
       01  Avail-Stock-Table.
           02  Avail-Entry OCCURS 99 TIMES.
               03 Avail-Qty            PIC S9(6) VALUE ZERO.

       01  Back-Order-Count            PIC 9(7) VALUE ZERO.

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.
               03 OMT-Oil-Class        PIC X     VALUE SPACE.
               03 OMT-Unit-Cost        PIC 9(4)V99 VALUE ZERO.

       01  Oil-Master-File-Status      PIC XX.

       01  Back-Order-Shortfall        PIC 9(6).

       01  Back-Order-File-Status      PIC XX.
           02  Prn-Inv-Status          PIC BBBX(14).

       01  Oil-Sales-Totals.
           02  Oil-Sales-Entry OCCURS 99 TIMES.
               03 OST-Qty-Sold         PIC S9(6)     VALUE ZERO.
               03 OST-Sales-Value      PIC S9(6)V99  VALUE ZERO.

           02  Prn-Top-Cust-Id         PIC BBB9(5).
           02  Prn-Top-Cust-Value      PIC BB$$$,$$9.99-.

       01  Customer-Work-File-Status   PIC XX.

       01  Customer-Lookup-Switch      PIC X VALUE "N".
           88 Customer-Found           VALUE "Y".
           88 Customer-Master-Present  VALUE "Y".
           88 Customer-Master-Absent   VALUE "N".

       01  Top-Cust-Table.
           02  Top-Cust-Count          PIC 999 VALUE ZERO.
           02  Top-Cust-Entry OCCURS 200 TIMES.
           02  Cust-Qty-Sold           PIC S9(5).
           02  Cust-Sales-Value        PIC S9(5)V99.
           02  Cust-Tax-Value          PIC S9(5)V99.
           02  Cust-Carriage-Value     PIC 9(5)V99.
      * The customer's goods value net of returns per sale date -
      * each date is one consignment for the carriage charge.
           02  Cust-Drop-Count         PIC 99.
           02  Cust-Drop-Entry OCCURS 40 TIMES.
               03 CDT-Sale-Date        PIC 9(8).
               03 CDT-Order-Value      PIC S9(7)V99.

       01  Final-Totals.
           02  Total-Sales             PIC 9(5)     VALUE ZEROS.
           02  Essential-Sales-Value   PIC S9(6)V99 VALUE ZEROS.
           02  Carrier-Sales-Value     PIC S9(6)V99 VALUE ZEROS.
           02  Total-Tax-Value         PIC S9(6)V99 VALUE ZEROS.
           02  Total-Carriage-Value    PIC 9(6)V99  VALUE ZEROS.
           02  Total-Carriage-Waived   PIC 9(6)V99  VALUE ZEROS.

       01  Returns-Totals.
           02  Returns-Count           PIC 9(5)     VALUE ZEROS.
           02  Cust-Name-Hold          PIC X(20).
           02  Cust-Id-Hold            PIC X(5).
           02  Size-Tier-Idx           PIC 9     VALUE 1.
           02  Oil-Num-Idx             PIC 999   VALUE 1.
           02  Tier-Sub                PIC 9     VALUE 1.

       01  Edit-Switches.
           02  Prn-Jrn-Car              PIC BB$$$,$$9.99-.
           02  Prn-Jrn-Flag             PIC BBX(4).

       01  Rep-Work-File-Status         PIC XX.

       01  Rep-Work-Eof-Switch          PIC X VALUE "N".
           88 Rep-Work-Eof              VALUE "Y".
           88 Rep-Work-Not-Eof          VALUE "N".

       01  Rep-Commission               PIC S9(7)V99.

      * feed (or sent twice by the web shop) is recognised by its
      * full business key - customer, oil, size, units, date and
      * transaction type.  The first copy is released; later copies
      * go to the DUPSALES.RPT suspense listing.  The released keys
      * are kept on the keyed SALEKEYS.TMP work file.
       01  Sale-Key-File-Status         PIC XX.

       01  Sale-Key-Work.
           02  SKW-Cust-Id              PIC X(5).
           02  SKW-Sale-Date            PIC 9(8).
           02  SKW-Txn-Type             PIC X.

       01  Suspense-File-Status         PIC XX.

       01  Stock-Ledger-File-Status     PIC XX.
           88 Credit-Hold-Bypassed      VALUE "Y".
           88 Credit-Hold-In-Force      VALUE "N".

       01  Hold-Customer-Switch         PIC X VALUE "N".
           88 Hold-Customer-Found       VALUE "Y".
           88 Hold-Customer-Not-Found   VALUE "N".

       01  Held-Count                   PIC 9(5) VALUE ZERO.

           02  Recon-Value-Control      PIC Z(5)9.99.

       01  Gl-Account-Table.
           02  Gl-Acct-Count            PIC 999 VALUE ZERO.
           02  Gl-Acct-Entry OCCURS 100 TIMES.
               03 GAT-Account           PIC X(4).
               03 GAT-Name              PIC X(20).

           02  Gl-Stage-Narrative       PIC X(20).

       01  Gl-Sub                       PIC 99.
       01  Gl-Acct-Sub                  PIC 999.

       01  Gl-Debit-Total               PIC 9(9)V99 VALUE ZERO.
       01  Gl-Credit-Total              PIC 9(9)V99 VALUE ZERO.
           02  Seal-Action             PIC X.
           02  Seal-Result             PIC X.

       01  Del-Zone-Present-Switch     PIC X VALUE "N".
           88 Del-Zones-Present        VALUE "Y".

       01  Del-Zone-Match-Switch       PIC X VALUE "N".
           88 Del-Zone-Matched         VALUE "Y".
           88 Del-Zone-Not-Matched     VALUE "N".

       01  Del-Zone-Try-Len            PIC 9.
       01  Cust-Drop-Sub               PIC 99.

       01  Del-Zone-File-Status        PIC XX.
       01  Zone-Work-File-Status       PIC XX.
       01  Carriage-Sale-File-Status   PIC XX.
       01  Carriage-Hist-File-Status   PIC XX.

       01  Carriage-Postcode           PIC X(8).
       01  Carriage-Charge-Work        PIC 9(3)V99.
       01  Carriage-Waived-Work        PIC 9(3)V99.
       01  Carriage-Tax-Work           PIC 9(3)V99.

       01  Tax-Row-Switch              PIC X VALUE "N".
           88 Tax-Row-Found            VALUE "Y".
           88 Tax-Row-Not-Found        VALUE "N".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           END-IF
           PERFORM LoadOilPrices
           PERFORM LoadContractPrices
           PERFORM LoadQuotedPrices
           PERFORM LoadPromotions
           PERFORM LoadPeriodTotals
           PERFORM LoadClosedPeriods
           PERFORM LoadTaxPeriods
           PERFORM LoadCustomers
           PERFORM LoadOilMaster
           PERFORM LoadTaxRates
           PERFORM LoadDeliveryZones
           PERFORM LoadSalesReps
           PERFORM LoadGlAccounts
           PERFORM LoadOilStock
           PERFORM LoadLotQuarantine
           PERFORM LoadLotWork
           PERFORM ReleaseBackOrders
           OPEN OUTPUT Summary-Report
           OPEN OUTPUT Sorted-File
           WRITE Sales-Csv-Line FROM Csv-Heading-Line
           OPEN OUTPUT Ar-Post-File
           OPEN OUTPUT Hist-Post-File
           OPEN OUTPUT Promo-Post-File
           OPEN OUTPUT Carriage-Sale-File
           OPEN OUTPUT Credit-Exc-Report
           WRITE Credit-Exc-Line FROM Credit-Exc-Heading-Line
           OPEN OUTPUT Dup-Suspense-Report
           WRITE Dup-Suspense-Line FROM Dup-Heading-Line
           WRITE Dup-Suspense-Line FROM Dup-Topic-Line
           PERFORM PrintHeadings
           OPEN OUTPUT Sale-Key-File
           CLOSE Sale-Key-File
           OPEN I-O Sale-Key-File
           SORT Work-File ON ASCENDING KEY WF-Cust-Id
               INPUT PROCEDURE IS ReadSalesFile
               OUTPUT PROCEDURE IS WriteSalesReport
           CLOSE Sale-Key-File
           CLOSE Back-Order-Work-File
           CLOSE Ar-Post-File
           CLOSE Hist-Post-File
           CLOSE Promo-Post-File
           CLOSE Carriage-Sale-File
           PERFORM RestoreQuarantinedStock
           IF Run-OK
               PERFORM ReconcileControlTotals
               IF Run-OK
               IF Run-OK
                   PERFORM PostReceivables
                   PERFORM ArchiveSalesHistory
                   PERFORM ArchivePromoSales
                   PERFORM ArchiveCarriage
                   PERFORM PrintFinalTotals
                   PERFORM PrintOilSummary
                   PERFORM NetOilInventory
                   PERFORM DepleteLotsFefo
                   PERFORM PrintInventoryReport
                   PERFORM PrintBackOrderListing
                   PERFORM SaveOilStock
           CLOSE Dup-Suspense-Report
           CLOSE Credit-Exc-Report
           CLOSE Sales-Csv-File
           CLOSE Price-Work-File
           CLOSE Contract-Work-File
           CLOSE Quote-Work-File
           CLOSE Promo-Work-File
           CLOSE Zone-Work-File
           CLOSE Rep-Work-File
           CLOSE Lot-Work-File
           IF Customer-Master-Present
               CLOSE Customer-Work-File
           END-IF
           PERFORM WriteStepStats
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
               DISPLAY "AROMASALESRPT: OILMAST.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF
           MOVE "PROMO.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "AROMASALESRPT: PROMO.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF
           MOVE "DELZONE.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "AROMASALESRPT: DELZONE.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF.

       WriteStepStats.
           CLOSE Step-Stat-File.

       LoadOilPrices.
           OPEN OUTPUT Price-Work-File
           CLOSE Price-Work-File
           OPEN I-O Price-Work-File
           OPEN INPUT Oil-Price-File
           IF Oil-Price-File-Status = "00"
               READ Oil-Price-File
                   "sales will value at zero"
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

       LoadQuotedPrices.
           OPEN OUTPUT Quote-Work-File
           CLOSE Quote-Work-File
           OPEN I-O Quote-Work-File
           OPEN INPUT Quote-File
           IF Quote-File-Status = "00"
               READ Quote-File
                   AT END SET End-Of-Quote-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Quote-File
                   IF QT-Accepted
                       MOVE QT-Cust-Id     TO QKW-Cust-Id
                       MOVE QT-Oil-Id      TO QKW-Oil-Id
                       MOVE QT-Unit-Size   TO QKW-Unit-Size
                       MOVE QT-Units       TO QKW-Units-Sold
                       MOVE QT-Status-Date TO QKW-Sale-Date
                       MOVE "S"            TO QKW-Txn-Type
                       MOVE Quoted-Key-Work TO QW-Sale-Key
                       MOVE QT-Line-Value   TO QW-Line-Value
                       WRITE Quote-Work-Rec
                           INVALID KEY CONTINUE
                       END-WRITE
                   END-IF
                   READ Quote-File
                       AT END SET End-Of-Quote-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Quote-File
           END-IF.

       LoadPromotions.
           OPEN OUTPUT Promo-Work-File
           CLOSE Promo-Work-File
           OPEN I-O Promo-Work-File
           OPEN INPUT Promo-File
           IF Promo-File-Status = "00"
               READ Promo-File
                   AT END SET End-Of-Promo-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Promo-File
                   ADD 1 TO Promo-Row-Count
                   MOVE PR-Code         TO PW-Code
                   MOVE Promo-Row-Count TO PW-Seq
                   MOVE PR-Oil-Num      TO PW-Oil-Num
                   MOVE PR-Oil-Class    TO PW-Oil-Class
                   MOVE PR-Start-Date   TO PW-Start-Date
                   MOVE PR-End-Date     TO PW-End-Date
                   MOVE PR-Benefit      TO PW-Benefit
                   MOVE PR-Pct-Off      TO PW-Pct-Off
                   MOVE PR-Forced-Tier  TO PW-Tier
                   WRITE Promo-Work-Rec
                       INVALID KEY CONTINUE
                   END-WRITE
                   READ Promo-File
                       AT END SET End-Of-Promo-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Promo-File
           END-IF.

      * The accepted quote line this sale was converted from, if
      * any.  Returns never match - the key carries type S.
       LookupQuotedPrice.
           SET No-Quoted-Price TO TRUE
           MOVE WF-Cust-Id    TO QKW-Cust-Id
           MOVE WF-Oil-Id     TO QKW-Oil-Id
           MOVE WF-Unit-Size  TO QKW-Unit-Size
           MOVE WF-Units-Sold TO QKW-Units-Sold
           MOVE WF-Sale-Date  TO QKW-Sale-Date
           MOVE WF-Txn-Type   TO QKW-Txn-Type
           MOVE Quoted-Key-Work TO QW-Sale-Key
           READ Quote-Work-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   SET Quoted-Price-Applied TO TRUE
                   MOVE QW-Line-Value TO Value-Of-Sale
           END-READ.

      * The contract row for this customer and oil with the latest
      * effective date not after the sale date, if there is one -
      * mirrors LookupSalePrice over the keyed contract rows, which
      * lie in effective-date order under customer and oil.
       LookupContractPrice.
           SET No-Contract-Price TO TRUE
           MOVE ZERO TO Price-Best-Date
           SET Price-Scan-Open TO TRUE
           MOVE WF-Cust-Id TO CNW-Cust-Id
           MOVE WF-Oil-Num TO CNW-Oil-Num
           MOVE ZERO       TO CNW-Eff-Date
           START Contract-Work-File
               KEY IS NOT LESS THAN CNW-Contract-Key
               INVALID KEY SET Price-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Price-Scan-Done
               READ Contract-Work-File NEXT RECORD
                   AT END SET Price-Scan-Done TO TRUE
               END-READ
               IF Price-Scan-Open
                   IF CNW-Cust-Id NOT = WF-Cust-Id
                       OR CNW-Oil-Num NOT = WF-Oil-Num
                       OR CNW-Eff-Date > WF-Sale-Date
                       SET Price-Scan-Done TO TRUE
                   ELSE
                       SET Contract-Price-Applied TO TRUE
                       MOVE CNW-Eff-Date TO Price-Best-Date
                       MOVE CNW-Price    TO Price-In-Force
                   END-IF
               END-IF
           END-PERFORM.
      * effective date not after WF-Sale-Date.  No qualifying row
      * leaves the price at zero, as a missing price always has.
       LookupSalePrice.
           MOVE WF-Oil-Num    TO Price-Oil-Work
           MOVE WF-Sale-Date  TO Price-Date-Work
           MOVE Size-Tier-Idx TO Price-Tier-Work
           PERFORM FindPriceInForce.

      * The keyed price rows lie in effective-date order under each
      * oil, so the walk starts at the oil's first row and the last
      * row read before passing the target date is the one in force.
       FindPriceInForce.
           MOVE ZERO TO Price-In-Force
           MOVE ZERO TO Price-Best-Date
           SET Price-Row-Not-Found TO TRUE
           SET Price-Scan-Open TO TRUE
           MOVE Price-Oil-Work TO PHW-Oil-Num
           MOVE ZERO           TO PHW-Eff-Date
           START Price-Work-File
               KEY IS NOT LESS THAN PHW-Price-Key
               INVALID KEY SET Price-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Price-Scan-Done
               READ Price-Work-File NEXT RECORD
                   AT END SET Price-Scan-Done TO TRUE
               END-READ
               IF Price-Scan-Open
                   IF PHW-Oil-Num NOT = Price-Oil-Work
                       OR PHW-Eff-Date > Price-Date-Work
                       SET Price-Scan-Done TO TRUE
                   ELSE
                       SET Price-Row-Found TO TRUE
                       MOVE PHW-Eff-Date TO Price-Best-Date
                       MOVE PHW-Tier-Price(Price-Tier-Work)
                           TO Price-In-Force
                   END-IF
               END-IF
      * Exempt customers' sales are carried as exempt value - the
      * register proves what was NOT taxed as well as what was.
       AccumulateTaxRegister.
           PERFORM FindTaxRegisterRow
           IF Jur-Tax-Sub > ZERO
               IF WF-Return
                   IF Customer-Tax-Exempt
               END-IF
           END-IF.

      * Carriage charged goes on the register beside the goods, so
      * the return covers every pound the tax was worked on.
       AccumulateCarriageTax.
           PERFORM FindTaxRegisterRow
           IF Jur-Tax-Sub > ZERO
               IF Customer-Tax-Exempt
                   ADD Carriage-Charge-Work
                       TO JTX-Exempt-Value(Jur-Tax-Sub)
               ELSE
                   ADD Carriage-Charge-Work
                       TO JTX-Taxable-Value(Jur-Tax-Sub)
                   ADD Carriage-Tax-Work
                       TO JTX-Tax-Value(Jur-Tax-Sub)
               END-IF
           END-IF.

       FindTaxRegisterRow.
           MOVE ZERO TO Jur-Tax-Sub
           PERFORM VARYING Tax-Rate-Sub FROM 1 BY 1
                   UNTIL Tax-Rate-Sub > Jur-Tax-Count
               IF JTX-Juris(Tax-Rate-Sub) = Tax-Jur-Hold
                   MOVE Tax-Rate-Sub TO Jur-Tax-Sub
               END-IF
           END-PERFORM
           IF Jur-Tax-Sub = ZERO
               IF Jur-Tax-Count < 15
                   ADD 1 TO Jur-Tax-Count
                   MOVE Jur-Tax-Count TO Jur-Tax-Sub
                   MOVE Tax-Jur-Hold TO JTX-Juris(Jur-Tax-Sub)
                   MOVE ZERO TO JTX-Taxable-Value(Jur-Tax-Sub)
                       JTX-Tax-Value(Jur-Tax-Sub)
                       JTX-Exempt-Value(Jur-Tax-Sub)
                       JTX-MTD-Taxable(Jur-Tax-Sub)
                       JTX-MTD-Tax(Jur-Tax-Sub)
                       JTX-MTD-Exempt(Jur-Tax-Sub)
               ELSE
                   DISPLAY "AROMASALESRPT: tax register table full - "
                       "sale dropped from register"
               END-IF
           END-IF.

       RollUpTaxRegister.
           PERFORM VARYING Jur-Tax-Sub FROM 1 BY 1
                   UNTIL Jur-Tax-Sub > Jur-Tax-Count
               PT-YTD-Sales PT-YTD-Qty-Sold PT-YTD-Sales-Value
               PT-PY-Sales PT-PY-Qty-Sold PT-PY-Sales-Value.

      * Each customer goes onto the keyed CUSTWORK.TMP copy; should
      * an id appear twice on the master the first record stands.
       LoadCustomers.
           OPEN INPUT Customer-File
           IF Customer-File-Status = "00"
               SET Customer-Master-Present TO TRUE
               OPEN OUTPUT Customer-Work-File
               READ Customer-File
                   AT END SET End-Of-Customer-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Customer-File
                   MOVE CUST-ID   TO CW-Cust-Id
                   MOVE CUST-NAME TO CW-Cust-Name
                   IF CUL-Unused = SPACES
                       MOVE ZERO TO CW-Credit-Limit
                       MOVE ZERO TO CW-Disc-Pct
                   ELSE
                       MOVE CUST-CREDIT-LIMIT TO CW-Credit-Limit
                       MOVE CUST-DISC-PCT     TO CW-Disc-Pct
                   END-IF
                   MOVE ZERO TO CW-Ar-Balance
                   MOVE ZERO TO CW-Run-Exposure
                   IF CUL-Tax-Unused = SPACES
                       MOVE SPACES TO CW-Tax-Jur
                       MOVE "N"    TO CW-Exempt-Flag
                   ELSE
                       MOVE CUST-TAX-JUR     TO CW-Tax-Jur
                       MOVE CUST-EXEMPT-FLAG TO CW-Exempt-Flag
                   END-IF
                   IF CUL-Addr-Unused = SPACES
                       MOVE SPACES TO CW-Postcode
                   ELSE
                       MOVE CUST-POSTCODE TO CW-Postcode
                   END-IF
                   WRITE Customer-Work-Rec
                       INVALID KEY CONTINUE
                   END-WRITE
                   READ Customer-File
                       AT END SET End-Of-Customer-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Customer-File
               CLOSE Customer-Work-File
               OPEN I-O Customer-Work-File
           ELSE
               DISPLAY "AROMASALESRPT: no CUSTOMER.DAT found - "
                   "customer names taken as given, unvalidated"
      * customer's standing exposure - the credit exception check adds
      * the night's run total on top of this balance.
       LoadArBalances.
           IF Customer-Master-Present
               OPEN INPUT Ar-Open-Item-File
           END-IF
           IF Customer-Master-Present
                   AND Ar-Open-Item-File-Status = "00"
               READ Ar-Open-Item-File NEXT RECORD
                   AT END SET End-Of-Ar-Item-Load TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Ar-Item-Load
                   MOVE AR-Cust-Id TO CW-Cust-Id
                   READ Customer-Work-File
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF AR-On-Account-Credit
                               SUBTRACT AR-Open-Amount
                                   FROM CW-Ar-Balance
                           ELSE
                               ADD AR-Open-Amount TO CW-Ar-Balance
                           END-IF
                           REWRITE Customer-Work-Rec
                   END-READ
                   READ Ar-Open-Item-File NEXT RECORD
                       AT END SET End-Of-Ar-Item-Load TO TRUE
                   END-READ
               SET Customer-Found TO TRUE
           ELSE
               SET Customer-Not-Found TO TRUE
               MOVE SF-Cust-Id TO CW-Cust-Id
               READ Customer-Work-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET Customer-Found TO TRUE
                       MOVE CW-Cust-Name TO SF-Cust-Name
               END-READ
           END-IF.

       LoadOilMaster.
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name  TO OMT-Oil-Name(OM-Oil-Num)
                       MOVE OM-Oil-Class TO OMT-Oil-Class(OM-Oil-Num)
                       IF OML-Unused = SPACES
           ELSE
               MOVE "C" TO Tax-Class-Work
           END-IF
           PERFORM LookupTaxRateForClass.

      * Carriage is taxed at class D where TAXRATE.DAT carries a D
      * row, and otherwise at the carrier class rate - delivery
      * follows the goods until a rate of its own is set up.
       LookupCarriageTaxRate.
           MOVE "D" TO Tax-Class-Work
           PERFORM LookupTaxRateForClass
           IF Tax-Row-Not-Found
               MOVE "C" TO Tax-Class-Work
               PERFORM LookupTaxRateForClass
           END-IF.

       LookupTaxRateForClass.
           MOVE ZERO TO Tax-Rate-Work
           SET Tax-Row-Not-Found TO TRUE
           PERFORM VARYING Tax-Rate-Sub FROM 1 BY 1
                   UNTIL Tax-Rate-Sub > Tax-Rate-Count
               IF TRT-Juris(Tax-Rate-Sub) = SPACES
                   AND TRT-Class(Tax-Rate-Sub) = Tax-Class-Work
                   MOVE TRT-Rate(Tax-Rate-Sub) TO Tax-Rate-Work
                   SET Tax-Row-Found TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING Tax-Rate-Sub FROM 1 BY 1
                   AND Tax-Jur-Hold NOT = SPACES
                   AND TRT-Class(Tax-Rate-Sub) = Tax-Class-Work
                   MOVE TRT-Rate(Tax-Rate-Sub) TO Tax-Rate-Work
                   SET Tax-Row-Found TO TRUE
               END-IF
           END-PERFORM.

      * A missing DELZONE.DAT means no carriage is charged at all -
      * the run carries on as it did before zones existed.
       LoadDeliveryZones.
           OPEN OUTPUT Zone-Work-File
           CLOSE Zone-Work-File
           OPEN I-O Zone-Work-File
           OPEN INPUT Del-Zone-File
           IF Del-Zone-File-Status = "00"
               READ Del-Zone-File
                   AT END SET End-Of-Del-Zone-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Del-Zone-File
                   SET Del-Zones-Present TO TRUE
                   MOVE DZ-Prefix    TO ZW-Prefix
                   MOVE DZ-Zone-Name TO ZW-Zone-Name
                   MOVE DZ-Charge    TO ZW-Charge
                   MOVE DZ-Free-Over TO ZW-Free-Over
                   WRITE Zone-Work-Rec
                       INVALID KEY CONTINUE
                   END-WRITE
                   READ Del-Zone-File
                       AT END SET End-Of-Del-Zone-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Del-Zone-File
           ELSE
               DISPLAY "AROMASALESRPT: no DELZONE.DAT found - "
                   "no carriage charged"
           END-IF.

      * Every rep on the master gets a row on REPWORK.TMP; the
      * night's sales are added onto it as they are released.
       LoadSalesReps.
           OPEN OUTPUT Rep-Work-File
           CLOSE Rep-Work-File
           OPEN I-O Rep-Work-File
           OPEN INPUT Sales-Rep-File
           IF Sales-Rep-File-Status = "00"
               READ Sales-Rep-File
                   AT END SET End-Of-Sales-Rep-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-Rep-File
                   MOVE REP-Id        TO RW-Rep-Id
                   MOVE REP-Name      TO RW-Rep-Name
                   MOVE REP-Comm-Rate TO RW-Comm-Rate
                   SET RW-No-Sales TO TRUE
                   MOVE ZERO TO RW-Sales-Value
                   WRITE Rep-Work-Rec
                       INVALID KEY REWRITE Rep-Work-Rec
                   END-WRITE
                   READ Sales-Rep-File
                       AT END SET End-Of-Sales-Rep-File TO TRUE
                   END-READ
                   AT END SET End-Of-Gl-Account-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Gl-Account-File
                   IF Gl-Acct-Count < 100
                       ADD 1 TO Gl-Acct-Count
                       MOVE GA-Account TO GAT-Account(Gl-Acct-Count)
                       MOVE GA-Name    TO GAT-Name(Gl-Acct-Count)
           PERFORM ComputeNightCogs
           MOVE "1200" TO Gl-Stage-Account
           MOVE "D"    TO Gl-Stage-Side
           COMPUTE Gl-Stage-Amount =
               Total-Sales-Value + Total-Carriage-Value
           MOVE "NIGHT SALES TO AR"  TO Gl-Stage-Narrative
           PERFORM AddGlLine
           MOVE "4000" TO Gl-Stage-Account
           MOVE Carrier-Sales-Value TO Gl-Stage-Amount
           MOVE "CARRIER/BLEND SALES" TO Gl-Stage-Narrative
           PERFORM AddGlLine
           MOVE "4200" TO Gl-Stage-Account
           MOVE "C"    TO Gl-Stage-Side
           MOVE Total-Carriage-Value TO Gl-Stage-Amount
           MOVE "CARRIAGE INCOME"     TO Gl-Stage-Narrative
           PERFORM AddGlLine
           MOVE "1210" TO Gl-Stage-Account
           MOVE "D"    TO Gl-Stage-Side
           MOVE Total-Tax-Value TO Gl-Stage-Amount
       ComputeNightCogs.
           MOVE ZERO TO Night-Cogs-Value
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               COMPUTE Stock-Movement-Qty =
                   Avail-Qty(Oil-Num-Idx)
                   - ST-On-Hand-Qty(Oil-Num-Idx, 1)
           END-PERFORM.

       LookupTierOnePriceToday.
           MOVE Oil-Num-Idx      TO Price-Oil-Work
           MOVE Current-Run-Date TO Price-Date-Work
           MOVE 1                TO Price-Tier-Work
           PERFORM FindPriceInForce.

      * A zero line is not worth the paper; a negative total posts
      * on the opposite side, so every staged amount lands positive.
                   MOVE SF-Txn-Type TO WF-Txn-Type
               END-IF
               MOVE SF-Rep-Id     TO WF-Rep-Id
               MOVE SF-Promo-Code TO WF-Promo-Code
               PERFORM BuildSaleKey
               PERFORM CheckDuplicateSale
               IF Duplicate-Sale

       CheckDuplicateSale.
           SET Not-Duplicate-Sale TO TRUE
           MOVE Sale-Key-Work TO DK-Sale-Key
           READ Sale-Key-File
               INVALID KEY CONTINUE
               NOT INVALID KEY SET Duplicate-Sale TO TRUE
           END-READ.

      * If a released key cannot be recorded, cross-feed duplicate
      * detection can no longer be trusted for the rest of the
      * input - fail the run loudly rather than carry on
      * unprotected.
       AddSaleKey.
           MOVE Sale-Key-Work TO DK-Sale-Key
           WRITE Sale-Key-Rec
               INVALID KEY CONTINUE
           END-WRITE
           IF Sale-Key-File-Status NOT = "00"
                   AND Sale-Key-File-Status NOT = "22"
               IF Run-OK
                   DISPLAY "AROMASALESRPT: released sale key not "
                       "recorded, status " Sale-Key-File-Status
                       " - duplicate check lost, run failed"
                   SET Run-Failed TO TRUE
               END-IF
           END-IF.
      * the customer's discount - one computation shared by the audit
      * log and the accumulation pass so the two always agree.  A
      * customer/oil contract price takes precedence: flat per unit,
      * no size tier and no discount on top.  A sale converted from
      * an accepted quote takes the quoted line value ahead of both,
      * so the customer pays what they were quoted.  A promotion
      * code on the sale can only better the standard tier price -
      * quoted and contract prices are already negotiated and are
      * left alone.
       ComputeSaleValue.
           IF WF-Cust-Id NOT = Disc-Cust-Hold
               PERFORM LookupDiscount
           END-IF
           SET No-Promo-Applied TO TRUE
           MOVE ZERO TO Promo-Disc-Of-Sale
           PERFORM LookupQuotedPrice
           IF No-Quoted-Price
               PERFORM LookupContractPrice
               IF Contract-Price-Applied
                   COMPUTE Value-Of-Sale =
                       Price-In-Force * WF-Units-Sold
               ELSE
                   PERFORM DetermineSizeTier
                   PERFORM LookupSalePrice
                   COMPUTE Value-Of-Sale =
                       Price-In-Force * WF-Units-Sold
                   IF Disc-Pct-Work > ZERO
                       COMPUTE Value-Of-Sale ROUNDED =
                           Value-Of-Sale * (100 - Disc-Pct-Work) / 100
                   END-IF
                   IF WF-Promo-Code NOT = SPACES
                       PERFORM ApplyPromotion
                   END-IF
               END-IF
           END-IF
           IF Customer-Tax-Exempt
                   Value-Of-Sale * Tax-Rate-Work / 100
           END-IF.

      * A promotion is honoured only inside its date window and only
      * for an oil it covers - an oil named on one of the campaign's
      * rows, or any oil of a class row (oil 00; a blank class there
      * covers every oil).  A forced tier re-prices the sale at that
      * tier with the customer discount still on top; a percentage
      * comes off the size-tier price in place of the customer
      * discount, never on top of it.  The customer pays whichever
      * is lower, promotion or standard, and the difference is the
      * discount the campaign gave.
      * The campaign's rows are read in file order from its first,
      * and the matching row is left in the record area.
       ApplyPromotion.
           SET Promo-Scan-Open TO TRUE
           MOVE WF-Promo-Code TO PW-Code
           MOVE ZERO          TO PW-Seq
           START Promo-Work-File
               KEY IS NOT LESS THAN PW-Promo-Key
               INVALID KEY SET Promo-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Promo-Scan-Done
               READ Promo-Work-File NEXT RECORD
                   AT END SET Promo-Scan-Done TO TRUE
               END-READ
               IF Promo-Scan-Open
                   IF PW-Code NOT = WF-Promo-Code
                       SET Promo-Scan-Done TO TRUE
                   ELSE
                       IF WF-Sale-Date >= PW-Start-Date
                           AND WF-Sale-Date <= PW-End-Date
                           AND (PW-Oil-Num = WF-Oil-Num
                           OR (PW-Oil-Num = ZERO
                               AND (PW-Oil-Class = SPACE
                                   OR (PW-Oil-Class = "E"
                                       AND WF-Essential-Oil)
                                   OR (PW-Oil-Class = "C"
                                       AND NOT WF-Essential-Oil))))
                           SET Promo-Applied TO TRUE
                           SET Promo-Scan-Done TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Promo-Applied
               MOVE Value-Of-Sale TO Standard-Value-Work
               IF PW-Forced-Tier
                   MOVE PW-Tier TO Size-Tier-Idx
                   PERFORM LookupSalePrice
                   COMPUTE Promo-Value-Work =
                       Price-In-Force * WF-Units-Sold
                   IF Disc-Pct-Work > ZERO
                       COMPUTE Promo-Value-Work ROUNDED =
                           Promo-Value-Work
                               * (100 - Disc-Pct-Work) / 100
                   END-IF
               ELSE
                   COMPUTE Promo-Value-Work ROUNDED =
                       Price-In-Force * WF-Units-Sold
                           * (100 - PW-Pct-Off)
                           / 100
               END-IF
               IF Promo-Value-Work < Standard-Value-Work
                   MOVE Promo-Value-Work TO Value-Of-Sale
                   COMPUTE Promo-Disc-Of-Sale =
                       Standard-Value-Work - Promo-Value-Work
               END-IF
           END-IF.

      * One read fetches everything rated per customer - discount,
      * tax jurisdiction and the exemption flag - held until the
      * customer changes.
       LookupDiscount.
           MOVE ZERO TO Disc-Pct-Work
           MOVE SPACES TO Tax-Jur-Hold
           MOVE "N" TO Exempt-Hold
           IF Customer-Master-Present
               MOVE WF-Cust-Id TO CW-Cust-Id
               READ Customer-Work-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CW-Disc-Pct    TO Disc-Pct-Work
                       MOVE CW-Tax-Jur     TO Tax-Jur-Hold
                       MOVE CW-Exempt-Flag TO Exempt-Hold
               END-READ
           END-IF.

       WriteAuditLogEntry.
           PERFORM ComputeSaleValue
               CONTINUE
           ELSE
               PERFORM FindCustomerForHold
               IF Hold-Customer-Found
                   PERFORM ComputeSaleValue
                   IF WF-Return
                       SUBTRACT Value-Of-Sale FROM CW-Run-Exposure
                       REWRITE Customer-Work-Rec
                   ELSE
                       IF Credit-Hold-In-Force
                           AND CW-Credit-Limit > ZERO
                           AND CW-Ar-Balance
                               + CW-Run-Exposure
                               + Value-Of-Sale
                               > CW-Credit-Limit
                           SET Sale-Held TO TRUE
                       ELSE
                           ADD Value-Of-Sale TO CW-Run-Exposure
                           REWRITE Customer-Work-Rec
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Leaves the customer's work record in the buffer for
      * CheckCreditHold and WriteHeldSaleRecord.
       FindCustomerForHold.
           SET Hold-Customer-Not-Found TO TRUE
           MOVE WF-Cust-Id TO CW-Cust-Id
           READ Customer-Work-File
               INVALID KEY CONTINUE
               NOT INVALID KEY SET Hold-Customer-Found TO TRUE
           END-READ.

       WriteHeldSaleRecord.
           MOVE Sales-Rec TO HS-Sales-Data
           MOVE CW-Credit-Limit TO HS-Credit-Limit
           COMPUTE HS-Exposure =
               CW-Ar-Balance
               + CW-Run-Exposure
               + Value-Of-Sale
           WRITE Held-Sales-Rec
           MOVE WF-Cust-Name TO Prn-CE-Cust-Name
           MOVE WF-Cust-Id   TO Prn-CE-Cust-Id
           MOVE CW-Credit-Limit TO Prn-CE-Limit
           MOVE HS-Exposure  TO Prn-CE-Exposure
           WRITE Credit-Exc-Line FROM Credit-Exc-Detail-Line.

           MOVE SF-Unit-Size  TO WF-Unit-Size
           MOVE SF-Sale-Date  TO WF-Sale-Date
           PERFORM DetermineSizeTier
           IF SF-Oil-Name >= 1 AND SF-Oil-Name <= 99
               PERFORM LookupSalePrice
           ELSE
               MOVE ZERO TO Price-In-Force
               SET Invalid-Record TO TRUE
               MOVE "BLANK CUSTOMER ID" TO Reject-Reason
           ELSE
               IF SF-Oil-Name < 1 OR SF-Oil-Name > 99
                   SET Invalid-Record TO TRUE
                   MOVE "OIL NUMBER NOT IN RANGE 1-99" TO Reject-Reason
               ELSE
                   IF SF-Units-Sold = ZERO
                       SET Invalid-Record TO TRUE
                           IF Valid-Record
                               PERFORM CheckPeriodOpen
                           END-IF
                           IF Valid-Record
                               AND SF-Promo-Code NOT = SPACES
                               PERFORM CheckPromoCode
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE "OIL CLASS CONTRADICTS MASTER" TO Reject-Reason
           END-IF.

      * A code that is on PROMO.DAT at all passes here - whether it
      * is in its window and covers the oil is a pricing question,
      * answered in ApplyPromotion, not grounds for rejection.
       CheckPromoCode.
           SET Promo-Code-Unknown TO TRUE
           MOVE SF-Promo-Code TO PW-Code
           MOVE ZERO          TO PW-Seq
           START Promo-Work-File
               KEY IS NOT LESS THAN PW-Promo-Key
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ Promo-Work-File NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF PW-Code = SF-Promo-Code
                               SET Promo-Code-Known TO TRUE
                           END-IF
                   END-READ
           END-START
           IF Promo-Code-Unknown
               SET Invalid-Record TO TRUE
               MOVE "PROMOTION CODE NOT ON FILE" TO Reject-Reason
           END-IF.

       CheckCustomerOnMaster.
           PERFORM LookupCustomer
           IF NOT Customer-Found
       WriteRejectLine.
           MOVE SF-Cust-Id     TO Prn-Rej-Cust-Id
           MOVE SF-Oil-Name    TO Prn-Rej-Oil-Name
           IF SF-Oil-Name >= 1 AND SF-Oil-Name <= 99
               MOVE OMT-Oil-Name(SF-Oil-Name) TO SF-Oil-Master-Name
           ELSE
               MOVE SPACES TO SF-Oil-Master-Name
               AT END SET End-Of-Work-File TO TRUE
           END-RETURN
           PERFORM UNTIL End-Of-Work-File
               IF WF-Cust-Id NOT = Prev-Cust-Id
                       AND Prev-Cust-Id NOT = SPACES
                   PERFORM PrintCustomerTotals
                   INITIALIZE Cust-Totals
               END-IF
               PERFORM AccumulateSale
               MOVE Work-Rec       TO SS-Sale-Data
               MOVE Sale-Lot-Trace TO SS-Lot-Trace
               WRITE Sorted-Rec
               MOVE WF-Cust-Id TO Prev-Cust-Id
               RETURN Work-File
                   AT END SET End-Of-Work-File TO TRUE
      * adds to it - quantity and value come straight back out of the
      * customer, essential/carrier and per-oil totals, so the oil
      * totals feed NetOilInventory with returns already added back.
      * Whatever part of a sale the warehouse fills is drawn from
      * its lots there and then; the lots taken ride on the sale.
       AccumulateSale.
           INITIALIZE Sale-Lot-Trace
           MOVE ZERO TO Lot-Trace-Sub
           MOVE WF-Units-Sold TO Sale-Qty-Sold
           PERFORM ComputeSaleValue
           ADD 1              TO Cust-Sales
               ADD Sale-Qty-Sold TO OST-Qty-Sold(WF-Oil-Num)
               ADD Value-Of-Sale TO OST-Sales-Value(WF-Oil-Num)
               IF Sale-Qty-Sold > Avail-Qty(WF-Oil-Num)
                   IF Avail-Qty(WF-Oil-Num) > ZERO
                       MOVE Avail-Qty(WF-Oil-Num) TO Lot-Need-Qty
                   ELSE
                       MOVE ZERO TO Lot-Need-Qty
                   END-IF
                   PERFORM CaptureBackOrder
               ELSE
                   MOVE Sale-Qty-Sold TO Lot-Need-Qty
                   SUBTRACT Sale-Qty-Sold FROM Avail-Qty(WF-Oil-Num)
               END-IF
               IF Lot-Need-Qty > ZERO
                   MOVE WF-Oil-Num TO Lot-Draw-Oil-Num
                   SET Lot-Tracing TO TRUE
                   PERFORM AllocateLots
               END-IF
           END-IF
           PERFORM AccumulateRepSales
           PERFORM AccumulateTaxRegister
           PERFORM AccumulateDailyJournal
           PERFORM AccumulateCustomerDrop
           PERFORM WriteHistPostRecord
           IF Promo-Applied
               PERFORM WritePromoPostRecord
           END-IF
           MOVE WF-Cust-Name  TO Cust-Name-Hold
           MOVE WF-Cust-Id    TO Cust-Id-Hold.

      * A customer with more sale dates in one night than the table
      * holds is left uncharged on the overflow dates and named on
      * the console - the customer is never overcharged.
       AccumulateCustomerDrop.
           MOVE ZERO TO Cust-Drop-Sub
           PERFORM VARYING Journal-Sub-2 FROM 1 BY 1
                   UNTIL Journal-Sub-2 > Cust-Drop-Count
               IF CDT-Sale-Date(Journal-Sub-2) = WF-Sale-Date
                   MOVE Journal-Sub-2 TO Cust-Drop-Sub
               END-IF
           END-PERFORM
           IF Cust-Drop-Sub = ZERO
               IF Cust-Drop-Count < 40
                   ADD 1 TO Cust-Drop-Count
                   MOVE Cust-Drop-Count TO Cust-Drop-Sub
                   MOVE WF-Sale-Date TO CDT-Sale-Date(Cust-Drop-Sub)
                   MOVE ZERO TO CDT-Order-Value(Cust-Drop-Sub)
               ELSE
                   DISPLAY "AROMASALESRPT: too many sale dates for "
                       WF-Cust-Id " - no carriage on " WF-Sale-Date
               END-IF
           END-IF
           IF Cust-Drop-Sub > ZERO
               IF WF-Return
                   SUBTRACT Value-Of-Sale
                       FROM CDT-Order-Value(Cust-Drop-Sub)
               ELSE
                   ADD Value-Of-Sale TO CDT-Order-Value(Cust-Drop-Sub)
               END-IF
           END-IF.

       WriteHistPostRecord.
           MOVE WF-Sale-Date  TO HP-Sale-Date
           MOVE WF-Cust-Id    TO HP-Cust-Id
           MOVE WF-Units-Sold TO HP-Units-Sold
           MOVE Value-Of-Sale TO HP-Sale-Value
           MOVE WF-Txn-Type   TO HP-Txn-Type
           MOVE WF-Rep-Id     TO HP-Rep-Id
           MOVE Sale-Lot-Trace TO HP-Lot-Trace
           WRITE Hist-Post-Rec.

       WritePromoPostRecord.
           MOVE WF-Promo-Code      TO PP-Promo-Code
           MOVE WF-Sale-Date       TO PP-Sale-Date
           MOVE WF-Cust-Id         TO PP-Cust-Id
           MOVE WF-Oil-Id          TO PP-Oil-Id
           MOVE WF-Unit-Size       TO PP-Unit-Size
           MOVE WF-Units-Sold      TO PP-Units-Sold
           MOVE Value-Of-Sale      TO PP-Sale-Value
           MOVE Promo-Disc-Of-Sale TO PP-Promo-Disc
           MOVE WF-Txn-Type        TO PP-Txn-Type
           WRITE Promo-Post-Rec.

       AccumulateDailyJournal.
           MOVE ZERO TO Journal-Sub
           PERFORM VARYING Journal-Sub-2 FROM 1 BY 1
               WRITE Print-Line FROM Journal-Detail-Line
           END-PERFORM.

      * A rep code not on the master still gets a row, so its sales
      * print - at no name and a zero rate.
       AccumulateRepSales.
           MOVE WF-Rep-Id TO RW-Rep-Id
           READ Rep-Work-File
               INVALID KEY
                   MOVE SPACES TO RW-Rep-Name
                   MOVE ZERO   TO RW-Comm-Rate
                   MOVE ZERO   TO RW-Sales-Value
                   SET RW-No-Sales TO TRUE
                   WRITE Rep-Work-Rec
           END-READ
           SET RW-Has-Sales TO TRUE
           IF WF-Return
               SUBTRACT Value-Of-Sale FROM RW-Sales-Value
           ELSE
               ADD Value-Of-Sale TO RW-Sales-Value
           END-IF
           REWRITE Rep-Work-Rec.

      * Reps print in rep code order; those with no sales tonight
      * are passed over.
       PrintCommissionReport.
           WRITE Print-Line FROM Commission-Heading-Line
           WRITE Print-Line FROM Commission-Topic-Line
           SET Rep-Work-Not-Eof TO TRUE
           MOVE LOW-VALUES TO RW-Rep-Id
           START Rep-Work-File
               KEY IS NOT LESS THAN RW-Rep-Id
               INVALID KEY SET Rep-Work-Eof TO TRUE
           END-START
           PERFORM UNTIL Rep-Work-Eof
               READ Rep-Work-File NEXT RECORD
                   AT END SET Rep-Work-Eof TO TRUE
               END-READ
               IF Rep-Work-Not-Eof AND RW-Has-Sales
                   PERFORM PrintOneRepLine
               END-IF
           END-PERFORM.

       PrintOneRepLine.
           MOVE RW-Rep-Id      TO Prn-Comm-Rep-Id
           MOVE RW-Rep-Name    TO Prn-Comm-Rep-Name
           MOVE RW-Comm-Rate   TO Prn-Comm-Rate
           COMPUTE Rep-Commission ROUNDED =
               RW-Sales-Value * RW-Comm-Rate / 100
           MOVE RW-Sales-Value TO Prn-Comm-Value
           MOVE Rep-Commission TO Prn-Comm-Amount
           WRITE Print-Line FROM Commission-Detail-Line.

       DetermineSizeTier.
           END-IF.

       PrintCustomerTotals.
           PERFORM ChargeCustomerCarriage
           MOVE Cust-Name-Hold     TO Prn-Cust-Name
           MOVE Cust-Id-Hold       TO Prn-Cust-Id
           MOVE Cust-Sales         TO Prn-Cust-Sales
           MOVE Disc-Pct-Display   TO Prn-Disc-Pct
           MOVE Cust-Sales-Value   TO Prn-Sales-Value
           MOVE Cust-Tax-Value     TO Prn-Tax-Value
           MOVE Cust-Carriage-Value TO Prn-Carriage-Value
           WRITE Print-Line FROM Cust-Sales-Line
           PERFORM CheckCreditException
           PERFORM WriteCsvCustomerRow
           ADD Cust-Sales          TO Total-Sales
           ADD Cust-Qty-Sold       TO Total-Qty-Sold
           ADD Cust-Sales-Value    TO Total-Sales-Value
           ADD Cust-Carriage-Value TO Total-Carriage-Value
           IF Top-Cust-Count < 200
               ADD 1 TO Top-Cust-Count
               MOVE Cust-Id-Hold    TO TC-Cust-Id(Top-Cust-Count)
               END-IF
           END-IF.

      * Each sale date with goods left after returns is one
      * consignment, charged the carriage of the customer's zone
      * unless the order reached the zone's free-delivery value.
      * Carriage is kept out of the goods totals CONTROL.DAT ties
      * to; it is taxed like a sale, added to the open item, and
      * posted to its own income account.
       ChargeCustomerCarriage.
           MOVE ZERO TO Cust-Carriage-Value
           IF Del-Zones-Present
               PERFORM FindCarriageCustomer
               PERFORM FindDeliveryZone
               IF Del-Zone-Matched
                   PERFORM VARYING Cust-Drop-Sub FROM 1 BY 1
                           UNTIL Cust-Drop-Sub > Cust-Drop-Count
                       IF CDT-Order-Value(Cust-Drop-Sub) > ZERO
                           PERFORM ChargeOneConsignment
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * The break is seen on the next customer's first record, so
      * the jurisdiction and exemption are set back to the customer
      * being closed off before the carriage is taxed.
       FindCarriageCustomer.
           MOVE SPACES TO Carriage-Postcode
           MOVE SPACES TO Tax-Jur-Hold
           MOVE "N" TO Exempt-Hold
           IF Customer-Master-Present
               MOVE Cust-Id-Hold TO CW-Cust-Id
               READ Customer-Work-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CW-Postcode    TO Carriage-Postcode
                       MOVE CW-Tax-Jur     TO Tax-Jur-Hold
                       MOVE CW-Exempt-Flag TO Exempt-Hold
               END-READ
           END-IF
           MOVE Cust-Id-Hold TO Disc-Cust-Hold
           INSPECT Carriage-Postcode CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Longest prefix wins, so "EH1" beats "EH": the postcode's
      * first four characters are tried as a zone key, then three,
      * two and one.  A prefix holds no spaces, so a shorter key
      * cut at a space in the postcode still finds only a prefix
      * that truly starts it.  The "*" zone is the fallback for a
      * postcode nothing else starts, or none.  The zone found is
      * left in the work file's record area.
       FindDeliveryZone.
           SET Del-Zone-Not-Matched TO TRUE
           IF Carriage-Postcode(1:1) NOT = SPACE
               AND Carriage-Postcode(1:1) NOT = "*"
               PERFORM VARYING Del-Zone-Try-Len FROM 4 BY -1
                       UNTIL Del-Zone-Try-Len < 1
                           OR Del-Zone-Matched
                   MOVE SPACES TO ZW-Prefix
                   MOVE Carriage-Postcode(1:Del-Zone-Try-Len)
                       TO ZW-Prefix
                   READ Zone-Work-File
                       INVALID KEY CONTINUE
                       NOT INVALID KEY SET Del-Zone-Matched TO TRUE
                   END-READ
               END-PERFORM
           END-IF
           IF Del-Zone-Not-Matched
               MOVE "*" TO ZW-Prefix
               READ Zone-Work-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET Del-Zone-Matched TO TRUE
               END-READ
           END-IF.

       ChargeOneConsignment.
           MOVE ZERO TO Carriage-Charge-Work Carriage-Waived-Work
               Carriage-Tax-Work
           IF ZW-Free-Over > ZERO
                   AND CDT-Order-Value(Cust-Drop-Sub) >= ZW-Free-Over
               MOVE ZW-Charge TO Carriage-Waived-Work
           ELSE
               MOVE ZW-Charge TO Carriage-Charge-Work
           END-IF
           IF Carriage-Charge-Work > ZERO
               IF NOT Customer-Tax-Exempt
                   PERFORM LookupCarriageTaxRate
                   COMPUTE Carriage-Tax-Work ROUNDED =
                       Carriage-Charge-Work * Tax-Rate-Work / 100
               END-IF
               ADD Carriage-Charge-Work TO Cust-Carriage-Value
               ADD Carriage-Tax-Work    TO Cust-Tax-Value
               ADD Carriage-Tax-Work    TO Total-Tax-Value
               PERFORM AccumulateCarriageTax
           END-IF
           ADD Carriage-Waived-Work TO Total-Carriage-Waived
           MOVE Cust-Id-Hold                 TO CS-Cust-Id
           MOVE CDT-Sale-Date(Cust-Drop-Sub) TO CS-Sale-Date
           MOVE ZW-Prefix                    TO CS-Zone-Prefix
           MOVE ZW-Zone-Name                 TO CS-Zone-Name
           MOVE CDT-Order-Value(Cust-Drop-Sub) TO CS-Order-Value
           MOVE Carriage-Charge-Work         TO CS-Charge
           MOVE Carriage-Waived-Work         TO CS-Waived
           MOVE Carriage-Tax-Work            TO CS-Tax
           MOVE Current-Run-Date             TO CS-Run-Date
           WRITE Carriage-Sale-Rec.

       LookupCreditFields.
           MOVE ZERO TO Credit-Limit-Hold
           MOVE ZERO TO Ar-Balance-Hold
           MOVE ZERO TO Disc-Pct-Display
           IF Customer-Master-Present
               MOVE Cust-Id-Hold TO CW-Cust-Id
               READ Customer-Work-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CW-Credit-Limit TO Credit-Limit-Hold
                       MOVE CW-Ar-Balance   TO Ar-Balance-Hold
                       MOVE CW-Disc-Pct     TO Disc-Pct-Display
               END-READ
           END-IF.

      * A customer is flagged when the night's run total on top of
      * their open receivables balance exceeds a non-zero credit
       CheckCreditException.
           IF Credit-Limit-Hold > ZERO
                   AND Cust-Sales-Value > ZERO
               COMPUTE Credit-Exposure = Cust-Sales-Value
                   + Cust-Carriage-Value + Ar-Balance-Hold
               IF Credit-Exposure > Credit-Limit-Hold
                   MOVE Cust-Name-Hold     TO Prn-CE-Cust-Name
                   MOVE Cust-Id-Hold       TO Prn-CE-Cust-Id

      * A customer whose returns outweigh their sales nets to zero or
      * below for the run - there is nothing to collect, so no open
      * item is raised for them.  The carriage charged rides on the
      * same open item as the goods it delivered.
       WriteArPostRecord.
           IF Cust-Sales-Value > ZERO
               MOVE Cust-Id-Hold       TO ARP-Cust-Id
               MOVE Current-Run-Date   TO ARP-Item-Date
               COMPUTE ARP-Orig-Amount =
                   Cust-Sales-Value + Cust-Carriage-Value
               MOVE ARP-Orig-Amount    TO ARP-Open-Amount
               WRITE Ar-Post-Rec
           END-IF.

           CLOSE Hist-Post-File
           CLOSE Sales-Hist-File.

       ArchivePromoSales.
           OPEN EXTEND Promo-Sales-File
           IF Promo-Sales-File-Status = "35"
               OPEN OUTPUT Promo-Sales-File
           END-IF
           OPEN INPUT Promo-Post-File
           READ Promo-Post-File
               AT END SET End-Of-Promo-Post-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Promo-Post-File
               WRITE Promo-Sales-Rec FROM Promo-Post-Rec
               READ Promo-Post-File
                   AT END SET End-Of-Promo-Post-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE Promo-Post-File
           CLOSE Promo-Sales-File.

       ArchiveCarriage.
           OPEN EXTEND Carriage-Hist-File
           IF Carriage-Hist-File-Status = "35"
               OPEN OUTPUT Carriage-Hist-File
           END-IF
           OPEN INPUT Carriage-Sale-File
           READ Carriage-Sale-File
               AT END SET End-Of-Carriage-Sale-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Carriage-Sale-File
               WRITE Carriage-Hist-Rec FROM Carriage-Sale-Rec
               READ Carriage-Sale-File
                   AT END SET End-Of-Carriage-Sale-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE Carriage-Sale-File
           CLOSE Carriage-Hist-File.

       WriteCsvCustomerRow.
           MOVE Cust-Id-Hold       TO Csv-Cust-Id
           MOVE Cust-Name-Hold     TO Csv-Cust-Name
           WRITE Print-Line FROM Carrier-Oil-Totals-Line
           MOVE Returns-Value        TO Prn-Returns-Value
           WRITE Print-Line FROM Returns-Totals-Line
           MOVE Total-Carriage-Value TO Prn-Carriage-Charged
           WRITE Print-Line FROM Carriage-Totals-Line
           MOVE Total-Carriage-Waived TO Prn-Carriage-Waived
           WRITE Print-Line FROM Carriage-Waived-Line
           PERFORM PrintYearOverYearVariance.

       PrintYearOverYearVariance.
           WRITE Print-Line FROM Oil-Summary-Heading-Line
           WRITE Print-Line FROM Oil-Summary-Topic-Line
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               IF OST-Qty-Sold(Oil-Num-Idx) NOT = ZERO
                   MOVE Oil-Num-Idx TO Prn-Oil-Num
                   MOVE OMT-Oil-Name(Oil-Num-Idx)
               OPEN OUTPUT Stock-Ledger-File
           END-IF
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               COMPUTE Stock-Movement-Qty =
                   Avail-Qty(Oil-Num-Idx)
                   - ST-On-Hand-Qty(Oil-Num-Idx, 1)
               IF Stock-Movement-Qty NOT = ZERO
                   MOVE Current-Run-Date TO SL-Date
                   MOVE Oil-Num-Idx      TO SL-Oil-Num
           END-PERFORM
           CLOSE Stock-Ledger-File.

      * OILLOTS.DAT is rewritten in the order the night's sales drew
      * the lots down - unexpired before expired, earliest expiry
      * first - with each warehouse lot at what the sales left on it
      * in LOTWORK.TMP.  Expired lots only gave way when nothing
      * fresher was left, because the units shipped had to come from
      * somewhere.  Returns go back on the oil's on-hand but into no
      * lot; the next count trues them up.  Rewriting through the
      * sort means there is no limit on how many lots it carries.
       DepleteLotsFefo.
           SORT Lot-Sort-File
               ON ASCENDING KEY LS-Expired-Flag
               ON ASCENDING KEY LS-Expiry-Date
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS ReleaseOilLots
               OUTPUT PROCEDURE IS SaveOilLots.

      * The lot's place on the file is counted the same way
      * LoadLotWork counted it, so each warehouse lot can find its
      * LOTWORK.TMP row again.
       ReleaseOilLots.
           MOVE ZERO TO Lot-Seq-Count
           OPEN INPUT Oil-Lot-File
           IF Oil-Lot-File-Status = "00"
               READ Oil-Lot-File
                   AT END SET End-Of-Oil-Lot-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Lot-File
                   ADD 1 TO Lot-Seq-Count
                   IF OL-Expiry-Date < Current-Run-Date
                       SET LS-Lot-Expired TO TRUE
                   ELSE
                       SET LS-Lot-Unexpired TO TRUE
                   END-IF
                   MOVE OL-Expiry-Date TO LS-Expiry-Date
                   MOVE OL-Oil-Num     TO LS-Oil-Num
                   MOVE OL-Location    TO LS-Location
                   MOVE OL-Lot-No      TO LS-Lot-No
                   MOVE OL-Qty         TO LS-Qty
                   MOVE Lot-Seq-Count  TO LS-Lot-Seq
                   RELEASE Lot-Sort-Rec
                   READ Oil-Lot-File
                       AT END SET End-Of-Oil-Lot-File TO TRUE
                   END-READ
               CLOSE Oil-Lot-File
           END-IF.

      * Lots run down to nothing are dropped on the rewrite.  Shop
      * lots and quarantined lots have no LOTWORK.TMP row and go
      * back as they stood.
       SaveOilLots.
           OPEN OUTPUT Oil-Lot-File
           SET Lot-Sort-Not-Eof TO TRUE
           RETURN Lot-Sort-File
               AT END SET Lot-Sort-Eof TO TRUE
           END-RETURN
           PERFORM UNTIL Lot-Sort-Eof
               IF LS-Location = "WH"
                       AND LS-Qty > ZERO
                   PERFORM FindLotWorkQty
               END-IF
               IF LS-Qty NOT = ZERO
                   MOVE LS-Oil-Num     TO OL-Oil-Num
                   MOVE LS-Location    TO OL-Location
                   MOVE LS-Lot-No      TO OL-Lot-No
                   MOVE LS-Expiry-Date TO OL-Expiry-Date
                   MOVE LS-Qty         TO OL-Qty
                   WRITE Oil-Lot-Rec
               END-IF
               RETURN Lot-Sort-File
                   AT END SET Lot-Sort-Eof TO TRUE
               END-RETURN
           END-PERFORM
           CLOSE Oil-Lot-File.

       FindLotWorkQty.
           MOVE LS-Oil-Num      TO LW-Oil-Num
           MOVE LS-Expired-Flag TO LW-Expired-Flag
           MOVE LS-Expiry-Date  TO LW-Expiry-Date
           MOVE LS-Lot-Seq      TO LW-Lot-Seq
           READ Lot-Work-File
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE LW-Qty TO LS-Qty
           END-READ.

      * Supplier lots put under recall quarantine by LotRecallInq,
      * keyed by oil and lot for the lot load to check against.
       LoadLotQuarantine.
           OPEN OUTPUT Quar-Work-File
           CLOSE Quar-Work-File
           OPEN I-O Quar-Work-File
           OPEN INPUT Lot-Quar-File
           IF Lot-Quar-File-Status = "00"
               READ Lot-Quar-File
                   AT END SET End-Of-Lot-Quar-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Lot-Quar-File
                   MOVE QL-Oil-Num TO QK-Oil-Num
                   MOVE QL-Lot-No  TO QK-Lot-No
                   WRITE Quar-Work-Rec
                       INVALID KEY CONTINUE
                   END-WRITE
                   READ Lot-Quar-File
                       AT END SET End-Of-Lot-Quar-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Lot-Quar-File
           END-IF.

      * The warehouse lots the night's sales are filled from go to a
      * keyed work file in the order they are drawn down.  A
      * quarantined lot is left off, and its stock is held out of
      * the oil's available position so no sale or back-order
      * release can be filled from it - those go to back-order
      * instead.  LOTWORK.TMP stays open until the lots are saved.
       LoadLotWork.
           OPEN OUTPUT Lot-Work-File
           CLOSE Lot-Work-File
           OPEN I-O Lot-Work-File
           MOVE ZERO TO Lot-Seq-Count
           OPEN INPUT Oil-Lot-File
           IF Oil-Lot-File-Status = "00"
               READ Oil-Lot-File
                   AT END SET End-Of-Oil-Lot-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Lot-File
                   ADD 1 TO Lot-Seq-Count
                   IF OL-Location = "WH"
                           AND OL-Qty > ZERO
                       PERFORM CheckLotQuarantine
                       IF Lot-Quarantined
                           PERFORM HoldQuarantinedLot
                       ELSE
                           PERFORM WriteLotWorkRecord
                       END-IF
                   END-IF
                   READ Oil-Lot-File
                       AT END SET End-Of-Oil-Lot-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Lot-File
           END-IF
           CLOSE Quar-Work-File.

       CheckLotQuarantine.
           SET Lot-Not-Quarantined TO TRUE
           MOVE OL-Oil-Num TO QK-Oil-Num
           MOVE OL-Lot-No  TO QK-Lot-No
           READ Quar-Work-File
               INVALID KEY CONTINUE
               NOT INVALID KEY SET Lot-Quarantined TO TRUE
           END-READ.

      * Only what the stock position actually shows can be held -
      * a lot carrying more than OILSTOCK.DAT does is held at the
      * stock figure.
       HoldQuarantinedLot.
           IF OL-Qty > Avail-Qty(OL-Oil-Num)
               MOVE Avail-Qty(OL-Oil-Num) TO Lot-Take-Qty
           ELSE
               MOVE OL-Qty TO Lot-Take-Qty
           END-IF
           IF Lot-Take-Qty > ZERO
               SUBTRACT Lot-Take-Qty FROM Avail-Qty(OL-Oil-Num)
               ADD Lot-Take-Qty TO Quar-Held-Qty(OL-Oil-Num)
           END-IF.

       WriteLotWorkRecord.
           MOVE OL-Oil-Num     TO LW-Oil-Num
           IF OL-Expiry-Date < Current-Run-Date
               MOVE "1" TO LW-Expired-Flag
           ELSE
               MOVE "0" TO LW-Expired-Flag
           END-IF
           MOVE OL-Expiry-Date TO LW-Expiry-Date
           MOVE Lot-Seq-Count  TO LW-Lot-Seq
           MOVE OL-Lot-No      TO LW-Lot-No
           MOVE OL-Qty         TO LW-Qty
           WRITE Lot-Work-Rec
               INVALID KEY
                   DISPLAY "AROMASALESRPT: lot " OL-Lot-No
                       " could not be loaded to LOTWORK.TMP"
           END-WRITE.

      * Quarantined stock goes back on the position once the sales
      * are through, so the closing on-hand, the ledger movement
      * and the cost of sales see only what was shipped.
       RestoreQuarantinedStock.
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               ADD Quar-Held-Qty(Oil-Num-Idx) TO Avail-Qty(Oil-Num-Idx)
           END-PERFORM.

      * Draw Lot-Need-Qty units of oil Lot-Draw-Oil-Num off its
      * warehouse lots in LOTWORK.TMP key order - oldest expiry
      * first.  When the lots hold less than the stock position the
      * rest goes untraced; the next count trues the lots up.
       AllocateLots.
           MOVE Lot-Draw-Oil-Num TO LW-Oil-Num
           MOVE "0"              TO LW-Expired-Flag
           MOVE ZERO             TO LW-Expiry-Date
           MOVE ZERO             TO LW-Lot-Seq
           START Lot-Work-File KEY IS NOT LESS THAN LW-Lot-Key
               INVALID KEY SET Lot-Work-Eof TO TRUE
               NOT INVALID KEY SET Lot-Work-Not-Eof TO TRUE
           END-START
           PERFORM UNTIL Lot-Work-Eof
                   OR Lot-Need-Qty NOT > ZERO
               READ Lot-Work-File NEXT RECORD
                   AT END SET Lot-Work-Eof TO TRUE
               END-READ
               IF Lot-Work-Not-Eof
                   IF LW-Oil-Num NOT = Lot-Draw-Oil-Num
                       SET Lot-Work-Eof TO TRUE
                   ELSE
                       IF LW-Qty > ZERO
                           PERFORM DrawFromLot
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       DrawFromLot.
           IF LW-Qty > Lot-Need-Qty
               MOVE Lot-Need-Qty TO Lot-Take-Qty
           ELSE
               MOVE LW-Qty TO Lot-Take-Qty
           END-IF
           SUBTRACT Lot-Take-Qty FROM LW-Qty
           SUBTRACT Lot-Take-Qty FROM Lot-Need-Qty
           REWRITE Lot-Work-Rec
               INVALID KEY CONTINUE
           END-REWRITE
           IF Lot-Tracing
               PERFORM NoteSaleLot
           END-IF.

      * A sale spread over more lots than the trace holds names the
      * extra lot on the console so the recall file can be kept
      * by hand.
       NoteSaleLot.
           IF Lot-Trace-Sub < 3
               ADD 1 TO Lot-Trace-Sub
               MOVE LW-Lot-No    TO SLT-Lot-No(Lot-Trace-Sub)
               MOVE Lot-Take-Qty TO SLT-Lot-Qty(Lot-Trace-Sub)
           ELSE
               DISPLAY "AROMASALESRPT: " WF-Cust-Id " " WF-Oil-Id
                   " " WF-Sale-Date " also filled " Lot-Take-Qty
                   " from lot " LW-Lot-No " - not on the sale"
           END-IF.

      * Open back-orders from earlier runs are read in ahead of the
      * day's sales and released in full wherever the stock brought
      * in by receipts now covers them, oldest first.
       ReleaseBackOrders.
           OPEN OUTPUT Back-Order-Work-File
           OPEN INPUT Back-Order-File
           IF Back-Order-File-Status = "00"
               READ Back-Order-File
                   AT END SET End-Of-Back-Order-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Back-Order-File
                   ADD 1 TO Back-Order-Count
                   MOVE BO-Cust-Id      TO BW-Cust-Id
                   MOVE BO-Oil-Id       TO BW-Oil-Id
                   MOVE BO-Unit-Size    TO BW-Unit-Size
                   MOVE BO-Unfilled-Qty TO BW-Unfilled-Qty
                   MOVE BO-Sale-Date    TO BW-Sale-Date
                   SET BW-Open TO TRUE
                   IF Avail-Qty(BW-Oil-Num) >= BW-Unfilled-Qty
                       SUBTRACT BW-Unfilled-Qty
                           FROM Avail-Qty(BW-Oil-Num)
                       SET BW-Released TO TRUE
                       MOVE BW-Oil-Num      TO Lot-Draw-Oil-Num
                       MOVE BW-Unfilled-Qty TO Lot-Need-Qty
                       SET Lot-Not-Tracing TO TRUE
                       PERFORM AllocateLots
                   END-IF
                   WRITE Back-Order-Work-Rec
                   READ Back-Order-File
                       AT END SET End-Of-Back-Order-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Back-Order-File
           END-IF.

      * BACKWORK.TMP is still open from ReleaseBackOrders while the
      * sales sort runs.
       CaptureBackOrder.
           IF Avail-Qty(WF-Oil-Num) > ZERO
               COMPUTE Back-Order-Shortfall =
           ELSE
               MOVE Sale-Qty-Sold TO Back-Order-Shortfall
           END-IF
           ADD 1 TO Back-Order-Count
           MOVE WF-Cust-Id           TO BW-Cust-Id
           MOVE WF-Oil-Id            TO BW-Oil-Id
           MOVE WF-Unit-Size         TO BW-Unit-Size
           MOVE Back-Order-Shortfall TO BW-Unfilled-Qty
           MOVE WF-Sale-Date         TO BW-Sale-Date
           SET BW-Open TO TRUE
           WRITE Back-Order-Work-Rec.

       PrintBackOrderListing.
           IF Back-Order-Count > ZERO
               WRITE Print-Line FROM Back-Order-Heading-Line
               WRITE Print-Line FROM Back-Order-Topic-Line
               OPEN INPUT Back-Order-Work-File
               READ Back-Order-Work-File
                   AT END SET End-Of-Back-Order-Work TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Back-Order-Work
                   MOVE BW-Cust-Id      TO Prn-BO-Cust-Id
                   MOVE BW-Oil-Id       TO Prn-BO-Oil-Id
                   MOVE BW-Unit-Size    TO Prn-BO-Unit-Size
                   MOVE BW-Unfilled-Qty TO Prn-BO-Unfilled
                   MOVE BW-Sale-Date    TO Prn-BO-Sale-Date
                   IF BW-Released
                       MOVE "RELEASED" TO Prn-BO-Status
                   ELSE
                       MOVE "OPEN"     TO Prn-BO-Status
                   END-IF
                   WRITE Print-Line FROM Back-Order-Detail-Line
                   READ Back-Order-Work-File
                       AT END SET End-Of-Back-Order-Work TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Back-Order-Work-File
           END-IF.

       SaveBackOrders.
           OPEN OUTPUT Back-Order-File
           OPEN INPUT Back-Order-Work-File
           READ Back-Order-Work-File
               AT END SET End-Of-Back-Order-Work TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Back-Order-Work
               IF BW-Open
                   MOVE BW-Cust-Id      TO BO-Cust-Id
                   MOVE BW-Oil-Id       TO BO-Oil-Id
                   MOVE BW-Unit-Size    TO BO-Unit-Size
                   MOVE BW-Unfilled-Qty TO BO-Unfilled-Qty
                   MOVE BW-Sale-Date    TO BO-Sale-Date
                   WRITE Back-Order-Rec
               END-IF
               READ Back-Order-Work-File
                   AT END SET End-Of-Back-Order-Work TO TRUE
               END-READ
           END-PERFORM
           CLOSE Back-Order-Work-File
           CLOSE Back-Order-File.

      * One line per location and a combined ALL line per oil, so
           WRITE Print-Line FROM Inventory-Heading-Line
           WRITE Print-Line FROM Inventory-Topic-Line
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               IF OMT-Oil-Name(Oil-Num-Idx) NOT = SPACES
                       OR ST-On-Hand-Qty(Oil-Num-Idx, 1) NOT = ZERO
                       OR ST-On-Hand-Qty(Oil-Num-Idx, 2) NOT = ZERO
                   PERFORM PrintInventoryLocLine
                       VARYING Location-Sub FROM 1 BY 1
                       UNTIL Location-Sub > 2
                   PERFORM PrintInventoryAllLine
               END-IF
           END-PERFORM.

       PrintInventoryLocLine.
           END-IF
           WRITE Print-Line FROM Inventory-Detail-Line.

      * An oil number with no stock and no reorder point at a
      * location gets no row - most of the number range is unused.
       SaveOilStock.
           OPEN OUTPUT Oil-Stock-File
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               PERFORM VARYING Location-Sub FROM 1 BY 1
                       UNTIL Location-Sub > 2
                   IF ST-On-Hand-Qty(Oil-Num-Idx, Location-Sub)
                           NOT = ZERO
                       OR ST-Reorder-Point(Oil-Num-Idx, Location-Sub)
                           NOT = ZERO
                       MOVE Oil-Num-Idx TO OS-Oil-Num
                       MOVE ST-On-Hand-Qty(Oil-Num-Idx, Location-Sub)
                           TO OS-On-Hand-Qty
                       MOVE ST-Reorder-Point(Oil-Num-Idx, Location-Sub)
                           TO OS-Reorder-Point
                       MOVE Location-Code(Location-Sub) TO OS-Location
                       WRITE Oil-Stock-Rec
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE Oil-Stock-File.
