      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer quotations.  A new quote is keyed as a
      *          customer, a validity period and a line per oil and
      *          unit size; each line is valued at today's price by
      *          the same rules the sales run uses - a customer/oil
      *          contract price first, flat per unit with no
      *          discount, otherwise the effective-dated size-tier
      *          price less the customer's discount - and taxed at
      *          the customer's jurisdiction rate for the oil's
      *          class.  The quotation document goes to QUOTE.RPT
      *          with its valid-until date.  When the customer
      *          accepts, the quote is converted: every line is
      *          emitted as an ordinary sale onto RESUBMIT.DAT (the
      *          pickup file the nightly run reads ahead of the sort)
      *          and the quote is marked accepted, which is what lets
      *          AromaSalesRpt and InvoicePrint value those sales at
      *          the quoted figures even if a price rise has taken
      *          effect since.  An expired quote cannot be accepted -
      *          it is re-quoted.  A declined quote is marked so it
      *          drops off the QuoteFollowRpt follow-up listing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteEntry.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Quote-File ASSIGN TO "QUOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Quote-File-Status.

           SELECT Quote-Report ASSIGN TO "QUOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Resubmit-File ASSIGN TO "RESUBMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Resubmit-File-Status.

           SELECT Oil-Price-File ASSIGN TO "OILPRICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Price-File-Status.

           SELECT Contract-Price-File ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Contract-Price-File-Status.

           SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Customer-File-Status.

           SELECT Tax-Rate-File ASSIGN TO "TAXRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tax-Rate-File-Status.

           SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Master-File-Status.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * One record per quote line; the header fields (customer, dates,
      * rep, status) repeat on every line of the quote.  Status O is
      * open, A accepted and converted to sales on QT-Status-Date, D
      * declined by the customer.
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
               88 QT-Open              VALUE "O".
               88 QT-Accepted          VALUE "A".
               88 QT-Declined          VALUE "D".
           02 QT-Status-Date           PIC 9(8).
           02 QT-Operator              PIC X(3).

       FD Quote-Report.
       01 Quote-Line                   PIC X(72).

       FD Resubmit-File.
       01 Resubmit-Rec                 PIC X(50).

       FD Oil-Price-File.
       01 Oil-Price-Rec.
           88 End-Of-Oil-Price-File    VALUE HIGH-VALUES.
           02 OP-Oil-Num               PIC 99.
           02 OP-Eff-Date              PIC 9(8).
           02 OP-Tier-Price            PIC 99V99 OCCURS 3 TIMES.

       01 Oil-Price-Legacy-Rec REDEFINES Oil-Price-Rec.
           02 FILLER                   PIC 99.
           02 OPL-Tier-Price           PIC 99V99 OCCURS 3 TIMES.
           02 OPL-Unused               PIC X(8).

       FD Contract-Price-File.
       01 Contract-Price-Rec.
           88 End-Of-Contract-File     VALUE HIGH-VALUES.
           02 CP-Cust-Id               PIC X(5).
           02 CP-Oil-Num               PIC 99.
           02 CP-Eff-Date              PIC 9(8).
           02 CP-Price                 PIC 99V99.

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
           02 FILLER                   PIC X(68).

       01 Customer-Legacy-Rec REDEFINES Customer-Rec.
           02 FILLER                   PIC X(25).
           02 CUL-Unused               PIC X(10).
           02 CUL-Tax-Unused           PIC X(13).

       FD Tax-Rate-File.
       01 Tax-Rate-Rec.
           88 End-Of-Tax-Rate-File     VALUE HIGH-VALUES.
           02 TR-Juris                 PIC XX.
           02 TR-Class                 PIC X.
           02 TR-Rate                  PIC 99V999.

       01 Tax-Rate-Legacy-Rec REDEFINES Tax-Rate-Rec.
           02 TRL-Class                PIC X.
           02 TRL-Rate                 PIC 99V999.
           02 TRL-Unused               PIC XX.

       FD Oil-Master-File.
       01 Oil-Master-Rec.
           88 End-Of-Oil-Master-File   VALUE HIGH-VALUES.
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

      * Who is signed on at the console, left by OperatorMenu - the
      * lock is taken in this person's name so a second opener is
      * told WHO is in the file.  Absent or empty, the old prompt
      * asks.
       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
       01  Quote-Table.
           02  Quote-Count             PIC 9(4) VALUE ZERO.
           02  Quote-Entry OCCURS 2000 TIMES.
               03 QTT-Quote-No         PIC 9(6).
               03 QTT-Line-No          PIC 99.
               03 QTT-Cust-Id          PIC X(5).
               03 QTT-Quote-Date       PIC 9(8).
               03 QTT-Valid-Until      PIC 9(8).
               03 QTT-Rep-Id           PIC X(3).
               03 QTT-Oil-Id.
                   04 QTT-Oil-Class    PIC X.
                   04 QTT-Oil-Num      PIC 99.
               03 QTT-Unit-Size        PIC 99.
               03 QTT-Units            PIC 999.
               03 QTT-Unit-Price       PIC 99V99.
               03 QTT-Price-Basis      PIC X.
               03 QTT-Disc-Pct         PIC 99V9.
               03 QTT-Line-Value       PIC 9(6)V99.
               03 QTT-Tax-Value        PIC 9(6)V99.
               03 QTT-Status           PIC X.
               03 QTT-Status-Date      PIC 9(8).
               03 QTT-Operator         PIC X(3).

       01  Quote-Sub                   PIC 9(4).
       01  First-Line-Sub              PIC 9(4).

      * QUOTE.DAT is rewritten in full from the table, so a file
      * bigger than the table must stop the session - a partial
      * save would silently lose quotes.  Contract prices or
      * customers past their tables would quote at the wrong price
      * or not at all, so they stop it the same way.
       01  Table-Overflow-Switch       PIC X VALUE "N".
           88 Table-Overflowed         VALUE "Y".

      * Effective-dated prices and contract prices, consulted the
      * same way AromaSalesRpt does it, so a quote values exactly as
      * the same sale keyed today would.  Only today's row matters
      * here, so each oil keeps just the row in force today - the
      * latest effective date not after today, a later row on the
      * file winning a tie - and the price file can grow without
      * limit.
       01  Price-Today-Table.
           02  Price-Today-Entry  OCCURS 99 TIMES.
               03 PTT-Row-Held    PIC X VALUE "N".
               03 PTT-Eff-Date    PIC 9(8) VALUE ZERO.
               03 PTT-Tier-Price  PIC 99V99 OCCURS 3 TIMES.

       01  Price-Row-Date          PIC 9(8).

       01  Price-In-Force          PIC 99V99.

       01  Price-Best-Date         PIC 9(8).

       01  Price-Lookup-Switch     PIC X VALUE "N".
           88 Price-Row-Found      VALUE "Y".
           88 Price-Row-Not-Found  VALUE "N".

       01  Contract-Table.
           02  Contract-Count      PIC 999 VALUE ZERO.
           02  Contract-Entry OCCURS 500 TIMES.
               03 CNP-Cust-Id      PIC X(5).
               03 CNP-Oil-Num      PIC 99.
               03 CNP-Eff-Date     PIC 9(8).
               03 CNP-Price        PIC 99V99.

       01  Contract-Sub            PIC 999.

       01  Contract-Lookup-Switch  PIC X VALUE "N".
           88 Contract-Price-Applied   VALUE "Y".
           88 No-Contract-Price        VALUE "N".

       01  Customer-Table.
           02  Customer-Count          PIC 9(5) VALUE ZERO.
           02  Customer-Entry OCCURS 2000 TIMES.
               03 CT-Cust-Id           PIC X(5).
               03 CT-Cust-Name         PIC X(20).
               03 CT-Disc-Pct          PIC 99V9.
               03 CT-Tax-Jur           PIC XX.
               03 CT-Exempt-Flag       PIC X.

       01  Customer-Sub                PIC 9(5).

       01  Customer-Lookup-Switch      PIC X VALUE "N".
           88 Customer-Found           VALUE "Y".
           88 Customer-Not-Found       VALUE "N".

       01  Tax-Rate-Table.
           02  Tax-Rate-Count           PIC 99 VALUE ZERO.
           02  Tax-Rate-Entry OCCURS 20 TIMES.
               03 TRT-Juris             PIC XX.
               03 TRT-Class             PIC X.
               03 TRT-Rate              PIC 99V999.

       01  Tax-Rate-Sub                 PIC 99.
       01  Tax-Rate-Work                PIC 99V999.

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.
               03 OMT-Oil-Class        PIC X     VALUE SPACE.

      * The customer being quoted, held for the whole quote.
       01  Quote-Customer-Hold.
           02  Hold-Cust-Id            PIC X(5).
           02  Hold-Cust-Name          PIC X(20).
           02  Hold-Disc-Pct           PIC 99V9.
           02  Hold-Tax-Jur            PIC XX.
           02  Hold-Exempt-Flag        PIC X.
               88 Hold-Tax-Exempt      VALUE "Y".

       01  Entry-Action                PIC X.
           88 Action-New               VALUE "N" "n".
           88 Action-Accept            VALUE "A" "a".
           88 Action-Finish            VALUE "0".

       01  Entry-Disposition           PIC X.
           88 Disposition-Accept       VALUE "A" "a".
           88 Disposition-Decline      VALUE "D" "d".
           88 Disposition-Skip         VALUE "S" "s".
           88 Valid-Disposition        VALUE "A" "a" "D" "d"
                                             "S" "s".

       01  Entry-Cust-Id               PIC X(5).
       01  Entry-Valid-Days            PIC 999.
       01  Entry-Rep-Id                PIC X(3).
       01  Entry-Oil-Num               PIC 99.
       01  Entry-Unit-Size             PIC 99.
       01  Entry-Units                 PIC 999.
       01  Entry-Quote-No              PIC 9(6).

       01  Default-Valid-Days          PIC 999 VALUE 30.
       01  House-Rep-Code              PIC X(3) VALUE "QTE".

       01  Session-Switches.
           02  More-Actions-Sw         PIC X VALUE "Y".
               88 More-Actions         VALUE "Y".
               88 No-More-Actions      VALUE "N".
           02  More-Lines-Sw           PIC X VALUE "Y".
               88 More-Lines           VALUE "Y".
               88 No-More-Lines        VALUE "N".
           02  Quotes-Changed-Sw       PIC X VALUE "N".
               88 Quotes-Changed       VALUE "Y".
           02  Quote-Found-Sw          PIC X VALUE "N".
               88 Quote-Found          VALUE "Y".
               88 Quote-Not-Found      VALUE "N".
           02  Line-Dup-Sw             PIC X VALUE "N".
               88 Line-Already-Quoted  VALUE "Y".
               88 Line-Not-Quoted      VALUE "N".

       01  Last-Quote-No               PIC 9(6) VALUE ZERO.
       01  Quote-Line-Count            PIC 99.

       01  Size-Tier-Idx               PIC 9 VALUE 1.
       01  Tier-Sub                    PIC 9 VALUE 1.
       01  Tax-Class-Work              PIC X.

       01  Line-Value-Work             PIC 9(6)V99.
       01  Line-Tax-Work               PIC 9(6)V99.
       01  Quote-Total-Value           PIC 9(7)V99.
       01  Quote-Total-Tax             PIC 9(7)V99.

      * Valid-until is worked out on a proper calendar, the same
      * month and leap-year handling StandingOrdGen uses for its due
      * dates, one day at a time.
       01  Date-Work.
           02  DW-Year                 PIC 9(4).
           02  DW-Month                PIC 9(2).
           02  DW-Day                  PIC 9(2).
       01  Date-Work-Num REDEFINES Date-Work PIC 9(8).

       01  Days-In-Month-Table.
           02  FILLER                  PIC X(24) VALUE
               "312831303130313130313031".
       01  Days-In-Month-R REDEFINES Days-In-Month-Table.
           02  Days-In-Month           PIC 99 OCCURS 12 TIMES.

       01  Month-Days-Work             PIC 99.
       01  Day-Step-Count              PIC 999.

       01  Purge-Before-Date           PIC 9(8).
       01  Purge-Test-Date             PIC 9(8).

       01  Leap-Year-Work.
           02  Leap-Quotient           PIC 9(4).
           02  Leap-Remainder          PIC 9(4).

      * A sales record in the SALES.DAT layout, built per accepted
      * quote line.
       01  Generated-Sales-Rec.
           02 GS-Cust-Id               PIC X(5).
           02 GS-Cust-Name             PIC X(20).
           02 GS-Oil-Id                PIC X(3).
           02 GS-Unit-Size             PIC 99.
           02 GS-Units-Sold            PIC 999.
           02 GS-Sale-Date             PIC 9(8).
           02 GS-Txn-Type              PIC X.
           02 GS-Rep-Id                PIC X(3).
           02 GS-Promo-Code            PIC X(5).

       01  Quotes-Made                 PIC 999 VALUE ZERO.
       01  Quotes-Accepted             PIC 999 VALUE ZERO.
       01  Sales-Emitted               PIC 9(4) VALUE ZERO.

       01  Display-Value               PIC ZZZ,ZZ9.99.
       01  Display-Price               PIC Z9.99.

       01  Quote-File-Status           PIC XX.
       01  Resubmit-File-Status        PIC XX.
       01  Oil-Price-File-Status       PIC XX.
       01  Contract-Price-File-Status  PIC XX.
       01  Customer-File-Status        PIC XX.
       01  Tax-Rate-File-Status        PIC XX.
       01  Oil-Master-File-Status      PIC XX.
       01  Signon-File-Status          PIC XX.

       01  Current-Run-Date            PIC 9(8).

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Quote-Heading-Line          PIC X(44)
           VALUE "              AROMAMORA QUOTATION".

       01  Quote-Heading-Underline.
           02  FILLER                  PIC X(13) VALUE SPACES.
           02  FILLER                  PIC X(32) VALUE ALL "-".

       01  Quote-Number-Line.
           02  FILLER                  PIC X(14) VALUE " QUOTE NO   : ".
           02  Prn-Quote-No            PIC 9(6).
           02  FILLER                  PIC X(14) VALUE "   QUOTED ON: ".
           02  Prn-Quote-Date          PIC 9(8).

       01  Quote-Cust-Line.
           02  FILLER                  PIC X(14) VALUE " CUSTOMER   : ".
           02  Prn-Quote-Cust-Name     PIC X(20).
           02  FILLER                  PIC X(6)  VALUE "  ID: ".
           02  Prn-Quote-Cust-Id       PIC X(5).

       01  Quote-Valid-Line.
           02  FILLER                  PIC X(14) VALUE " VALID UNTIL: ".
           02  Prn-Quote-Valid-Until   PIC 9(8).
           02  FILLER                  PIC X(30) VALUE
               "  - PRICES HELD TO THIS DATE".

       01  Quote-Topic-Line.
           02  FILLER                  PIC X(8)  VALUE " OIL NO".
           02  FILLER                  PIC X(16) VALUE "  OIL NAME".
           02  FILLER                  PIC X(6)  VALUE "SIZE  ".
           02  FILLER                  PIC X(6)  VALUE "UNITS ".
           02  FILLER                  PIC X(8)  VALUE "  PRICE ".
           02  FILLER                  PIC X(6)  VALUE " DISC ".
           02  FILLER                  PIC X(11) VALUE "      VALUE".
           02  FILLER                  PIC X(10) VALUE "       TAX".

       01  Quote-Detail-Line.
           02  Prn-QD-Oil-Num          PIC BBBBBZ9.
           02  Prn-QD-Oil-Name         PIC BBX(14).
           02  Prn-QD-Unit-Size        PIC BBBZ9.
           02  Prn-QD-Units            PIC BBBZZ9.
           02  Prn-QD-Price            PIC BBBZ9.99.
           02  Prn-QD-Basis            PIC BX.
           02  Prn-QD-Disc             PIC BBZ9.9.
           02  Prn-QD-Value            PIC BZZZ,ZZ9.99.
           02  Prn-QD-Tax              PIC BZZ,ZZ9.99.

       01  Quote-Total-Line.
           02  FILLER                  PIC X(38) VALUE SPACES.
           02  FILLER                  PIC X(14) VALUE
                                          "QUOTE TOTAL :".
           02  Prn-QT-Value            PIC ZZZZ,ZZ9.99.
           02  Prn-QT-Tax              PIC BZZ,ZZ9.99.

       01  Quote-Footnote-Line         PIC X(64) VALUE
           " PRICE C = CONTRACT PRICE, NO DISCOUNT APPLIED".

       01  Quote-Separator-Line        PIC X(72) VALUE ALL "=".

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
           PERFORM AcquireFileLock
           IF Lock-Result = "N"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VerifyMasterSeals
           IF Run-OK
               PERFORM LoadQuotes
               IF Table-Overflowed
                   DISPLAY "QUOTEENTRY: more than 2000 lines on "
                       "QUOTE.DAT - table full, nothing processed "
                       "and nothing rewritten"
                   SET Run-Failed TO TRUE
               END-IF
           END-IF
           IF Run-OK
               PERFORM LoadOilPrices
               PERFORM LoadContractPrices
               PERFORM LoadCustomers
               IF Table-Overflowed
                   DISPLAY "QUOTEENTRY: more than 500 contract "
                       "prices or 2000 customers - table full, "
                       "nothing processed and nothing rewritten"
                   SET Run-Failed TO TRUE
               END-IF
           END-IF
           IF Run-OK
               PERFORM LoadTaxRates
               PERFORM LoadOilMaster
               OPEN OUTPUT Quote-Report
               OPEN EXTEND Resubmit-File
               IF Resubmit-File-Status = "35"
                   OPEN OUTPUT Resubmit-File
               END-IF
               PERFORM GetAction UNTIL No-More-Actions
               CLOSE Resubmit-File
               CLOSE Quote-Report
               IF Quotes-Changed
                   PERFORM SaveQuotes
               END-IF
               DISPLAY "QUOTEENTRY: " Quotes-Made " quote(s) made, "
                   Quotes-Accepted " accepted - " Sales-Emitted
                   " sale line(s) to RESUBMIT.DAT"
           END-IF
           PERFORM ReleaseFileLock
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

      * One quoting session at a time - QUOTE.DAT is rewritten from
      * the table at the end.
       AcquireFileLock.
           MOVE "QUOTE.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "QUOTEENTRY: QUOTE.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseFileLock.
           MOVE "QUOTE.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

      * A quote is a price promise - it is not given from a price or
      * customer master that has been changed outside its owners.
       VerifyMasterSeals.
           MOVE "CUSTOMER.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "QUOTEENTRY: CUSTOMER.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF
           MOVE "OILPRICE.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "QUOTEENTRY: OILPRICE.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF
           MOVE "OILMAST.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "QUOTEENTRY: OILMAST.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF.

       LoadQuotes.
           OPEN INPUT Quote-File
           IF Quote-File-Status = "00"
               READ Quote-File
                   AT END SET End-Of-Quote-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Quote-File
                   IF Quote-Count < 2000
                       ADD 1 TO Quote-Count
                       MOVE QT-Quote-No TO QTT-Quote-No(Quote-Count)
                       MOVE QT-Line-No  TO QTT-Line-No(Quote-Count)
                       MOVE QT-Cust-Id  TO QTT-Cust-Id(Quote-Count)
                       MOVE QT-Quote-Date
                           TO QTT-Quote-Date(Quote-Count)
                       MOVE QT-Valid-Until
                           TO QTT-Valid-Until(Quote-Count)
                       MOVE QT-Rep-Id   TO QTT-Rep-Id(Quote-Count)
                       MOVE QT-Oil-Id   TO QTT-Oil-Id(Quote-Count)
                       MOVE QT-Unit-Size
                           TO QTT-Unit-Size(Quote-Count)
                       MOVE QT-Units    TO QTT-Units(Quote-Count)
                       MOVE QT-Unit-Price
                           TO QTT-Unit-Price(Quote-Count)
                       MOVE QT-Price-Basis
                           TO QTT-Price-Basis(Quote-Count)
                       MOVE QT-Disc-Pct TO QTT-Disc-Pct(Quote-Count)
                       MOVE QT-Line-Value
                           TO QTT-Line-Value(Quote-Count)
                       MOVE QT-Tax-Value
                           TO QTT-Tax-Value(Quote-Count)
                       MOVE QT-Status   TO QTT-Status(Quote-Count)
                       MOVE QT-Status-Date
                           TO QTT-Status-Date(Quote-Count)
                       MOVE QT-Operator TO QTT-Operator(Quote-Count)
                       IF QT-Quote-No > Last-Quote-No
                           MOVE QT-Quote-No TO Last-Quote-No
                       END-IF
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Quote-File
                       AT END SET End-Of-Quote-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Quote-File
           ELSE
               DISPLAY "QUOTEENTRY: no QUOTE.DAT found - "
                   "starting with no quotes"
           END-IF.

       LoadOilPrices.
           OPEN INPUT Oil-Price-File
           IF Oil-Price-File-Status = "00"
               READ Oil-Price-File
                   AT END SET End-Of-Oil-Price-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Price-File
                   PERFORM LoadOnePriceRow
                   READ Oil-Price-File
                       AT END SET End-Of-Oil-Price-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Price-File
           ELSE
               DISPLAY "QUOTEENTRY: no OILPRICE.DAT found - "
                   "quotes will value at zero"
           END-IF.

       LoadOnePriceRow.
           IF OPL-Unused = SPACES
               MOVE ZERO TO Price-Row-Date
           ELSE
               MOVE OP-Eff-Date TO Price-Row-Date
           END-IF
           IF OP-Oil-Num > ZERO
               AND Price-Row-Date <= Current-Run-Date
               IF PTT-Row-Held(OP-Oil-Num) = "N"
                   OR Price-Row-Date >= PTT-Eff-Date(OP-Oil-Num)
                   MOVE "Y" TO PTT-Row-Held(OP-Oil-Num)
                   MOVE Price-Row-Date TO PTT-Eff-Date(OP-Oil-Num)
                   PERFORM VARYING Tier-Sub FROM 1 BY 1
                           UNTIL Tier-Sub > 3
                       IF OPL-Unused = SPACES
                           MOVE OPL-Tier-Price(Tier-Sub)
                               TO PTT-Tier-Price(OP-Oil-Num, Tier-Sub)
                       ELSE
                           MOVE OP-Tier-Price(Tier-Sub)
                               TO PTT-Tier-Price(OP-Oil-Num, Tier-Sub)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       LoadContractPrices.
           OPEN INPUT Contract-Price-File
           IF Contract-Price-File-Status = "00"
               READ Contract-Price-File
                   AT END SET End-Of-Contract-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Contract-File
                   IF Contract-Count < 500
                       ADD 1 TO Contract-Count
                       MOVE CP-Cust-Id
                           TO CNP-Cust-Id(Contract-Count)
                       MOVE CP-Oil-Num
                           TO CNP-Oil-Num(Contract-Count)
                       MOVE CP-Eff-Date
                           TO CNP-Eff-Date(Contract-Count)
                       MOVE CP-Price
                           TO CNP-Price(Contract-Count)
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Contract-Price-File
                       AT END SET End-Of-Contract-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Contract-Price-File
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
                       IF CUL-Unused = SPACES
                           MOVE ZERO TO CT-Disc-Pct(Customer-Count)
                       ELSE
                           MOVE CUST-DISC-PCT
                               TO CT-Disc-Pct(Customer-Count)
                       END-IF
                       IF CUL-Tax-Unused = SPACES
                           MOVE SPACES TO CT-Tax-Jur(Customer-Count)
                           MOVE "N" TO CT-Exempt-Flag(Customer-Count)
                       ELSE
                           MOVE CUST-TAX-JUR
                               TO CT-Tax-Jur(Customer-Count)
                           MOVE CUST-EXEMPT-FLAG
                               TO CT-Exempt-Flag(Customer-Count)
                       END-IF
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Customer-File
                       AT END SET End-Of-Customer-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Customer-File
           ELSE
               DISPLAY "QUOTEENTRY: no CUSTOMER.DAT found - "
                   "no customer can be quoted"
           END-IF.

       LoadTaxRates.
           OPEN INPUT Tax-Rate-File
           IF Tax-Rate-File-Status = "00"
               READ Tax-Rate-File
                   AT END SET End-Of-Tax-Rate-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Tax-Rate-File
                   IF Tax-Rate-Count < 20
                       ADD 1 TO Tax-Rate-Count
                       IF TRL-Unused = SPACES
                           MOVE SPACES TO TRT-Juris(Tax-Rate-Count)
                           MOVE TRL-Class TO TRT-Class(Tax-Rate-Count)
                           MOVE TRL-Rate  TO TRT-Rate(Tax-Rate-Count)
                       ELSE
                           MOVE TR-Juris  TO TRT-Juris(Tax-Rate-Count)
                           MOVE TR-Class  TO TRT-Class(Tax-Rate-Count)
                           MOVE TR-Rate   TO TRT-Rate(Tax-Rate-Count)
                       END-IF
                   END-IF
                   READ Tax-Rate-File
                       AT END SET End-Of-Tax-Rate-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Tax-Rate-File
           ELSE
               DISPLAY "QUOTEENTRY: no TAXRATE.DAT found - "
                   "quotes carry no tax"
           END-IF.

       LoadOilMaster.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               READ Oil-Master-File
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name  TO OMT-Oil-Name(OM-Oil-Num)
                       MOVE OM-Oil-Class TO OMT-Oil-Class(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
                       AT END SET End-Of-Oil-Master-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           ELSE
               DISPLAY "QUOTEENTRY: no OILMAST.DAT found - "
                   "no oil can be quoted"
           END-IF.

       GetAction.
           DISPLAY " "
           DISPLAY "(N)ew quote, (A)ccept/decline a quote, 0 to "
               "finish: " WITH NO ADVANCING
           ACCEPT Entry-Action
           EVALUATE TRUE
               WHEN Action-Finish
                   SET No-More-Actions TO TRUE
               WHEN Action-New
                   PERFORM EnterNewQuote
               WHEN Action-Accept
                   PERFORM DisposeOfQuote
               WHEN OTHER
                   DISPLAY "Must be N, A or 0"
           END-EVALUATE.

      ******************************************************************
      * New quote - customer, validity and lines, then the document.
      ******************************************************************
       EnterNewQuote.
           DISPLAY "Customer ID                     : "
               WITH NO ADVANCING
           ACCEPT Entry-Cust-Id
           PERFORM LookupCustomer
           IF Customer-Not-Found
               DISPLAY "Customer " Entry-Cust-Id
                   " is not on CUSTOMER.DAT - quote abandoned"
           ELSE
               DISPLAY "Quoting " Hold-Cust-Name
               DISPLAY "Days valid (000 for 30)         : "
                   WITH NO ADVANCING
               ACCEPT Entry-Valid-Days
               IF Entry-Valid-Days = ZERO
                   MOVE Default-Valid-Days TO Entry-Valid-Days
               END-IF
               DISPLAY "Rep code (blank for house)      : "
                   WITH NO ADVANCING
               ACCEPT Entry-Rep-Id
               IF Entry-Rep-Id = SPACES
                   MOVE House-Rep-Code TO Entry-Rep-Id
               END-IF
               PERFORM WorkOutValidUntil
               ADD 1 TO Last-Quote-No
               MOVE ZERO TO Quote-Line-Count
               COMPUTE First-Line-Sub = Quote-Count + 1
               SET More-Lines TO TRUE
               PERFORM EnterQuoteLine UNTIL No-More-Lines
               IF Quote-Line-Count = ZERO
                   DISPLAY "No lines keyed - quote abandoned"
                   SUBTRACT 1 FROM Last-Quote-No
               ELSE
                   PERFORM PrintQuoteDocument
                   ADD 1 TO Quotes-Made
                   SET Quotes-Changed TO TRUE
                   DISPLAY "Quote " Last-Quote-No " printed to "
                       "QUOTE.RPT"
               END-IF
           END-IF.

       LookupCustomer.
           SET Customer-Not-Found TO TRUE
           PERFORM VARYING Customer-Sub FROM 1 BY 1
                   UNTIL Customer-Sub > Customer-Count
                       OR Customer-Found
               IF CT-Cust-Id(Customer-Sub) = Entry-Cust-Id
                   SET Customer-Found TO TRUE
                   MOVE CT-Cust-Id(Customer-Sub)   TO Hold-Cust-Id
                   MOVE CT-Cust-Name(Customer-Sub) TO Hold-Cust-Name
                   MOVE CT-Disc-Pct(Customer-Sub)  TO Hold-Disc-Pct
                   MOVE CT-Tax-Jur(Customer-Sub)   TO Hold-Tax-Jur
                   MOVE CT-Exempt-Flag(Customer-Sub)
                       TO Hold-Exempt-Flag
               END-IF
           END-PERFORM.

       WorkOutValidUntil.
           MOVE Current-Run-Date TO Date-Work-Num
           PERFORM VARYING Day-Step-Count FROM 1 BY 1
                   UNTIL Day-Step-Count > Entry-Valid-Days
               ADD 1 TO DW-Day
               PERFORM GetDaysInMonth
               IF DW-Day > Month-Days-Work
                   MOVE 1 TO DW-Day
                   ADD 1 TO DW-Month
                   IF DW-Month > 12
                       MOVE 1 TO DW-Month
                       ADD 1 TO DW-Year
                   END-IF
               END-IF
           END-PERFORM.

       GetDaysInMonth.
           MOVE Days-In-Month(DW-Month) TO Month-Days-Work
           IF DW-Month = 2
               DIVIDE DW-Year BY 4
                   GIVING Leap-Quotient REMAINDER Leap-Remainder
               IF Leap-Remainder = ZERO
                   DIVIDE DW-Year BY 100
                       GIVING Leap-Quotient
                       REMAINDER Leap-Remainder
                   IF Leap-Remainder NOT = ZERO
                       MOVE 29 TO Month-Days-Work
                   ELSE
                       DIVIDE DW-Year BY 400
                           GIVING Leap-Quotient
                           REMAINDER Leap-Remainder
                       IF Leap-Remainder = ZERO
                           MOVE 29 TO Month-Days-Work
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * One line per oil and unit size - the sales run treats two
      * identical sales to one customer on one day as a duplicate,
      * so the units for a size are keyed once, in total.
       EnterQuoteLine.
           DISPLAY "Oil number (1-99), 00 to end quote : "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Num
           IF Entry-Oil-Num = ZERO
               SET No-More-Lines TO TRUE
           ELSE
               IF Entry-Oil-Num > 99
                   MOVE 0 TO Entry-Oil-Num
               ELSE
                   IF OMT-Oil-Class(Entry-Oil-Num) = SPACE
                       MOVE 0 TO Entry-Oil-Num
                   END-IF
               END-IF
               IF Entry-Oil-Num = ZERO
                   DISPLAY "Oil is not on OILMAST.DAT - line not "
                       "added"
               ELSE
                   DISPLAY "  " OMT-Oil-Name(Entry-Oil-Num)
                   DISPLAY "Unit size (01-99)               : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Unit-Size
                   DISPLAY "Units                           : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Units
                   IF Entry-Unit-Size = ZERO OR Entry-Units = ZERO
                       DISPLAY "Size and units must both be above "
                           "zero - line not added"
                   ELSE
                       PERFORM CheckLineAlreadyQuoted
                       IF Line-Already-Quoted
                           DISPLAY "That oil and size is already on "
                               "this quote - key the total once"
                       ELSE
                           IF Quote-Count < 2000
                               AND Quote-Line-Count < 99
                               PERFORM AddQuoteLine
                           ELSE
                               DISPLAY "Quote table full - line not "
                                   "added"
                               SET No-More-Lines TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CheckLineAlreadyQuoted.
           SET Line-Not-Quoted TO TRUE
           PERFORM VARYING Quote-Sub FROM First-Line-Sub BY 1
                   UNTIL Quote-Sub > Quote-Count
               IF QTT-Oil-Num(Quote-Sub) = Entry-Oil-Num
                   AND QTT-Unit-Size(Quote-Sub) = Entry-Unit-Size
                   SET Line-Already-Quoted TO TRUE
               END-IF
           END-PERFORM.

       AddQuoteLine.
           ADD 1 TO Quote-Count
           ADD 1 TO Quote-Line-Count
           MOVE Quote-Count TO Quote-Sub
           MOVE Last-Quote-No    TO QTT-Quote-No(Quote-Sub)
           MOVE Quote-Line-Count TO QTT-Line-No(Quote-Sub)
           MOVE Hold-Cust-Id     TO QTT-Cust-Id(Quote-Sub)
           MOVE Current-Run-Date TO QTT-Quote-Date(Quote-Sub)
           MOVE Date-Work-Num    TO QTT-Valid-Until(Quote-Sub)
           MOVE Entry-Rep-Id     TO QTT-Rep-Id(Quote-Sub)
           MOVE OMT-Oil-Class(Entry-Oil-Num)
               TO QTT-Oil-Class(Quote-Sub)
           MOVE Entry-Oil-Num    TO QTT-Oil-Num(Quote-Sub)
           MOVE Entry-Unit-Size  TO QTT-Unit-Size(Quote-Sub)
           MOVE Entry-Units      TO QTT-Units(Quote-Sub)
           MOVE "O"              TO QTT-Status(Quote-Sub)
           MOVE Current-Run-Date TO QTT-Status-Date(Quote-Sub)
           MOVE Operator-Id      TO QTT-Operator(Quote-Sub)
           PERFORM ValueQuoteLine
           MOVE Line-Value-Work TO Display-Value
           MOVE QTT-Unit-Price(Quote-Sub) TO Display-Price
           DISPLAY "  at " Display-Price " " QTT-Price-Basis(Quote-Sub)
               " - line value " Display-Value.

      * The sales run's ComputeSaleValue, applied as of today: a
      * contract price is flat per unit with no discount, otherwise
      * the size-tier price in force less the customer's discount;
      * tax at the customer's jurisdiction rate for the oil's class
      * unless the customer is exempt.
       ValueQuoteLine.
           PERFORM LookupContractPrice
           IF Contract-Price-Applied
               COMPUTE Line-Value-Work =
                   Price-In-Force * Entry-Units
               MOVE "C"  TO QTT-Price-Basis(Quote-Sub)
               MOVE ZERO TO QTT-Disc-Pct(Quote-Sub)
           ELSE
               PERFORM DetermineSizeTier
               PERFORM LookupSalePrice
               COMPUTE Line-Value-Work = Price-In-Force * Entry-Units
               IF Hold-Disc-Pct > ZERO
                   COMPUTE Line-Value-Work ROUNDED =
                       Line-Value-Work * (100 - Hold-Disc-Pct) / 100
               END-IF
               MOVE SPACE TO QTT-Price-Basis(Quote-Sub)
               MOVE Hold-Disc-Pct TO QTT-Disc-Pct(Quote-Sub)
           END-IF
           MOVE Price-In-Force TO QTT-Unit-Price(Quote-Sub)
           IF Hold-Tax-Exempt
               MOVE ZERO TO Line-Tax-Work
           ELSE
               PERFORM LookupTaxRate
               COMPUTE Line-Tax-Work ROUNDED =
                   Line-Value-Work * Tax-Rate-Work / 100
           END-IF
           MOVE Line-Value-Work TO QTT-Line-Value(Quote-Sub)
           MOVE Line-Tax-Work   TO QTT-Tax-Value(Quote-Sub).

       LookupContractPrice.
           SET No-Contract-Price TO TRUE
           MOVE ZERO TO Price-Best-Date
           PERFORM VARYING Contract-Sub FROM 1 BY 1
                   UNTIL Contract-Sub > Contract-Count
               IF CNP-Cust-Id(Contract-Sub) = Hold-Cust-Id
                   AND CNP-Oil-Num(Contract-Sub) = Entry-Oil-Num
                   AND CNP-Eff-Date(Contract-Sub) <= Current-Run-Date
                   IF No-Contract-Price
                       OR CNP-Eff-Date(Contract-Sub)
                           >= Price-Best-Date
                       SET Contract-Price-Applied TO TRUE
                       MOVE CNP-Eff-Date(Contract-Sub)
                           TO Price-Best-Date
                       MOVE CNP-Price(Contract-Sub)
                           TO Price-In-Force
                   END-IF
               END-IF
           END-PERFORM.

       LookupSalePrice.
           MOVE ZERO TO Price-In-Force
           MOVE ZERO TO Price-Best-Date
           SET Price-Row-Not-Found TO TRUE
           IF Entry-Oil-Num > ZERO
               IF PTT-Row-Held(Entry-Oil-Num) = "Y"
                   SET Price-Row-Found TO TRUE
                   MOVE PTT-Eff-Date(Entry-Oil-Num) TO Price-Best-Date
                   MOVE PTT-Tier-Price(Entry-Oil-Num, Size-Tier-Idx)
                       TO Price-In-Force
               END-IF
           END-IF.

       DetermineSizeTier.
           IF Entry-Unit-Size <= 10
               MOVE 1 TO Size-Tier-Idx
           ELSE
               IF Entry-Unit-Size <= 25
                   MOVE 2 TO Size-Tier-Idx
               ELSE
                   MOVE 3 TO Size-Tier-Idx
               END-IF
           END-IF.

      * The customer's jurisdiction row for the oil's class, falling
      * back to the blank (home) jurisdiction - as the sales run does.
       LookupTaxRate.
           MOVE OMT-Oil-Class(Entry-Oil-Num) TO Tax-Class-Work
           MOVE ZERO TO Tax-Rate-Work
           PERFORM VARYING Tax-Rate-Sub FROM 1 BY 1
                   UNTIL Tax-Rate-Sub > Tax-Rate-Count
               IF TRT-Juris(Tax-Rate-Sub) = SPACES
                   AND TRT-Class(Tax-Rate-Sub) = Tax-Class-Work
                   MOVE TRT-Rate(Tax-Rate-Sub) TO Tax-Rate-Work
               END-IF
           END-PERFORM
           PERFORM VARYING Tax-Rate-Sub FROM 1 BY 1
                   UNTIL Tax-Rate-Sub > Tax-Rate-Count
               IF TRT-Juris(Tax-Rate-Sub) = Hold-Tax-Jur
                   AND Hold-Tax-Jur NOT = SPACES
                   AND TRT-Class(Tax-Rate-Sub) = Tax-Class-Work
                   MOVE TRT-Rate(Tax-Rate-Sub) TO Tax-Rate-Work
               END-IF
           END-PERFORM.

       PrintQuoteDocument.
           IF Quotes-Made > ZERO
               WRITE Quote-Line FROM Quote-Separator-Line
               WRITE Quote-Line FROM Blank-Line
           END-IF
           WRITE Quote-Line FROM Quote-Heading-Line
           WRITE Quote-Line FROM Quote-Heading-Underline
           MOVE Last-Quote-No    TO Prn-Quote-No
           MOVE Current-Run-Date TO Prn-Quote-Date
           WRITE Quote-Line FROM Quote-Number-Line
           MOVE Hold-Cust-Name   TO Prn-Quote-Cust-Name
           MOVE Hold-Cust-Id     TO Prn-Quote-Cust-Id
           WRITE Quote-Line FROM Quote-Cust-Line
           MOVE Date-Work-Num    TO Prn-Quote-Valid-Until
           WRITE Quote-Line FROM Quote-Valid-Line
           WRITE Quote-Line FROM Blank-Line
           WRITE Quote-Line FROM Quote-Topic-Line
           MOVE ZERO TO Quote-Total-Value Quote-Total-Tax
           PERFORM VARYING Quote-Sub FROM First-Line-Sub BY 1
                   UNTIL Quote-Sub > Quote-Count
               MOVE QTT-Oil-Num(Quote-Sub)    TO Prn-QD-Oil-Num
               MOVE OMT-Oil-Name(QTT-Oil-Num(Quote-Sub))
                   TO Prn-QD-Oil-Name
               MOVE QTT-Unit-Size(Quote-Sub)  TO Prn-QD-Unit-Size
               MOVE QTT-Units(Quote-Sub)      TO Prn-QD-Units
               MOVE QTT-Unit-Price(Quote-Sub) TO Prn-QD-Price
               MOVE QTT-Price-Basis(Quote-Sub) TO Prn-QD-Basis
               MOVE QTT-Disc-Pct(Quote-Sub)   TO Prn-QD-Disc
               MOVE QTT-Line-Value(Quote-Sub) TO Prn-QD-Value
               MOVE QTT-Tax-Value(Quote-Sub)  TO Prn-QD-Tax
               WRITE Quote-Line FROM Quote-Detail-Line
               ADD QTT-Line-Value(Quote-Sub) TO Quote-Total-Value
               ADD QTT-Tax-Value(Quote-Sub)  TO Quote-Total-Tax
           END-PERFORM
           MOVE Quote-Total-Value TO Prn-QT-Value
           MOVE Quote-Total-Tax   TO Prn-QT-Tax
           WRITE Quote-Line FROM Quote-Total-Line
           WRITE Quote-Line FROM Blank-Line
           WRITE Quote-Line FROM Quote-Footnote-Line.

      ******************************************************************
      * Accept or decline - an accepted quote becomes sales.
      ******************************************************************
       DisposeOfQuote.
           DISPLAY "Quote number                    : "
               WITH NO ADVANCING
           ACCEPT Entry-Quote-No
           PERFORM ShowQuote
           IF Quote-Not-Found
               DISPLAY "Quote " Entry-Quote-No " is not on QUOTE.DAT"
           ELSE
               IF QTT-Status(First-Line-Sub) NOT = "O"
                   DISPLAY "Quote " Entry-Quote-No " is already "
                       "closed - status " QTT-Status(First-Line-Sub)
               ELSE
                   DISPLAY "(A)ccept, (D)eclined, (S)kip    : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Disposition
                   PERFORM UNTIL Valid-Disposition
                       DISPLAY "Must be A, D or S - re-enter    : "
                           WITH NO ADVANCING
                       ACCEPT Entry-Disposition
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN Disposition-Accept
                           IF QTT-Valid-Until(First-Line-Sub)
                                   < Current-Run-Date
                               DISPLAY "Quote expired on "
                                   QTT-Valid-Until(First-Line-Sub)
                                   " - prices no longer held, "
                                   "re-quote"
                           ELSE
                               PERFORM ConvertQuoteToSales
                           END-IF
                       WHEN Disposition-Decline
                           PERFORM VARYING Quote-Sub FROM 1 BY 1
                                   UNTIL Quote-Sub > Quote-Count
                               IF QTT-Quote-No(Quote-Sub)
                                       = Entry-Quote-No
                                   MOVE "D" TO QTT-Status(Quote-Sub)
                                   MOVE Current-Run-Date
                                       TO QTT-Status-Date(Quote-Sub)
                               END-IF
                           END-PERFORM
                           SET Quotes-Changed TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       ShowQuote.
           SET Quote-Not-Found TO TRUE
           MOVE ZERO TO Quote-Total-Value
           PERFORM VARYING Quote-Sub FROM 1 BY 1
                   UNTIL Quote-Sub > Quote-Count
               IF QTT-Quote-No(Quote-Sub) = Entry-Quote-No
                   IF Quote-Not-Found
                       SET Quote-Found TO TRUE
                       MOVE Quote-Sub TO First-Line-Sub
                       DISPLAY "Customer " QTT-Cust-Id(Quote-Sub)
                           " quoted " QTT-Quote-Date(Quote-Sub)
                           " valid until " QTT-Valid-Until(Quote-Sub)
                   END-IF
                   MOVE QTT-Line-Value(Quote-Sub) TO Display-Value
                   DISPLAY "  oil " QTT-Oil-Id(Quote-Sub)
                       " size " QTT-Unit-Size(Quote-Sub)
                       " units " QTT-Units(Quote-Sub)
                       " value " Display-Value
                   ADD QTT-Line-Value(Quote-Sub) TO Quote-Total-Value
               END-IF
           END-PERFORM
           IF Quote-Found
               MOVE Quote-Total-Value TO Display-Value
               DISPLAY "  quote total " Display-Value
           END-IF.

      * Each line becomes a sale dated today.  The sale key -
      * customer, oil, size, units, date, type S - is what the sales
      * run and InvoicePrint match back to the accepted quote line
      * to value it at the quoted figure.  The customer name is left
      * blank; the sales run supplies it from the master.
       ConvertQuoteToSales.
           PERFORM VARYING Quote-Sub FROM 1 BY 1
                   UNTIL Quote-Sub > Quote-Count
               IF QTT-Quote-No(Quote-Sub) = Entry-Quote-No
                   MOVE SPACES TO Generated-Sales-Rec
                   MOVE QTT-Cust-Id(Quote-Sub)   TO GS-Cust-Id
                   MOVE QTT-Oil-Id(Quote-Sub)    TO GS-Oil-Id
                   MOVE QTT-Unit-Size(Quote-Sub) TO GS-Unit-Size
                   MOVE QTT-Units(Quote-Sub)     TO GS-Units-Sold
                   MOVE Current-Run-Date         TO GS-Sale-Date
                   MOVE "S"                      TO GS-Txn-Type
                   MOVE QTT-Rep-Id(Quote-Sub)    TO GS-Rep-Id
                   MOVE Generated-Sales-Rec      TO Resubmit-Rec
                   WRITE Resubmit-Rec
                   ADD 1 TO Sales-Emitted
                   MOVE "A" TO QTT-Status(Quote-Sub)
                   MOVE Current-Run-Date TO QTT-Status-Date(Quote-Sub)
               END-IF
           END-PERFORM
           ADD 1 TO Quotes-Accepted
           SET Quotes-Changed TO TRUE
           DISPLAY "Quote " Entry-Quote-No " accepted - sales go in "
               "with the next nightly run".

      * Quotes closed (accepted or declined) more than three months
      * ago, and open ones that expired more than three months ago,
      * are dropped on the rewrite - by then every accepted quote's
      * sales have long been through the nightly run.
       SaveQuotes.
           MOVE Current-Run-Date TO Date-Work-Num
           IF DW-Month > 3
               SUBTRACT 3 FROM DW-Month
           ELSE
               ADD 9 TO DW-Month
               SUBTRACT 1 FROM DW-Year
           END-IF
           MOVE Date-Work-Num TO Purge-Before-Date
           OPEN OUTPUT Quote-File
           PERFORM VARYING Quote-Sub FROM 1 BY 1
                   UNTIL Quote-Sub > Quote-Count
               IF QTT-Status(Quote-Sub) = "O"
                   MOVE QTT-Valid-Until(Quote-Sub) TO Purge-Test-Date
               ELSE
                   MOVE QTT-Status-Date(Quote-Sub) TO Purge-Test-Date
               END-IF
               IF Purge-Test-Date >= Purge-Before-Date
                   PERFORM WriteOneQuoteLine
               END-IF
           END-PERFORM
           CLOSE Quote-File.

       WriteOneQuoteLine.
           MOVE QTT-Quote-No(Quote-Sub)    TO QT-Quote-No
           MOVE QTT-Line-No(Quote-Sub)     TO QT-Line-No
           MOVE QTT-Cust-Id(Quote-Sub)     TO QT-Cust-Id
           MOVE QTT-Quote-Date(Quote-Sub)  TO QT-Quote-Date
           MOVE QTT-Valid-Until(Quote-Sub) TO QT-Valid-Until
           MOVE QTT-Rep-Id(Quote-Sub)      TO QT-Rep-Id
           MOVE QTT-Oil-Id(Quote-Sub)      TO QT-Oil-Id
           MOVE QTT-Unit-Size(Quote-Sub)   TO QT-Unit-Size
           MOVE QTT-Units(Quote-Sub)       TO QT-Units
           MOVE QTT-Unit-Price(Quote-Sub)  TO QT-Unit-Price
           MOVE QTT-Price-Basis(Quote-Sub) TO QT-Price-Basis
           MOVE QTT-Disc-Pct(Quote-Sub)    TO QT-Disc-Pct
           MOVE QTT-Line-Value(Quote-Sub)  TO QT-Line-Value
           MOVE QTT-Tax-Value(Quote-Sub)   TO QT-Tax-Value
           MOVE QTT-Status(Quote-Sub)      TO QT-Status
           MOVE QTT-Status-Date(Quote-Sub) TO QT-Status-Date
           MOVE QTT-Operator(Quote-Sub)    TO QT-Operator
           WRITE Quote-Rec.

       END PROGRAM QuoteEntry.
