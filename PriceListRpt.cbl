      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer price list - what one customer, or every
      *          customer, will pay for each oil on OILMAST.DAT on a
      *          chosen date.  Each oil shows its three size-tier
      *          prices in force on that date from OILPRICE.DAT with
      *          the customer's discount already taken off, or the
      *          customer's CONTRACT.DAT price in all three tiers
      *          where one is in force - flat, no discount, the way
      *          AromaSalesRpt values the sale.  The next price change
      *          already keyed with a later effective date prints
      *          beneath as "FROM dd/mm/yyyy" so the customer is
      *          warned ahead of it.  The list is printed to
      *          PRICELST.RPT and the same rows go flat to
      *          PRICELST.CSV for emailing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceListRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Oil-Price-File ASSIGN TO "OILPRICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Price-File-Status.

           SELECT Contract-Price-File ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Contract-Price-File-Status.

           SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Customer-File-Status.

           SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Master-File-Status.

           SELECT Price-List-Report ASSIGN TO "PRICELST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Price-List-Csv-File ASSIGN TO "PRICELST.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
           02 FILLER                   PIC X(81).

       01 Customer-Legacy-Rec REDEFINES Customer-Rec.
           02 FILLER                   PIC X(25).
           02 CUL-Unused               PIC X(10).

       FD Oil-Master-File.
       01 Oil-Master-Rec.
           88 End-Of-Oil-Master-File   VALUE HIGH-VALUES.
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

       FD Price-List-Report.
       01 Price-List-Line              PIC X(80).

       FD Price-List-Csv-File.
       01 Price-List-Csv-Line          PIC X(130).

       WORKING-STORAGE SECTION.
      * Effective-dated prices and contract prices, consulted the
      * same way AromaSalesRpt does it.  A list only ever shows the
      * standard row in force on the list date and the next row
      * after it, so each oil keeps just those two as the price file
      * is read - the latest row not after the list date (a later
      * row on the file winning a tie) and the earliest row after
      * it (the first on the file winning a tie) - and the price
      * file can grow without limit.
       01  Price-List-Table.
           02  Price-List-Entry        OCCURS 99 TIMES.
               03 PLT-Cur-Held         PIC X VALUE "N".
               03 PLT-Cur-Eff-Date     PIC 9(8) VALUE ZERO.
               03 PLT-Cur-Tier-Price   PIC 99V99 OCCURS 3 TIMES.
               03 PLT-Next-Eff-Date    PIC 9(8) VALUE ZERO.
               03 PLT-Next-Tier-Price  PIC 99V99 OCCURS 3 TIMES.

       01  Price-Row-Date              PIC 9(8).
       01  Price-In-Force              PIC 99V99.
       01  Price-Best-Date             PIC 9(8).

       01  Price-Lookup-Switch         PIC X VALUE "N".
           88 Price-Row-Found          VALUE "Y".
           88 Price-Row-Not-Found      VALUE "N".

       01  Contract-Table.
           02  Contract-Count          PIC 999 VALUE ZERO.
           02  Contract-Entry OCCURS 500 TIMES.
               03 CNP-Cust-Id          PIC X(5).
               03 CNP-Oil-Num          PIC 99.
               03 CNP-Eff-Date         PIC 9(8).
               03 CNP-Price            PIC 99V99.

       01  Contract-Sub                PIC 999.

       01  Contract-Lookup-Switch      PIC X VALUE "N".
           88 Contract-Price-Applied   VALUE "Y".
           88 No-Contract-Price        VALUE "N".

       01  Customer-Table.
           02  Customer-Count          PIC 9(5) VALUE ZERO.
           02  Customer-Entry OCCURS 2000 TIMES.
               03 CT-Cust-Id           PIC X(5).
               03 CT-Cust-Name         PIC X(20).
               03 CT-Disc-Pct          PIC 99V9.

       01  Customer-Sub                PIC 9(5).

      * Contract prices or customers past their tables would list
      * the wrong price or leave a customer out, so no list is
      * printed at all.
       01  Table-Overflow-Switch       PIC X VALUE "N".
           88 Table-Overflowed         VALUE "Y".

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.

       01  Oil-Num-Idx                 PIC 999.
       01  Size-Tier-Idx               PIC 9 VALUE 1.
       01  Tier-Sub                    PIC 9 VALUE 1.

      * The customer and oil being listed.
       01  List-Hold.
           02  Hold-Cust-Id            PIC X(5).
           02  Hold-Cust-Name          PIC X(20).
           02  Hold-Disc-Pct           PIC 99V9.

      * Prices in force on the list date, then the next change.
       01  Current-Prices.
           02  Cur-Basis               PIC X(8).
           02  Cur-Priced-Sw           PIC X.
               88 Cur-Priced           VALUE "Y".
               88 Cur-Not-Priced       VALUE "N".
           02  Cur-Tier-Price          PIC 99V99 OCCURS 3 TIMES.

       01  Next-Prices.
           02  Next-Eff-Date           PIC 9(8).
           02  Next-Basis              PIC X(8).
           02  Next-Tier-Price         PIC 99V99 OCCURS 3 TIMES.

       01  Next-Contract-Date          PIC 9(8).
       01  Next-Contract-Price         PIC 99V99.
       01  Next-Standard-Date          PIC 9(8).

       01  Net-Price-Work              PIC 99V99.

       01  Entry-Cust-Id               PIC X(5).
       01  Entry-List-Date             PIC 9(8).

       01  List-Date                   PIC 9(8).

      * dd/mm/yyyy for the warning line and the export.
       01  Date-Split.
           02  DS-Year                 PIC 9(4).
           02  DS-Month                PIC 99.
           02  DS-Day                  PIC 99.
       01  Date-Split-Num REDEFINES Date-Split PIC 9(8).

       01  Date-Display.
           02  DD-Day                  PIC 99.
           02  FILLER                  PIC X VALUE "/".
           02  DD-Month                PIC 99.
           02  FILLER                  PIC X VALUE "/".
           02  DD-Year                 PIC 9(4).

       01  Lists-Printed               PIC 9(5) VALUE ZERO.
       01  Oils-Listed                 PIC 99.

       01  First-List-Switch           PIC X VALUE "Y".
           88 First-List               VALUE "Y".
           88 Not-First-List           VALUE "N".

       01  Oil-Price-File-Status       PIC XX.
       01  Contract-Price-File-Status  PIC XX.
       01  Customer-File-Status        PIC XX.
       01  Oil-Master-File-Status      PIC XX.

       01  Current-Run-Date            PIC 9(8).

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Seal-Fields.
           02  Seal-Data-Name          PIC X(12).
           02  Seal-Action             PIC X.
           02  Seal-Result             PIC X.

       01  List-Heading-Line           PIC X(44)
           VALUE "            AROMAMORA PRICE LIST".

       01  List-Heading-Underline.
           02  FILLER                  PIC X(12) VALUE SPACES.
           02  FILLER                  PIC X(20) VALUE ALL "-".

       01  List-Cust-Line.
           02  FILLER                  PIC X(12) VALUE " CUSTOMER : ".
           02  Prn-Cust-Name           PIC X(20).
           02  FILLER                  PIC X(6)  VALUE "  ID: ".
           02  Prn-Cust-Id             PIC X(5).

       01  List-Date-Line.
           02  FILLER                  PIC X(22) VALUE
                                          " PRICES IN FORCE ON : ".
           02  Prn-List-Date           PIC X(10).

       01  List-Disc-Line.
           02  FILLER                  PIC X(21) VALUE
                                          " TIER PRICES LESS   :".
           02  Prn-Disc-Pct            PIC BZ9.9.
           02  FILLER                  PIC X(21) VALUE
                                          "% CUSTOMER DISCOUNT".

       01  List-Topic-Line.
           02  FILLER                  PIC X(8)  VALUE " OIL NO".
           02  FILLER                  PIC X(22) VALUE "  OIL NAME".
           02  FILLER                  PIC X(10) VALUE " SIZE 1-10".
           02  FILLER                  PIC X(11) VALUE " SIZE 11-25".
           02  FILLER                  PIC X(10) VALUE "  SIZE 26+".
           02  FILLER                  PIC X(10) VALUE "  BASIS".

       01  List-Detail-Line.
           02  Prn-Oil-Num             PIC BBBBBZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Prn-Oil-Name            PIC X(20).
           02  Prn-Price-Area.
               03  Prn-Tier-Price      PIC BBBBBZ9.99 OCCURS 3 TIMES.
           02  Prn-No-Price REDEFINES Prn-Price-Area PIC X(30).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Basis               PIC X(8).

       01  List-Next-Line.
           02  FILLER                  PIC X(12) VALUE SPACES.
           02  FILLER                  PIC X(5)  VALUE "FROM ".
           02  Prn-Next-Date           PIC X(10).
           02  FILLER                  PIC X(3)  VALUE SPACES.
           02  Prn-Next-Tier-Price     PIC BBBBBZ9.99 OCCURS 3 TIMES.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Next-Basis          PIC X(8).

       01  List-None-Line              PIC X(40) VALUE
           " NO OILS PRICED FOR THIS CUSTOMER".

       01  List-Footer-Line            PIC X(64) VALUE
           " Prices per unit before sales tax.".

       01  List-Separator-Line         PIC X(80) VALUE ALL "=".

       01  Blank-Line                  PIC X VALUE SPACE.

       01  Csv-Heading-Line            PIC X(130) VALUE
           "CUST-ID,CUST-NAME,PRICE DATE,OIL NO,OIL NAME,BASIS,TIER 1,TI
      -    "ER 2,TIER 3,FROM DATE,NEXT TIER 1,NEXT TIER 2,NEXT TIER 3".

       01  Csv-Price-Line.
           02  Csv-Cust-Id             PIC X(5).
           02  FILLER                  PIC X VALUE ",".
           02  Csv-Cust-Name           PIC X(20).
           02  FILLER                  PIC X VALUE ",".
           02  Csv-List-Date           PIC X(10).
           02  FILLER                  PIC X VALUE ",".
           02  Csv-Oil-Num             PIC Z9.
           02  FILLER                  PIC X VALUE ",".
           02  Csv-Oil-Name            PIC X(20).
           02  FILLER                  PIC X VALUE ",".
           02  Csv-Basis               PIC X(8).
           02  Csv-Tier-Entry OCCURS 3 TIMES.
               03  FILLER              PIC X VALUE ",".
               03  Csv-Tier-Price      PIC Z9.99.
           02  FILLER                  PIC X VALUE ",".
           02  Csv-Next-Date           PIC X(10).
           02  Csv-Next-Entry OCCURS 3 TIMES.
               03  FILLER              PIC X VALUE ",".
               03  Csv-Next-Price      PIC Z9.99.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM VerifyMasterSeals
           IF Run-OK
               PERFORM GetListRequest
               PERFORM LoadOilPrices
               PERFORM LoadContractPrices
               PERFORM LoadCustomers
               IF Table-Overflowed
                   DISPLAY "PRICELISTRPT: more than 500 contract "
                       "prices or 2000 customers - table full, "
                       "no list printed"
                   SET Run-Failed TO TRUE
               END-IF
               PERFORM LoadOilMaster
               PERFORM CheckListCustomer
           END-IF
           IF Run-OK
               OPEN OUTPUT Price-List-Report
               OPEN OUTPUT Price-List-Csv-File
               WRITE Price-List-Csv-Line FROM Csv-Heading-Line
               PERFORM VARYING Customer-Sub FROM 1 BY 1
                       UNTIL Customer-Sub > Customer-Count
                   IF Entry-Cust-Id = SPACES
                       OR CT-Cust-Id(Customer-Sub) = Entry-Cust-Id
                       PERFORM PrintCustomerList
                   END-IF
               END-PERFORM
               CLOSE Price-List-Csv-File
               CLOSE Price-List-Report
               DISPLAY "PRICELISTRPT: " Lists-Printed
                   " price list(s) to PRICELST.RPT and PRICELST.CSV"
           END-IF
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * A price list is a promise to the customer - it is not given
      * from a master changed outside its owners.
       VerifyMasterSeals.
           MOVE "CUSTOMER.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "PRICELISTRPT: CUSTOMER.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF
           MOVE "OILPRICE.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "PRICELISTRPT: OILPRICE.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
           END-IF
           MOVE "OILMAST.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "PRICELISTRPT: OILMAST.DAT seal "
                   "MISMATCH - file changed outside its owners"
               SET Run-Failed TO TRUE
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
               DISPLAY "PRICELISTRPT: no OILPRICE.DAT found - "
                   "only contract prices can be listed"
           END-IF.

       LoadOnePriceRow.
           IF OPL-Unused = SPACES
               MOVE ZERO TO Price-Row-Date
           ELSE
               MOVE OP-Eff-Date TO Price-Row-Date
           END-IF
           IF OP-Oil-Num > ZERO
               IF Price-Row-Date <= List-Date
                   IF PLT-Cur-Held(OP-Oil-Num) = "N"
                       OR Price-Row-Date >= PLT-Cur-Eff-Date(OP-Oil-Num)
                       PERFORM TakeCurrentPriceRow
                   END-IF
               ELSE
                   IF PLT-Next-Eff-Date(OP-Oil-Num) = ZERO
                       OR Price-Row-Date < PLT-Next-Eff-Date(OP-Oil-Num)
                       PERFORM TakeNextPriceRow
                   END-IF
               END-IF
           END-IF.

       TakeCurrentPriceRow.
           MOVE "Y" TO PLT-Cur-Held(OP-Oil-Num)
           MOVE Price-Row-Date TO PLT-Cur-Eff-Date(OP-Oil-Num)
           PERFORM VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
               IF OPL-Unused = SPACES
                   MOVE OPL-Tier-Price(Tier-Sub)
                       TO PLT-Cur-Tier-Price(OP-Oil-Num, Tier-Sub)
               ELSE
                   MOVE OP-Tier-Price(Tier-Sub)
                       TO PLT-Cur-Tier-Price(OP-Oil-Num, Tier-Sub)
               END-IF
           END-PERFORM.

       TakeNextPriceRow.
           MOVE Price-Row-Date TO PLT-Next-Eff-Date(OP-Oil-Num)
           PERFORM VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
               MOVE OP-Tier-Price(Tier-Sub)
                   TO PLT-Next-Tier-Price(OP-Oil-Num, Tier-Sub)
           END-PERFORM.

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
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Customer-File
                       AT END SET End-Of-Customer-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Customer-File
           ELSE
               DISPLAY "PRICELISTRPT: no CUSTOMER.DAT found - "
                   "no customer to list"
               SET Run-Failed TO TRUE
           END-IF.

       LoadOilMaster.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               READ Oil-Master-File
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name TO OMT-Oil-Name(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
                       AT END SET End-Of-Oil-Master-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           ELSE
               DISPLAY "PRICELISTRPT: no OILMAST.DAT found - "
                   "no oil to list"
               SET Run-Failed TO TRUE
           END-IF.

       GetListRequest.
           DISPLAY "Customer ID for one list, blank for all  : "
               WITH NO ADVANCING
           ACCEPT Entry-Cust-Id
           DISPLAY "Prices as at (YYYYMMDD), 0 for today     : "
               WITH NO ADVANCING
           ACCEPT Entry-List-Date
           IF Entry-List-Date = ZERO
               MOVE Current-Run-Date TO List-Date
           ELSE
               MOVE Entry-List-Date TO List-Date
           END-IF.

       CheckListCustomer.
           IF Run-OK AND Entry-Cust-Id NOT = SPACES
               PERFORM VARYING Customer-Sub FROM 1 BY 1
                       UNTIL Customer-Sub > Customer-Count
                           OR CT-Cust-Id(Customer-Sub) = Entry-Cust-Id
                   CONTINUE
               END-PERFORM
               IF Customer-Sub > Customer-Count
                   DISPLAY "PRICELISTRPT: customer " Entry-Cust-Id
                       " is not on CUSTOMER.DAT - no list printed"
                   SET Run-Failed TO TRUE
               END-IF
           END-IF.

      ******************************************************************
      * One customer's list - every oil on the master, in oil order.
      ******************************************************************
       PrintCustomerList.
           MOVE CT-Cust-Id(Customer-Sub)   TO Hold-Cust-Id
           MOVE CT-Cust-Name(Customer-Sub) TO Hold-Cust-Name
           MOVE CT-Disc-Pct(Customer-Sub)  TO Hold-Disc-Pct
           IF First-List
               SET Not-First-List TO TRUE
           ELSE
               WRITE Price-List-Line FROM List-Separator-Line
               WRITE Price-List-Line FROM Blank-Line
           END-IF
           WRITE Price-List-Line FROM List-Heading-Line
           WRITE Price-List-Line FROM List-Heading-Underline
           MOVE Hold-Cust-Name TO Prn-Cust-Name
           MOVE Hold-Cust-Id   TO Prn-Cust-Id
           WRITE Price-List-Line FROM List-Cust-Line
           MOVE List-Date TO Date-Split-Num
           PERFORM FormatDisplayDate
           MOVE Date-Display TO Prn-List-Date
           WRITE Price-List-Line FROM List-Date-Line
           IF Hold-Disc-Pct > ZERO
               MOVE Hold-Disc-Pct TO Prn-Disc-Pct
               WRITE Price-List-Line FROM List-Disc-Line
           END-IF
           WRITE Price-List-Line FROM Blank-Line
           WRITE Price-List-Line FROM List-Topic-Line
           MOVE ZERO TO Oils-Listed
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               IF OMT-Oil-Name(Oil-Num-Idx) NOT = SPACES
                   PERFORM ListOneOil
               END-IF
           END-PERFORM
           IF Oils-Listed = ZERO
               WRITE Price-List-Line FROM List-None-Line
           END-IF
           WRITE Price-List-Line FROM Blank-Line
           WRITE Price-List-Line FROM List-Footer-Line
           ADD 1 TO Lists-Printed.

      * An oil with no price now and none coming is left off - the
      * customer cannot buy it.
       ListOneOil.
           PERFORM WorkOutCurrentPrices
           PERFORM WorkOutNextPrices
           IF Cur-Priced OR Next-Eff-Date NOT = ZERO
               ADD 1 TO Oils-Listed
               MOVE Oil-Num-Idx               TO Prn-Oil-Num
               MOVE OMT-Oil-Name(Oil-Num-Idx) TO Prn-Oil-Name
               IF Cur-Priced
                   PERFORM VARYING Tier-Sub FROM 1 BY 1
                           UNTIL Tier-Sub > 3
                       MOVE Cur-Tier-Price(Tier-Sub)
                           TO Prn-Tier-Price(Tier-Sub)
                   END-PERFORM
                   MOVE Cur-Basis TO Prn-Basis
               ELSE
                   MOVE "        NOT YET PRICED" TO Prn-No-Price
                   MOVE SPACES TO Prn-Basis
               END-IF
               WRITE Price-List-Line FROM List-Detail-Line
               IF Next-Eff-Date NOT = ZERO
                   MOVE Next-Eff-Date TO Date-Split-Num
                   PERFORM FormatDisplayDate
                   MOVE Date-Display TO Prn-Next-Date
                   PERFORM VARYING Tier-Sub FROM 1 BY 1
                           UNTIL Tier-Sub > 3
                       MOVE Next-Tier-Price(Tier-Sub)
                           TO Prn-Next-Tier-Price(Tier-Sub)
                   END-PERFORM
                   MOVE Next-Basis TO Prn-Next-Basis
                   WRITE Price-List-Line FROM List-Next-Line
               END-IF
               PERFORM WriteCsvPriceRow
           END-IF.

      * A contract price in force is flat across the tiers with no
      * discount; otherwise each tier price in force less the
      * customer's discount, rounded per unit.
       WorkOutCurrentPrices.
           SET Cur-Not-Priced TO TRUE
           MOVE SPACES TO Cur-Basis
           MOVE ZERO TO Cur-Tier-Price(1) Cur-Tier-Price(2)
               Cur-Tier-Price(3)
           PERFORM LookupContractPrice
           IF Contract-Price-Applied
               SET Cur-Priced TO TRUE
               MOVE "CONTRACT" TO Cur-Basis
               PERFORM VARYING Tier-Sub FROM 1 BY 1
                       UNTIL Tier-Sub > 3
                   MOVE Price-In-Force TO Cur-Tier-Price(Tier-Sub)
               END-PERFORM
           ELSE
               PERFORM VARYING Size-Tier-Idx FROM 1 BY 1
                       UNTIL Size-Tier-Idx > 3
                   PERFORM LookupSalePrice
                   IF Price-Row-Found
                       SET Cur-Priced TO TRUE
                       PERFORM TakeOffDiscount
                       MOVE Net-Price-Work
                           TO Cur-Tier-Price(Size-Tier-Idx)
                   END-IF
               END-PERFORM
               IF Cur-Priced
                   MOVE "TIER" TO Cur-Basis
               END-IF
           END-IF.

      * The earliest change keyed after the list date that would
      * alter what this customer pays: the next contract row while a
      * contract is in force, otherwise whichever of the next
      * contract row and the next standard row comes first.
       WorkOutNextPrices.
           MOVE ZERO TO Next-Eff-Date
           MOVE SPACES TO Next-Basis
           PERFORM FindNextContractRow
           PERFORM FindNextStandardRow
           IF Cur-Basis = "CONTRACT"
               IF Next-Contract-Date NOT = ZERO
                   PERFORM TakeNextContract
               END-IF
           ELSE
               IF Next-Contract-Date NOT = ZERO
                   AND (Next-Standard-Date = ZERO
                       OR Next-Contract-Date <= Next-Standard-Date)
                   PERFORM TakeNextContract
               ELSE
                   IF Next-Standard-Date NOT = ZERO
                       PERFORM TakeNextStandard
                   END-IF
               END-IF
           END-IF.

       TakeNextContract.
           MOVE Next-Contract-Date TO Next-Eff-Date
           MOVE "CONTRACT" TO Next-Basis
           PERFORM VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
               MOVE Next-Contract-Price TO Next-Tier-Price(Tier-Sub)
           END-PERFORM.

       TakeNextStandard.
           MOVE Next-Standard-Date TO Next-Eff-Date
           MOVE "TIER" TO Next-Basis
           PERFORM VARYING Size-Tier-Idx FROM 1 BY 1
                   UNTIL Size-Tier-Idx > 3
               MOVE PLT-Next-Tier-Price(Oil-Num-Idx, Size-Tier-Idx)
                   TO Price-In-Force
               PERFORM TakeOffDiscount
               MOVE Net-Price-Work TO Next-Tier-Price(Size-Tier-Idx)
           END-PERFORM.

       TakeOffDiscount.
           IF Hold-Disc-Pct > ZERO
               COMPUTE Net-Price-Work ROUNDED =
                   Price-In-Force * (100 - Hold-Disc-Pct) / 100
           ELSE
               MOVE Price-In-Force TO Net-Price-Work
           END-IF.

       LookupContractPrice.
           SET No-Contract-Price TO TRUE
           MOVE ZERO TO Price-Best-Date
           PERFORM VARYING Contract-Sub FROM 1 BY 1
                   UNTIL Contract-Sub > Contract-Count
               IF CNP-Cust-Id(Contract-Sub) = Hold-Cust-Id
                   AND CNP-Oil-Num(Contract-Sub) = Oil-Num-Idx
                   AND CNP-Eff-Date(Contract-Sub) <= List-Date
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
           IF PLT-Cur-Held(Oil-Num-Idx) = "Y"
               SET Price-Row-Found TO TRUE
               MOVE PLT-Cur-Eff-Date(Oil-Num-Idx) TO Price-Best-Date
               MOVE PLT-Cur-Tier-Price(Oil-Num-Idx, Size-Tier-Idx)
                   TO Price-In-Force
           END-IF.

       FindNextContractRow.
           MOVE ZERO TO Next-Contract-Date
           PERFORM VARYING Contract-Sub FROM 1 BY 1
                   UNTIL Contract-Sub > Contract-Count
               IF CNP-Cust-Id(Contract-Sub) = Hold-Cust-Id
                   AND CNP-Oil-Num(Contract-Sub) = Oil-Num-Idx
                   AND CNP-Eff-Date(Contract-Sub) > List-Date
                   IF Next-Contract-Date = ZERO
                       OR CNP-Eff-Date(Contract-Sub)
                           < Next-Contract-Date
                       MOVE CNP-Eff-Date(Contract-Sub)
                           TO Next-Contract-Date
                       MOVE CNP-Price(Contract-Sub)
                           TO Next-Contract-Price
                   END-IF
               END-IF
           END-PERFORM.

       FindNextStandardRow.
           MOVE PLT-Next-Eff-Date(Oil-Num-Idx) TO Next-Standard-Date.

       FormatDisplayDate.
           MOVE DS-Day   TO DD-Day
           MOVE DS-Month TO DD-Month
           MOVE DS-Year  TO DD-Year.

       WriteCsvPriceRow.
           MOVE Hold-Cust-Id              TO Csv-Cust-Id
           MOVE Hold-Cust-Name            TO Csv-Cust-Name
           MOVE Prn-List-Date             TO Csv-List-Date
           MOVE Oil-Num-Idx               TO Csv-Oil-Num
           MOVE OMT-Oil-Name(Oil-Num-Idx) TO Csv-Oil-Name
           MOVE Cur-Basis                 TO Csv-Basis
           PERFORM VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
               MOVE Cur-Tier-Price(Tier-Sub) TO Csv-Tier-Price(Tier-Sub)
           END-PERFORM
           IF Next-Eff-Date = ZERO
               MOVE SPACES TO Csv-Next-Date
               PERFORM VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
                   MOVE ZERO TO Csv-Next-Price(Tier-Sub)
               END-PERFORM
           ELSE
               MOVE Prn-Next-Date TO Csv-Next-Date
               PERFORM VARYING Tier-Sub FROM 1 BY 1 UNTIL Tier-Sub > 3
                   MOVE Next-Tier-Price(Tier-Sub)
                       TO Csv-Next-Price(Tier-Sub)
               END-PERFORM
           END-IF
           WRITE Price-List-Csv-Line FROM Csv-Price-Line.
       END PROGRAM PriceListRpt.
