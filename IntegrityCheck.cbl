      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cross-file referential integrity check.  MasterSeal
      *          proves each master was only changed by its own
      *          programs; this proves the files agree with each
      *          other.  Every rule on the Rule-Table is tested in
      *          turn - AR items, contract prices and standing orders
      *          naming customers no longer on CUSTOMER.DAT, contract
      *          prices, standing orders and oil-supplier links
      *          naming oils no longer on OILMAST.DAT, enrollments
      *          and fee items for students no longer on STUDENTS.DAT
      *          (saying whether they went to ALUMNI.DAT), oil-
      *          supplier links naming unknown suppliers, and lot
      *          totals on OILLOTS.DAT that differ from OILSTOCK.DAT
      *          per oil and location.  Each orphan or mismatch
      *          prints on INTEGRITY.RPT with its file and key, and
      *          a count per rule follows; a rule whose master is
      *          missing is shown as not checked.  The orphans are
      *          also left one per line on INTEGEXC.DAT for the
      *          ExceptionDigest.  Run weekly from the calendar - the
      *          findings are for the office to clear and never stop
      *          the chain.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IntegrityCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Customer-File-Status.

           SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Master-File-Status.

           SELECT Supplier-File ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Supplier-File-Status.

           SELECT Student-File ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-Student-Id
               FILE STATUS IS Student-File-Status.

           SELECT Alumni-File ASSIGN TO "ALUMNI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alumni-File-Status.

           SELECT Ar-Open-Item-File ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-Item-Key
               FILE STATUS IS Ar-Open-Item-File-Status.

           SELECT Contract-Price-File ASSIGN TO "CONTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Contract-Price-File-Status.

           SELECT Standing-Order-File ASSIGN TO "STANDORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Standing-Order-File-Status.

           SELECT Enroll-File ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Enroll-File-Status.

           SELECT Fee-Item-File ASSIGN TO "FEEITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-Item-File-Status.

           SELECT Oil-Supplier-File ASSIGN TO "OILSUPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Supplier-File-Status.

           SELECT Oil-Stock-File ASSIGN TO "OILSTOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Stock-File-Status.

           SELECT Oil-Lot-File ASSIGN TO "OILLOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Lot-File-Status.

           SELECT Integrity-Report ASSIGN TO "INTEGRITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Integrity-Exc-File ASSIGN TO "INTEGEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Customer-File.
       01 Customer-Rec.
           88 End-Of-Customer-File     VALUE HIGH-VALUES.
           02 CUST-ID                  PIC X(5).
           02 CUST-NAME                PIC X(20).
           02 FILLER                   PIC X(91).

       FD Oil-Master-File.
       01 Oil-Master-Rec.
           88 End-Of-Oil-Master-File   VALUE HIGH-VALUES.
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 FILLER                   PIC X(8).

       FD Supplier-File.
       01 Supplier-Rec.
           88 End-Of-Supplier-File     VALUE HIGH-VALUES.
           02 SUP-Id                   PIC X(3).
           02 SUP-Name                 PIC X(20).
           02 FILLER                   PIC X(10).

       FD Student-File.
       01 Student-Rec.
           02 SR-Student-Id            PIC 9(7).
           02 FILLER                   PIC X(27).

       FD Alumni-File.
       01 Alumni-Rec.
           88 End-Of-Alumni-File       VALUE HIGH-VALUES.
           02 AL-Student-Id            PIC 9(7).
           02 FILLER                   PIC X(27).
           02 AL-Completion-Date       PIC 9(8).

       FD Ar-Open-Item-File.
       01 Ar-Open-Item-Rec.
           88 End-Of-Ar-Open-Item      VALUE HIGH-VALUES.
           02 AR-Item-Key.
               03 AR-Cust-Id           PIC X(5).
               03 AR-Item-Date         PIC 9(8).
               03 AR-Item-Seq          PIC 9(3).
           02 AR-Orig-Amount           PIC 9(6)V99.
           02 AR-Open-Amount           PIC 9(6)V99.
           02 AR-Item-Type             PIC X.

       FD Contract-Price-File.
       01 Contract-Price-Rec.
           88 End-Of-Contract-File     VALUE HIGH-VALUES.
           02 CP-Cust-Id               PIC X(5).
           02 CP-Oil-Num               PIC 99.
           02 CP-Eff-Date              PIC 9(8).
           02 CP-Price                 PIC 99V99.

       FD Standing-Order-File.
       01 Standing-Order-Rec.
           88 End-Of-Standing-Order-File VALUE HIGH-VALUES.
           02 SO-Cust-Id               PIC X(5).
           02 SO-Oil-Id.
               03 SO-Oil-Class         PIC X.
               03 SO-Oil-Num           PIC 99.
           02 FILLER                   PIC X(15).

       FD Enroll-File.
       01 Enroll-Rec.
           88 End-Of-Enroll-File       VALUE HIGH-VALUES.
           02 EN-Stu-Id                PIC 9(7).
           02 EN-Course                PIC X(4).
           02 EN-Enroll-Date           PIC 9(8).
           02 EN-Status                PIC X.

       FD Fee-Item-File.
       01 Fee-Item-Rec.
           88 End-Of-Fee-Item-File     VALUE HIGH-VALUES.
           02 FEE-Stu-Id               PIC 9(7).
           02 FEE-Course               PIC X(4).
           02 FEE-Term                 PIC X(6).
           02 FEE-Bill-Date            PIC 9(8).
           02 FEE-Orig-Amount          PIC 9(5)V99.
           02 FEE-Open-Amount          PIC 9(5)V99.
           02 FEE-Item-Type            PIC X.
           02 FEE-Inst-No              PIC 99.
           02 FEE-Inst-Count           PIC 99.

       FD Oil-Supplier-File.
       01 Oil-Supplier-Rec.
           88 End-Of-Oil-Supplier-File VALUE HIGH-VALUES.
           02 OA-Oil-Num               PIC 99.
           02 OA-Sup-Id                PIC X(3).

      * Stock is carried per oil per location - WH warehouse, SH
      * retail shop; a blank location is a row from before locations
      * existed and means the warehouse.
       FD Oil-Stock-File.
       01 Oil-Stock-Rec.
           88 End-Of-Oil-Stock-File    VALUE HIGH-VALUES.
           02 OS-Oil-Num               PIC 99.
           02 OS-On-Hand-Qty           PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.
           02 OS-Reorder-Point         PIC 9(6).
           02 OS-Location              PIC XX.

       FD Oil-Lot-File.
       01 Oil-Lot-Rec.
           88 End-Of-Oil-Lot-File      VALUE HIGH-VALUES.
           02 OL-Oil-Num               PIC 99.
           02 OL-Location              PIC XX.
           02 OL-Lot-No                PIC X(10).
           02 OL-Expiry-Date           PIC 9(8).
           02 OL-Qty                   PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.

       FD Integrity-Report.
       01 Integrity-Line               PIC X(80).

       FD Integrity-Exc-File.
       01 Integrity-Exc-Line           PIC X(80).

       WORKING-STORAGE SECTION.
      * One row per rule - its number, the file it reads, and what
      * an orphan on that rule means.
       01  Rule-Table-Values.
           02  FILLER PIC X(50) VALUE
               "01ARITEMS.DAT  CUSTOMER NOT ON CUSTOMER.DAT".
           02  FILLER PIC X(50) VALUE
               "02CONTRACT.DAT CUSTOMER NOT ON CUSTOMER.DAT".
           02  FILLER PIC X(50) VALUE
               "03CONTRACT.DAT OIL NOT ON OILMAST.DAT".
           02  FILLER PIC X(50) VALUE
               "04STANDORD.DAT CUSTOMER NOT ON CUSTOMER.DAT".
           02  FILLER PIC X(50) VALUE
               "05STANDORD.DAT OIL NOT ON OILMAST.DAT".
           02  FILLER PIC X(50) VALUE
               "06ENROLL.DAT   STUDENT NOT ON STUDENTS.DAT".
           02  FILLER PIC X(50) VALUE
               "07FEEITEMS.DAT STUDENT NOT ON STUDENTS.DAT".
           02  FILLER PIC X(50) VALUE
               "08OILSUPP.DAT  SUPPLIER NOT ON SUPPLIER.DAT".
           02  FILLER PIC X(50) VALUE
               "09OILSUPP.DAT  OIL NOT ON OILMAST.DAT".
           02  FILLER PIC X(50) VALUE
               "10OILLOTS.DAT  LOT TOTAL DIFFERS FROM OILSTOCK.DAT".
       01  Rule-Table REDEFINES Rule-Table-Values.
           02  Rule-Entry OCCURS 10 TIMES.
               03 RUL-Rule-No          PIC 99.
               03 RUL-File-Name        PIC X(13).
               03 RUL-Description      PIC X(35).

       01  Rule-Count                  PIC 99 VALUE 10.

       01  Rule-Results.
           02  Rule-Result-Entry OCCURS 10 TIMES.
               03 RR-Orphan-Count      PIC 9(5).
               03 RR-Checked-Sw        PIC X.
                   88 RR-Checked       VALUE "Y".

       01  Rule-Sub                    PIC 99.

       01  Customer-Table.
           02  Customer-Count          PIC 9(5) VALUE ZERO.
           02  Customer-Entry OCCURS 2000 TIMES.
               03 CT-Cust-Id           PIC X(5).

       01  Customer-Sub                PIC 9(5).

       01  Oil-On-File-Table.
           02  Oil-On-File-Sw          PIC X OCCURS 99 TIMES.

       01  Supplier-Table.
           02  Supplier-Count          PIC 999 VALUE ZERO.
           02  Supplier-Entry OCCURS 100 TIMES.
               03 SPT-Sup-Id           PIC X(3).

       01  Supplier-Sub                PIC 999.

       01  Alumni-Table.
           02  Alumni-Count            PIC 9(5) VALUE ZERO.
           02  Alumni-Entry OCCURS 5000 TIMES.
               03 ALT-Student-Id       PIC 9(7).

       01  Alumni-Sub                  PIC 9(5).

       01  Stock-Table.
           02  Stock-Entry OCCURS 99 TIMES.
               03  Stock-Loc-Entry OCCURS 2 TIMES.
                   04 ST-On-Hand-Qty   PIC S9(7).
                   04 ST-Lotted-Qty    PIC S9(7).

       01  Location-Code-Table.
           02  FILLER                  PIC XX VALUE "WH".
           02  FILLER                  PIC XX VALUE "SH".
       01  Location-Code-Table-R REDEFINES Location-Code-Table.
           02  Location-Code           PIC XX OCCURS 2 TIMES.

       01  Location-Work               PIC XX.
       01  Location-Idx                PIC 9.

       01  Oil-Num-Idx                 PIC 999.
       01  Oil-Num-Work                PIC 99.

       01  Cust-Id-Work                PIC X(5).
       01  Student-Id-Work             PIC 9(7).

       01  Master-Switches.
           02  Customers-Loaded-Sw     PIC X VALUE "N".
               88 Customers-Loaded     VALUE "Y".
           02  Oils-Loaded-Sw          PIC X VALUE "N".
               88 Oils-Loaded          VALUE "Y".
           02  Suppliers-Loaded-Sw     PIC X VALUE "N".
               88 Suppliers-Loaded     VALUE "Y".
           02  Students-Open-Sw        PIC X VALUE "N".
               88 Students-Open        VALUE "Y".
           02  Stock-Loaded-Sw         PIC X VALUE "N".
               88 Stock-Loaded         VALUE "Y".
           02  Found-Sw                PIC X.
               88 Key-Found            VALUE "Y".
               88 Key-Not-Found        VALUE "N".

       01  Orphan-Work.
           02  Orphan-Key              PIC X(24).
           02  Orphan-Problem          PIC X(37).

       01  Edit-Qty-1                  PIC -(6)9.
       01  Edit-Qty-2                  PIC -(6)9.

       01  Total-Orphans               PIC 9(6) VALUE ZERO.

       01  Customer-File-Status        PIC XX.
       01  Oil-Master-File-Status      PIC XX.
       01  Supplier-File-Status        PIC XX.
       01  Student-File-Status         PIC XX.
       01  Alumni-File-Status          PIC XX.
       01  Ar-Open-Item-File-Status    PIC XX.
       01  Contract-Price-File-Status  PIC XX.
       01  Standing-Order-File-Status  PIC XX.
       01  Enroll-File-Status          PIC XX.
       01  Fee-Item-File-Status        PIC XX.
       01  Oil-Supplier-File-Status    PIC XX.
       01  Oil-Stock-File-Status       PIC XX.
       01  Oil-Lot-File-Status         PIC XX.

       01  Current-Run-Date            PIC 9(8).

       01  Integrity-Heading-Line      PIC X(48)
           VALUE "        CROSS-FILE REFERENTIAL INTEGRITY CHECK".

       01  Integrity-Date-Line.
           02  FILLER                  PIC X(12) VALUE " RUN DATE : ".
           02  Prn-Run-Date            PIC 9(8).

       01  Integrity-Topic-Line.
           02  FILLER                  PIC X(5)  VALUE " RULE".
           02  FILLER                  PIC X(14) VALUE " FILE".
           02  FILLER                  PIC X(24) VALUE "KEY".
           02  FILLER                  PIC X(37) VALUE "PROBLEM".

       01  Integrity-Detail-Line.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Rule-No             PIC 99.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Rule-File           PIC X(14).
           02  Prn-Orphan-Key          PIC X(24).
           02  Prn-Orphan-Problem      PIC X(37).

       01  Summary-Section-Line        PIC X(40)
           VALUE " COUNT PER RULE".

       01  Summary-Detail-Line.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Sum-Rule-No         PIC 99.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Sum-File            PIC X(14).
           02  Prn-Sum-Description     PIC X(35).
           02  Prn-Sum-Count           PIC ZZ,ZZ9.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Sum-Note            PIC X(12).

       01  Summary-Total-Line.
           02  FILLER                  PIC X(54) VALUE
               " TOTAL ORPHANS AND MISMATCHES".
           02  Prn-Total-Orphans       PIC ZZZ,ZZ9.

       01  Clean-Line                  PIC X(48) VALUE
           "          *** NO ORPHANS OR MISMATCHES ***".

       01  Blank-Line                  PIC X VALUE SPACE.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

      * Counts and switches are reset here because the nightly chain
      * may CALL this program again in the same run unit.
       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           MOVE "N" TO Run-Failed-Switch
           MOVE ZERO TO Total-Orphans
           PERFORM VARYING Rule-Sub FROM 1 BY 1
                   UNTIL Rule-Sub > Rule-Count
               MOVE ZERO TO RR-Orphan-Count(Rule-Sub)
               MOVE "N"  TO RR-Checked-Sw(Rule-Sub)
           END-PERFORM
           PERFORM LoadCustomers
           PERFORM LoadOilMaster
           PERFORM LoadSuppliers
           PERFORM LoadAlumni
           IF Run-OK
               OPEN OUTPUT Integrity-Report
               OPEN OUTPUT Integrity-Exc-File
               WRITE Integrity-Line FROM Integrity-Heading-Line
               MOVE Current-Run-Date TO Prn-Run-Date
               WRITE Integrity-Line FROM Integrity-Date-Line
               WRITE Integrity-Line FROM Blank-Line
               WRITE Integrity-Line FROM Integrity-Topic-Line
               PERFORM CheckArItems
               PERFORM CheckContracts
               PERFORM CheckStandingOrders
               OPEN INPUT Student-File
               IF Student-File-Status = "00"
                   SET Students-Open TO TRUE
               ELSE
                   MOVE "N" TO Students-Open-Sw
                   DISPLAY "INTEGRITYCHECK: cannot open STUDENTS.DAT - "
                       "student rules not checked"
               END-IF
               PERFORM CheckEnrollments
               PERFORM CheckFeeItems
               IF Students-Open
                   CLOSE Student-File
               END-IF
               PERFORM CheckOilSuppliers
               PERFORM CheckLotTotals
               PERFORM PrintRuleSummary
               CLOSE Integrity-Report
               CLOSE Integrity-Exc-File
               DISPLAY "INTEGRITYCHECK: " Total-Orphans
                   " orphan(s) or mismatch(es) on INTEGRITY.RPT"
           END-IF
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LoadCustomers.
           MOVE ZERO TO Customer-Count
           MOVE "N" TO Customers-Loaded-Sw
           OPEN INPUT Customer-File
           IF Customer-File-Status = "00"
               SET Customers-Loaded TO TRUE
               READ Customer-File
                   AT END SET End-Of-Customer-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Customer-File
                   IF Customer-Count < 2000
                       ADD 1 TO Customer-Count
                       MOVE CUST-ID TO CT-Cust-Id(Customer-Count)
                   ELSE
                       IF Run-OK
                           DISPLAY "INTEGRITYCHECK: more than 2000 "
                               "customers on CUSTOMER.DAT - table "
                               "full, no check made"
                           SET Run-Failed TO TRUE
                       END-IF
                   END-IF
                   READ Customer-File
                       AT END SET End-Of-Customer-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Customer-File
           ELSE
               DISPLAY "INTEGRITYCHECK: no CUSTOMER.DAT found - "
                   "customer rules not checked"
           END-IF.

       LoadOilMaster.
           MOVE "N" TO Oils-Loaded-Sw
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               MOVE "N" TO Oil-On-File-Sw(Oil-Num-Idx)
           END-PERFORM
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               SET Oils-Loaded TO TRUE
               READ Oil-Master-File
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE "Y" TO Oil-On-File-Sw(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
                       AT END SET End-Of-Oil-Master-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           ELSE
               DISPLAY "INTEGRITYCHECK: no OILMAST.DAT found - "
                   "oil rules not checked"
           END-IF.

       LoadSuppliers.
           MOVE ZERO TO Supplier-Count
           MOVE "N" TO Suppliers-Loaded-Sw
           OPEN INPUT Supplier-File
           IF Supplier-File-Status = "00"
               SET Suppliers-Loaded TO TRUE
               READ Supplier-File
                   AT END SET End-Of-Supplier-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Supplier-File
                   IF Supplier-Count < 100
                       ADD 1 TO Supplier-Count
                       MOVE SUP-Id TO SPT-Sup-Id(Supplier-Count)
                   ELSE
                       IF Run-OK
                           DISPLAY "INTEGRITYCHECK: more than 100 "
                               "suppliers on SUPPLIER.DAT - table "
                               "full, no check made"
                           SET Run-Failed TO TRUE
                       END-IF
                   END-IF
                   READ Supplier-File
                       AT END SET End-Of-Supplier-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Supplier-File
           ELSE
               DISPLAY "INTEGRITYCHECK: no SUPPLIER.DAT found - "
                   "supplier rule not checked"
           END-IF.

      * The alumni roll only says where a missing student went - it
      * does not make the enrollment or fee item any less orphaned.
       LoadAlumni.
           MOVE ZERO TO Alumni-Count
           OPEN INPUT Alumni-File
           IF Alumni-File-Status = "00"
               READ Alumni-File
                   AT END SET End-Of-Alumni-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Alumni-File
                   IF Alumni-Count < 5000
                       ADD 1 TO Alumni-Count
                       MOVE AL-Student-Id
                           TO ALT-Student-Id(Alumni-Count)
                   ELSE
                       IF Run-OK
                           DISPLAY "INTEGRITYCHECK: more than 5000 "
                               "leavers on ALUMNI.DAT - table full, "
                               "no check made"
                           SET Run-Failed TO TRUE
                       END-IF
                   END-IF
                   READ Alumni-File
                       AT END SET End-Of-Alumni-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Alumni-File
           END-IF.

       CheckArItems.
           IF Customers-Loaded
               OPEN INPUT Ar-Open-Item-File
               IF Ar-Open-Item-File-Status = "00"
                   MOVE 1 TO Rule-Sub
                   SET RR-Checked(Rule-Sub) TO TRUE
                   READ Ar-Open-Item-File
                       AT END SET End-Of-Ar-Open-Item TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Ar-Open-Item
                       MOVE AR-Cust-Id TO Cust-Id-Work
                       PERFORM FindCustomer
                       IF Key-Not-Found
                           MOVE SPACES TO Orphan-Key
                           STRING AR-Cust-Id " " AR-Item-Date " "
                               AR-Item-Seq DELIMITED BY SIZE
                               INTO Orphan-Key
                           MOVE "CUSTOMER NOT ON CUSTOMER.DAT"
                               TO Orphan-Problem
                           PERFORM WriteOrphan
                       END-IF
                       READ Ar-Open-Item-File
                           AT END SET End-Of-Ar-Open-Item TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE Ar-Open-Item-File
               END-IF
           END-IF.

      * Rules 2 and 3 - one pass over the contract prices.
       CheckContracts.
           OPEN INPUT Contract-Price-File
           IF Contract-Price-File-Status = "00"
               IF Customers-Loaded
                   SET RR-Checked(2) TO TRUE
               END-IF
               IF Oils-Loaded
                   SET RR-Checked(3) TO TRUE
               END-IF
               READ Contract-Price-File
                   AT END SET End-Of-Contract-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Contract-File
                   MOVE SPACES TO Orphan-Key
                   STRING CP-Cust-Id " OIL " CP-Oil-Num " "
                       CP-Eff-Date DELIMITED BY SIZE
                       INTO Orphan-Key
                   IF Customers-Loaded
                       MOVE CP-Cust-Id TO Cust-Id-Work
                       PERFORM FindCustomer
                       IF Key-Not-Found
                           MOVE 2 TO Rule-Sub
                           MOVE "CUSTOMER NOT ON CUSTOMER.DAT"
                               TO Orphan-Problem
                           PERFORM WriteOrphan
                       END-IF
                   END-IF
                   IF Oils-Loaded
                       MOVE CP-Oil-Num TO Oil-Num-Work
                       PERFORM FindOil
                       IF Key-Not-Found
                           MOVE 3 TO Rule-Sub
                           MOVE "OIL NOT ON OILMAST.DAT"
                               TO Orphan-Problem
                           PERFORM WriteOrphan
                       END-IF
                   END-IF
                   READ Contract-Price-File
                       AT END SET End-Of-Contract-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Contract-Price-File
           END-IF.

      * Rules 4 and 5 - one pass over the standing orders.
       CheckStandingOrders.
           OPEN INPUT Standing-Order-File
           IF Standing-Order-File-Status = "00"
               IF Customers-Loaded
                   SET RR-Checked(4) TO TRUE
               END-IF
               IF Oils-Loaded
                   SET RR-Checked(5) TO TRUE
               END-IF
               READ Standing-Order-File
                   AT END SET End-Of-Standing-Order-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Standing-Order-File
                   MOVE SPACES TO Orphan-Key
                   STRING SO-Cust-Id " OIL " SO-Oil-Id
                       DELIMITED BY SIZE INTO Orphan-Key
                   IF Customers-Loaded
                       MOVE SO-Cust-Id TO Cust-Id-Work
                       PERFORM FindCustomer
                       IF Key-Not-Found
                           MOVE 4 TO Rule-Sub
                           MOVE "CUSTOMER NOT ON CUSTOMER.DAT"
                               TO Orphan-Problem
                           PERFORM WriteOrphan
                       END-IF
                   END-IF
                   IF Oils-Loaded
                       MOVE SO-Oil-Num TO Oil-Num-Work
                       PERFORM FindOil
                       IF Key-Not-Found
                           MOVE 5 TO Rule-Sub
                           MOVE "OIL NOT ON OILMAST.DAT"
                               TO Orphan-Problem
                           PERFORM WriteOrphan
                       END-IF
                   END-IF
                   READ Standing-Order-File
                       AT END SET End-Of-Standing-Order-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Standing-Order-File
           END-IF.

       CheckEnrollments.
           IF Students-Open
               OPEN INPUT Enroll-File
               IF Enroll-File-Status = "00"
                   MOVE 6 TO Rule-Sub
                   SET RR-Checked(Rule-Sub) TO TRUE
                   READ Enroll-File
                       AT END SET End-Of-Enroll-File TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Enroll-File
                       MOVE EN-Stu-Id TO Student-Id-Work
                       PERFORM FindStudent
                       IF Key-Not-Found
                           MOVE SPACES TO Orphan-Key
                           STRING EN-Stu-Id " " EN-Course " "
                               EN-Enroll-Date DELIMITED BY SIZE
                               INTO Orphan-Key
                           PERFORM DescribeMissingStudent
                           PERFORM WriteOrphan
                       END-IF
                       READ Enroll-File
                           AT END SET End-Of-Enroll-File TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE Enroll-File
               END-IF
           END-IF.

       CheckFeeItems.
           IF Students-Open
               OPEN INPUT Fee-Item-File
               IF Fee-Item-File-Status = "00"
                   MOVE 7 TO Rule-Sub
                   SET RR-Checked(Rule-Sub) TO TRUE
                   READ Fee-Item-File
                       AT END SET End-Of-Fee-Item-File TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Fee-Item-File
                       MOVE FEE-Stu-Id TO Student-Id-Work
                       PERFORM FindStudent
                       IF Key-Not-Found
                           MOVE SPACES TO Orphan-Key
                           STRING FEE-Stu-Id " " FEE-Course " "
                               FEE-Term DELIMITED BY SIZE
                               INTO Orphan-Key
                           PERFORM DescribeMissingStudent
                           PERFORM WriteOrphan
                       END-IF
                       READ Fee-Item-File
                           AT END SET End-Of-Fee-Item-File TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE Fee-Item-File
               END-IF
           END-IF.

       DescribeMissingStudent.
           MOVE "N" TO Found-Sw
           PERFORM VARYING Alumni-Sub FROM 1 BY 1
                   UNTIL Alumni-Sub > Alumni-Count OR Key-Found
               IF ALT-Student-Id(Alumni-Sub) = Student-Id-Work
                   SET Key-Found TO TRUE
               END-IF
           END-PERFORM
           IF Key-Found
               MOVE "STUDENT MOVED TO ALUMNI.DAT"
                   TO Orphan-Problem
           ELSE
               MOVE "STUDENT NOT ON STUDENTS OR ALUMNI"
                   TO Orphan-Problem
           END-IF.

      * Rules 8 and 9 - one pass over the oil-supplier links.
       CheckOilSuppliers.
           OPEN INPUT Oil-Supplier-File
           IF Oil-Supplier-File-Status = "00"
               IF Suppliers-Loaded
                   SET RR-Checked(8) TO TRUE
               END-IF
               IF Oils-Loaded
                   SET RR-Checked(9) TO TRUE
               END-IF
               READ Oil-Supplier-File
                   AT END SET End-Of-Oil-Supplier-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Supplier-File
                   MOVE SPACES TO Orphan-Key
                   STRING "OIL " OA-Oil-Num " SUPPLIER " OA-Sup-Id
                       DELIMITED BY SIZE INTO Orphan-Key
                   IF Suppliers-Loaded
                       PERFORM FindSupplier
                       IF Key-Not-Found
                           MOVE 8 TO Rule-Sub
                           MOVE "SUPPLIER NOT ON SUPPLIER.DAT"
                               TO Orphan-Problem
                           PERFORM WriteOrphan
                       END-IF
                   END-IF
                   IF Oils-Loaded
                       MOVE OA-Oil-Num TO Oil-Num-Work
                       PERFORM FindOil
                       IF Key-Not-Found
                           MOVE 9 TO Rule-Sub
                           MOVE "OIL NOT ON OILMAST.DAT"
                               TO Orphan-Problem
                           PERFORM WriteOrphan
                       END-IF
                   END-IF
                   READ Oil-Supplier-File
                       AT END SET End-Of-Oil-Supplier-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Supplier-File
           END-IF.

      * Rule 10 - the lots at each oil and location must add up to
      * the stock position there.  A site not keeping lots at all
      * (no OILLOTS.DAT) is not checked.  A lot or stock row at a
      * location that is not WH or SH is reported on its own.
       CheckLotTotals.
           MOVE 10 TO Rule-Sub
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               MOVE ZERO TO ST-On-Hand-Qty(Oil-Num-Idx, 1)
                   ST-Lotted-Qty(Oil-Num-Idx, 1)
                   ST-On-Hand-Qty(Oil-Num-Idx, 2)
                   ST-Lotted-Qty(Oil-Num-Idx, 2)
           END-PERFORM
           OPEN INPUT Oil-Lot-File
           IF Oil-Lot-File-Status = "00"
               OPEN INPUT Oil-Stock-File
               IF Oil-Stock-File-Status = "00"
                   SET RR-Checked(Rule-Sub) TO TRUE
                   PERFORM LoadStockPositions
                   PERFORM LoadLotTotals
                   PERFORM CompareLotTotals
               ELSE
                   DISPLAY "INTEGRITYCHECK: no OILSTOCK.DAT found - "
                       "lot totals not checked"
               END-IF
               CLOSE Oil-Lot-File
           END-IF.

       LoadStockPositions.
           READ Oil-Stock-File
               AT END SET End-Of-Oil-Stock-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Oil-Stock-File
               MOVE OS-Location TO Location-Work
               PERFORM FindLocationIdx
               IF Location-Idx > ZERO
                       AND OS-Oil-Num >= 1 AND OS-Oil-Num <= 99
                   ADD OS-On-Hand-Qty
                       TO ST-On-Hand-Qty(OS-Oil-Num, Location-Idx)
               ELSE
                   MOVE SPACES TO Orphan-Key
                   STRING "OILSTOCK OIL " OS-Oil-Num " LOC "
                       OS-Location DELIMITED BY SIZE
                       INTO Orphan-Key
                   MOVE "STOCK ROW AT NO KNOWN OIL/LOCATION"
                       TO Orphan-Problem
                   PERFORM WriteOrphan
               END-IF
               READ Oil-Stock-File
                   AT END SET End-Of-Oil-Stock-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE Oil-Stock-File.

       LoadLotTotals.
           READ Oil-Lot-File
               AT END SET End-Of-Oil-Lot-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Oil-Lot-File
               MOVE OL-Location TO Location-Work
               PERFORM FindLocationIdx
               IF Location-Idx > ZERO
                       AND OL-Oil-Num >= 1 AND OL-Oil-Num <= 99
                   ADD OL-Qty
                       TO ST-Lotted-Qty(OL-Oil-Num, Location-Idx)
               ELSE
                   MOVE SPACES TO Orphan-Key
                   STRING "LOT " OL-Lot-No " OIL " OL-Oil-Num
                       DELIMITED BY SIZE INTO Orphan-Key
                   MOVE "LOT AT NO KNOWN OIL/LOCATION"
                       TO Orphan-Problem
                   PERFORM WriteOrphan
               END-IF
               READ Oil-Lot-File
                   AT END SET End-Of-Oil-Lot-File TO TRUE
               END-READ
           END-PERFORM.

       CompareLotTotals.
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               PERFORM VARYING Location-Idx FROM 1 BY 1
                       UNTIL Location-Idx > 2
                   IF ST-Lotted-Qty(Oil-Num-Idx, Location-Idx)
                       NOT = ST-On-Hand-Qty(Oil-Num-Idx, Location-Idx)
                       MOVE Oil-Num-Idx TO Oil-Num-Work
                       MOVE SPACES TO Orphan-Key
                       STRING "OIL " Oil-Num-Work " LOC "
                           Location-Code(Location-Idx)
                           DELIMITED BY SIZE INTO Orphan-Key
                       MOVE ST-Lotted-Qty(Oil-Num-Idx, Location-Idx)
                           TO Edit-Qty-1
                       MOVE ST-On-Hand-Qty(Oil-Num-Idx, Location-Idx)
                           TO Edit-Qty-2
                       MOVE SPACES TO Orphan-Problem
                       STRING "LOTS " Edit-Qty-1 " STOCK " Edit-Qty-2
                           DELIMITED BY SIZE INTO Orphan-Problem
                       PERFORM WriteOrphan
                   END-IF
               END-PERFORM
           END-PERFORM.

      * A blank location is a row from before locations existed -
      * it is warehouse stock.
       FindLocationIdx.
           IF Location-Work = SPACES OR Location-Work = "WH"
               MOVE 1 TO Location-Idx
           ELSE
               IF Location-Work = "SH"
                   MOVE 2 TO Location-Idx
               ELSE
                   MOVE ZERO TO Location-Idx
               END-IF
           END-IF.

       FindCustomer.
           MOVE "N" TO Found-Sw
           PERFORM VARYING Customer-Sub FROM 1 BY 1
                   UNTIL Customer-Sub > Customer-Count OR Key-Found
               IF CT-Cust-Id(Customer-Sub) = Cust-Id-Work
                   SET Key-Found TO TRUE
               END-IF
           END-PERFORM.

       FindOil.
           MOVE "N" TO Found-Sw
           IF Oil-Num-Work >= 1 AND Oil-Num-Work <= 99
               IF Oil-On-File-Sw(Oil-Num-Work) = "Y"
                   SET Key-Found TO TRUE
               END-IF
           END-IF.

       FindSupplier.
           MOVE "N" TO Found-Sw
           PERFORM VARYING Supplier-Sub FROM 1 BY 1
                   UNTIL Supplier-Sub > Supplier-Count OR Key-Found
               IF SPT-Sup-Id(Supplier-Sub) = OA-Sup-Id
                   SET Key-Found TO TRUE
               END-IF
           END-PERFORM.

       FindStudent.
           MOVE Student-Id-Work TO SR-Student-Id
           READ Student-File
               INVALID KEY
                   MOVE "N" TO Found-Sw
               NOT INVALID KEY
                   SET Key-Found TO TRUE
           END-READ.

       WriteOrphan.
           MOVE RUL-Rule-No(Rule-Sub)   TO Prn-Rule-No
           MOVE RUL-File-Name(Rule-Sub) TO Prn-Rule-File
           MOVE Orphan-Key              TO Prn-Orphan-Key
           MOVE Orphan-Problem          TO Prn-Orphan-Problem
           WRITE Integrity-Line FROM Integrity-Detail-Line
           WRITE Integrity-Exc-Line FROM Integrity-Detail-Line
           ADD 1 TO RR-Orphan-Count(Rule-Sub)
           ADD 1 TO Total-Orphans.

       PrintRuleSummary.
           IF Total-Orphans = ZERO
               WRITE Integrity-Line FROM Clean-Line
           END-IF
           WRITE Integrity-Line FROM Blank-Line
           WRITE Integrity-Line FROM Summary-Section-Line
           PERFORM VARYING Rule-Sub FROM 1 BY 1
                   UNTIL Rule-Sub > Rule-Count
               MOVE RUL-Rule-No(Rule-Sub)     TO Prn-Sum-Rule-No
               MOVE RUL-File-Name(Rule-Sub)   TO Prn-Sum-File
               MOVE RUL-Description(Rule-Sub) TO Prn-Sum-Description
               MOVE RR-Orphan-Count(Rule-Sub) TO Prn-Sum-Count
               IF RR-Checked(Rule-Sub)
                   MOVE SPACES TO Prn-Sum-Note
               ELSE
                   MOVE "NOT CHECKED" TO Prn-Sum-Note
               END-IF
               WRITE Integrity-Line FROM Summary-Detail-Line
           END-PERFORM
           WRITE Integrity-Line FROM Blank-Line
           MOVE Total-Orphans TO Prn-Total-Orphans
           WRITE Integrity-Line FROM Summary-Total-Line.
       END PROGRAM IntegrityCheck.
