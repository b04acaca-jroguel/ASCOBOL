      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supplier payment run over the APITEMS.DAT payables
      *          built by SupInvoiceEntry - the payables side of what
      *          ArPaymentEntry and CASHRCPT.DAT do for customers.
      *          Every open (status O) item whose invoice date plus
      *          the supplier's payment terms has been reached is
      *          paid; held (status H) items wait for their dispute
      *          to settle.  An optional ceiling on the run's total
      *          part-pays the item that meets it and leaves the rest
      *          for the next run.  Each payment goes to the permanent
      *          SUPPAY.DAT supplier-payment history, a payment
      *          register is printed to PAYREG.RPT and a remittance
      *          advice per supplier to REMITADV.RPT, and a debit to
      *          creditors / credit to bank pair per supplier is
      *          appended to GLJRNL.DAT.  Cleared items move to the
      *          APHIST.DAT payables history when APITEMS.DAT is
      *          rewritten; part-paid items stay open for the
      *          balance.
      *          Ages are approximated as years * 365 plus months
      *          * 30 plus days, as ApAgedRpt ages them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApPaymentRun.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ap-Open-Item-File ASSIGN TO "APITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ap-Open-Item-File-Status.

           SELECT Supplier-File ASSIGN TO "SUPPLIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Supplier-File-Status.

           SELECT Sup-Payment-File ASSIGN TO "SUPPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sup-Payment-File-Status.

           SELECT Gl-Journal-File ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Journal-File-Status.

           SELECT Register-Report ASSIGN TO "PAYREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Remittance-Report ASSIGN TO "REMITADV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Ap-Hist-File ASSIGN TO "APHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ap-Hist-File-Status.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Ap-Open-Item-File.
       01 Ap-Open-Item-Rec.
           88 End-Of-Ap-Open-Item-File VALUE HIGH-VALUES.
           02 AP-Sup-Id                PIC X(3).
           02 AP-Invoice-Ref           PIC X(10).
           02 AP-Invoice-Date          PIC 9(8).
           02 AP-Orig-Amount           PIC 9(6)V99.
           02 AP-Open-Amount           PIC 9(6)V99.
           02 AP-Status                PIC X.
           02 AP-Po-Number             PIC 9(6).
           02 AP-Oil-Num               PIC 99.
           02 AP-Invoice-Qty           PIC 9(6).

      * Items keyed before the PO, oil and quantity were carried
      * end at the status byte.
       01 Ap-Open-Item-Legacy-Rec REDEFINES Ap-Open-Item-Rec.
           02 FILLER                   PIC X(38).
           02 APL-Unused               PIC X(14).

      * Cleared payables, in the same layout as APITEMS.DAT.
       FD Ap-Hist-File.
       01 Ap-Hist-Rec                  PIC X(52).

       FD Supplier-File.
       01 Supplier-Rec.
           88 End-Of-Supplier-File     VALUE HIGH-VALUES.
           02 SUP-Id                   PIC X(3).
           02 SUP-Name                 PIC X(20).
           02 SUP-Lead-Days            PIC 99.
           02 SUP-Min-Order            PIC 9(6).
           02 SUP-Terms-Days           PIC 99.

      * Records written before payment terms existed leave the
      * record tail blank - they are paid on the standard 30 days.
       01 Supplier-Legacy-Rec REDEFINES Supplier-Rec.
           02 FILLER                   PIC X(31).
           02 SUPL-Unused              PIC X(2).

      * Permanent history of every amount paid against a supplier
      * invoice - one line per item paid, carrying the payment
      * reference that appears on the remittance advice.
       FD Sup-Payment-File.
       01 Sup-Payment-Rec.
           02 PAY-Date                 PIC 9(8).
           02 PAY-Sup-Id               PIC X(3).
           02 PAY-Invoice-Ref          PIC X(10).
           02 PAY-Invoice-Date         PIC 9(8).
           02 PAY-Amount               PIC 9(6)V99.
           02 PAY-Reference            PIC X(10).

      * Dated ledger journal shared with AromaSalesRpt and
      * OilCountVariance - each supplier paid goes in as a balanced
      * creditors/bank pair.
       FD Gl-Journal-File.
       01 Gl-Journal-Rec.
           02 GJ-Date                  PIC 9(8).
           02 GJ-Account               PIC X(4).
           02 GJ-DrCr                  PIC X.
           02 GJ-Amount                PIC 9(8)V99.
           02 GJ-Narrative             PIC X(20).

       FD Register-Report.
       01 Register-Line                PIC X(90).

       FD Remittance-Report.
       01 Remittance-Line              PIC X(72).

      * Who is signed on at the console, left by OperatorMenu - the
      * lock is taken in this person's name so a second opener is
      * told WHO is in the file.  Absent or empty, the old prompt
      * asks.
       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
       01  Supplier-Table.
           02  Supplier-Count          PIC 999 VALUE ZERO.
           02  Supplier-Entry OCCURS 100 TIMES.
               03 SUT-Sup-Id           PIC X(3).
               03 SUT-Sup-Name         PIC X(20).
               03 SUT-Terms-Days       PIC 99.
               03 SUT-Pay-Total        PIC 9(8)V99.

      * The whole payables file is held while the run decides what
      * to pay, then written back without the cleared items.
       01  Ap-Item-Table.
           02  Ap-Item-Count           PIC 9(4) VALUE ZERO.
           02  Ap-Item-Entry OCCURS 1000 TIMES.
               03 APT-Sup-Id           PIC X(3).
               03 APT-Invoice-Ref      PIC X(10).
               03 APT-Invoice-Date.
                   04 APT-Invoice-Year  PIC 9(4).
                   04 APT-Invoice-Month PIC 9(2).
                   04 APT-Invoice-Day   PIC 9(2).
               03 APT-Orig-Amount      PIC 9(6)V99.
               03 APT-Open-Amount      PIC 9(6)V99.
               03 APT-Status           PIC X.
                   88 APT-Held         VALUE "H".
                   88 APT-Open         VALUE "O".
               03 APT-Pay-Amount       PIC 9(6)V99.
               03 APT-Po-Number        PIC 9(6).
               03 APT-Oil-Num          PIC 99.
               03 APT-Invoice-Qty      PIC 9(6).

      * A payables file bigger than the table must not be rewritten
      * from it - that would silently drop what we owe.
       01  Ap-Overflow-Switch          PIC X VALUE "N".
           88 Ap-Table-Overflowed      VALUE "Y".

       01  Ap-Item-Sub                 PIC 9(4).
       01  Supplier-Sub                PIC 999.

       01  Current-Run-Date.
           02  CRD-Year                PIC 9(4).
           02  CRD-Month               PIC 9(2).
           02  CRD-Day                 PIC 9(2).

       01  Item-Age-Days               PIC S9(5).

       01  Payment-Reference.
           02  FILLER                  PIC XX VALUE "AP".
           02  Payment-Ref-Date        PIC 9(8).

      * Zero means pay everything that is due.
       01  Run-Limit                   PIC 9(8)V99 VALUE ZERO.
       01  Run-Limit-Left              PIC 9(8)V99 VALUE ZERO.

       01  Supplier-Lookup-Switch      PIC X VALUE "N".
           88 Supplier-Found           VALUE "Y".
           88 Supplier-Not-Found       VALUE "N".

       01  Run-Counters.
           02  Items-Paid              PIC 9(5) VALUE ZERO.
           02  Items-Part-Paid         PIC 9(5) VALUE ZERO.
           02  Items-Held              PIC 9(5) VALUE ZERO.
           02  Items-Not-Due           PIC 9(5) VALUE ZERO.
           02  Items-Over-Limit        PIC 9(5) VALUE ZERO.
           02  Items-No-Supplier       PIC 9(5) VALUE ZERO.
           02  Suppliers-Paid          PIC 999  VALUE ZERO.

       01  Run-Total-Paid              PIC 9(8)V99 VALUE ZERO.

       01  Ap-Open-Item-File-Status    PIC XX.

       01  Supplier-File-Status        PIC XX.

       01  Sup-Payment-File-Status     PIC XX.

       01  Gl-Journal-File-Status      PIC XX.

       01  Ap-Hist-File-Status         PIC XX.

       01  Signon-File-Status          PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Register-Heading-Line       PIC X(48)
           VALUE "        AROMAMORA SUPPLIER PAYMENT REGISTER".

       01  Register-Heading-Underline.
           02  FILLER                  PIC X(8) VALUE SPACES.
           02  FILLER                  PIC X(35) VALUE ALL "-".

       01  Register-Date-Line.
           02  FILLER                  PIC X(15) VALUE
                                          "PAYMENT DATE : ".
           02  Prn-Reg-Run-Date        PIC 9(8).
           02  FILLER                  PIC X(16) VALUE
                                          "   REFERENCE : ".
           02  Prn-Reg-Reference       PIC X(10).

       01  Register-Topic-Line.
           02  FILLER                  PIC X(25) VALUE
                                          "SUP SUPPLIER NAME".
           02  FILLER                  PIC X(20) VALUE
                                          "INVOICE    INV DATE".
           02  FILLER                  PIC X(12) VALUE "   OPEN WAS ".
           02  FILLER                  PIC X(12) VALUE "        PAID".
           02  FILLER                  PIC X(12) VALUE "   LEFT OPEN".

       01  Register-Detail-Line.
           02  Prn-Reg-Sup-Id          PIC X(3).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Reg-Sup-Name        PIC X(20).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Reg-Invoice-Ref     PIC X(10).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Reg-Invoice-Date    PIC 9(8).
           02  Prn-Reg-Open-Was        PIC BBZZZ,ZZ9.99.
           02  Prn-Reg-Paid            PIC BBZZZ,ZZ9.99.
           02  Prn-Reg-Left-Open       PIC BBZZZ,ZZ9.99.

       01  Register-Sup-Total-Line.
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  FILLER                  PIC X(20) VALUE
                                          "SUPPLIER TOTAL".
           02  FILLER                  PIC X(32) VALUE SPACES.
           02  Prn-Reg-Sup-Total       PIC BZ,ZZZ,ZZ9.99.

       01  Register-Grand-Total-Line.
           02  FILLER                  PIC X(24) VALUE
                                          "TOTAL PAID THIS RUN".
           02  FILLER                  PIC X(32) VALUE SPACES.
           02  Prn-Reg-Grand-Total     PIC BZ,ZZZ,ZZ9.99.

       01  Register-Count-Line.
           02  FILLER                  PIC X(14) VALUE "ITEMS PAID  :".
           02  Prn-Reg-Items-Paid      PIC ZZZZ9.
           02  FILLER                  PIC X(17) VALUE
                                          "   PART-PAID   :".
           02  Prn-Reg-Part-Paid       PIC ZZZZ9.
           02  FILLER                  PIC X(17) VALUE
                                          "   HELD SKIPPED:".
           02  Prn-Reg-Held            PIC ZZZZ9.

       01  Remit-Heading-Line          PIC X(48)
           VALUE "           AROMAMORA REMITTANCE ADVICE".

       01  Remit-Heading-Underline.
           02  FILLER                  PIC X(11) VALUE SPACES.
           02  FILLER                  PIC X(27) VALUE ALL "-".

       01  Remit-To-Line.
           02  FILLER                  PIC X(15) VALUE
                                          "TO           : ".
           02  Prn-Rem-Sup-Name        PIC X(20).
           02  FILLER                  PIC XX VALUE " (".
           02  Prn-Rem-Sup-Id          PIC X(3).
           02  FILLER                  PIC X VALUE ")".

       01  Remit-Date-Line.
           02  FILLER                  PIC X(15) VALUE
                                          "PAYMENT DATE : ".
           02  Prn-Rem-Run-Date        PIC 9(8).
           02  FILLER                  PIC X(16) VALUE
                                          "   REFERENCE : ".
           02  Prn-Rem-Reference       PIC X(10).

       01  Remit-Topic-Line.
           02  FILLER                  PIC X(22) VALUE
                                          " INVOICE     INV DATE".
           02  FILLER                  PIC X(12) VALUE "    INVOICED".
           02  FILLER                  PIC X(12) VALUE "        PAID".

       01  Remit-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Rem-Invoice-Ref     PIC X(10).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Rem-Invoice-Date    PIC 9(8).
           02  Prn-Rem-Orig-Amount     PIC BBZZZ,ZZ9.99.
           02  Prn-Rem-Paid            PIC BBZZZ,ZZ9.99.

       01  Remit-Total-Line.
           02  FILLER                  PIC X(21) VALUE
                                          "TOTAL PAID TO YOU  :".
           02  FILLER                  PIC X(12) VALUE SPACES.
           02  Prn-Rem-Total           PIC BZ,ZZZ,ZZ9.99.

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
           MOVE Current-Run-Date TO Payment-Ref-Date
           PERFORM GetOperatorId
           PERFORM AcquireFileLock
           IF Lock-Result = "N"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VerifySupplierSeal
           IF Run-OK
               PERFORM LoadSuppliers
               PERFORM LoadApItems
           END-IF
           IF Run-OK
               IF Ap-Table-Overflowed
                   DISPLAY "APPAYMENTRUN: more than 1000 items on "
                       "APITEMS.DAT - table full, nothing paid"
                   SET Run-Failed TO TRUE
               ELSE
                   PERFORM GetRunLimit
                   PERFORM SelectDueItems
                   IF Items-Paid = ZERO
                       DISPLAY "APPAYMENTRUN: no open items due - "
                           "nothing paid"
                   ELSE
                       PERFORM PaySuppliers
                       PERFORM SaveApItems
                   END-IF
                   DISPLAY "APPAYMENTRUN: " Items-Paid
                       " item(s) paid to " Suppliers-Paid
                       " supplier(s), " Items-Held " held, "
                       Items-Not-Due " not yet due"
                   IF Items-Over-Limit > ZERO
                       DISPLAY "APPAYMENTRUN: " Items-Over-Limit
                           " due item(s) left for the next run - "
                           "run limit reached"
                   END-IF
                   IF Items-No-Supplier > ZERO
                       DISPLAY "APPAYMENTRUN: " Items-No-Supplier
                           " item(s) for suppliers not on "
                           "SUPPLIER.DAT - not paid"
                   END-IF
               END-IF
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

      * The payables file is loaded and rewritten whole - one
      * session in it at a time.
       AcquireFileLock.
           MOVE "APITEMS.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "APPAYMENTRUN: APITEMS.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseFileLock.
           MOVE "APITEMS.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

      * The supplier master decides who is paid and when - prove
      * its seal before trusting its terms.
       VerifySupplierSeal.
           MOVE "SUPPLIER.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "APPAYMENTRUN: SUPPLIER.DAT seal MISMATCH - "
                   "file changed outside its owners, nothing paid"
               SET Run-Failed TO TRUE
           END-IF.

       LoadSuppliers.
           OPEN INPUT Supplier-File
           IF Supplier-File-Status = "00"
               READ Supplier-File
                   AT END SET End-Of-Supplier-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Supplier-File
                   IF Supplier-Count < 100
                       ADD 1 TO Supplier-Count
                       MOVE SUP-Id   TO SUT-Sup-Id(Supplier-Count)
                       MOVE SUP-Name TO SUT-Sup-Name(Supplier-Count)
                       IF SUPL-Unused = SPACES
                           MOVE 30 TO SUT-Terms-Days(Supplier-Count)
                       ELSE
                           MOVE SUP-Terms-Days
                               TO SUT-Terms-Days(Supplier-Count)
                       END-IF
                       MOVE ZERO TO SUT-Pay-Total(Supplier-Count)
                   END-IF
                   READ Supplier-File
                       AT END SET End-Of-Supplier-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Supplier-File
           ELSE
               DISPLAY "APPAYMENTRUN: cannot open SUPPLIER.DAT - "
                   "status " Supplier-File-Status
               SET Run-Failed TO TRUE
           END-IF.

       LoadApItems.
           OPEN INPUT Ap-Open-Item-File
           IF Ap-Open-Item-File-Status NOT = "00"
               DISPLAY "APPAYMENTRUN: no APITEMS.DAT found - "
                   "nothing to pay"
           ELSE
               READ Ap-Open-Item-File
                   AT END SET End-Of-Ap-Open-Item-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Ap-Open-Item-File
                   IF Ap-Item-Count < 1000
                       ADD 1 TO Ap-Item-Count
                       MOVE AP-Sup-Id
                           TO APT-Sup-Id(Ap-Item-Count)
                       MOVE AP-Invoice-Ref
                           TO APT-Invoice-Ref(Ap-Item-Count)
                       MOVE AP-Invoice-Date
                           TO APT-Invoice-Date(Ap-Item-Count)
                       MOVE AP-Orig-Amount
                           TO APT-Orig-Amount(Ap-Item-Count)
                       MOVE AP-Open-Amount
                           TO APT-Open-Amount(Ap-Item-Count)
                       MOVE AP-Status
                           TO APT-Status(Ap-Item-Count)
                       MOVE ZERO
                           TO APT-Pay-Amount(Ap-Item-Count)
                       IF APL-Unused = SPACES
                           MOVE ZERO
                               TO APT-Po-Number(Ap-Item-Count)
                                  APT-Oil-Num(Ap-Item-Count)
                                  APT-Invoice-Qty(Ap-Item-Count)
                       ELSE
                           MOVE AP-Po-Number
                               TO APT-Po-Number(Ap-Item-Count)
                           MOVE AP-Oil-Num
                               TO APT-Oil-Num(Ap-Item-Count)
                           MOVE AP-Invoice-Qty
                               TO APT-Invoice-Qty(Ap-Item-Count)
                       END-IF
                   ELSE
                       SET Ap-Table-Overflowed TO TRUE
                   END-IF
                   READ Ap-Open-Item-File
                       AT END SET End-Of-Ap-Open-Item-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Ap-Open-Item-File
           END-IF.

       GetRunLimit.
           DISPLAY "Enter most to pay this run, 0 for no limit: "
               WITH NO ADVANCING
           ACCEPT Run-Limit
           MOVE Run-Limit TO Run-Limit-Left.

      * Items sit on file in the order they were keyed, so the walk
      * pays the oldest invoices first and, under a run limit, the
      * item that meets the limit is the one part-paid.
       SelectDueItems.
           PERFORM VARYING Ap-Item-Sub FROM 1 BY 1
                   UNTIL Ap-Item-Sub > Ap-Item-Count
               IF APT-Open-Amount(Ap-Item-Sub) > ZERO
                   IF APT-Held(Ap-Item-Sub)
                       ADD 1 TO Items-Held
                   ELSE
                       IF APT-Open(Ap-Item-Sub)
                           PERFORM SelectOneItem
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SelectOneItem.
           PERFORM FindItemSupplier
           IF Supplier-Not-Found
               ADD 1 TO Items-No-Supplier
           ELSE
               PERFORM ComputeItemAge
               IF Item-Age-Days < SUT-Terms-Days(Supplier-Sub)
                   ADD 1 TO Items-Not-Due
               ELSE
                   IF Run-Limit = ZERO
                       MOVE APT-Open-Amount(Ap-Item-Sub)
                           TO APT-Pay-Amount(Ap-Item-Sub)
                   ELSE
                       IF Run-Limit-Left
                               >= APT-Open-Amount(Ap-Item-Sub)
                           MOVE APT-Open-Amount(Ap-Item-Sub)
                               TO APT-Pay-Amount(Ap-Item-Sub)
                       ELSE
                           MOVE Run-Limit-Left
                               TO APT-Pay-Amount(Ap-Item-Sub)
                       END-IF
                       SUBTRACT APT-Pay-Amount(Ap-Item-Sub)
                           FROM Run-Limit-Left
                   END-IF
                   IF APT-Pay-Amount(Ap-Item-Sub) > ZERO
                       ADD 1 TO Items-Paid
                       IF APT-Pay-Amount(Ap-Item-Sub)
                               < APT-Open-Amount(Ap-Item-Sub)
                           ADD 1 TO Items-Part-Paid
                       END-IF
                       ADD APT-Pay-Amount(Ap-Item-Sub)
                           TO SUT-Pay-Total(Supplier-Sub)
                   ELSE
                       ADD 1 TO Items-Over-Limit
                   END-IF
               END-IF
           END-IF.

       FindItemSupplier.
           SET Supplier-Not-Found TO TRUE
           PERFORM VARYING Supplier-Sub FROM 1 BY 1
                   UNTIL Supplier-Sub > Supplier-Count
                       OR Supplier-Found
               IF SUT-Sup-Id(Supplier-Sub) = APT-Sup-Id(Ap-Item-Sub)
                   SET Supplier-Found TO TRUE
               END-IF
           END-PERFORM
           IF Supplier-Found
               SUBTRACT 1 FROM Supplier-Sub
           END-IF.

       ComputeItemAge.
           COMPUTE Item-Age-Days =
               ((CRD-Year - APT-Invoice-Year(Ap-Item-Sub)) * 365)
               + ((CRD-Month - APT-Invoice-Month(Ap-Item-Sub)) * 30)
               + (CRD-Day - APT-Invoice-Day(Ap-Item-Sub))
           IF Item-Age-Days < ZERO
               MOVE ZERO TO Item-Age-Days
           END-IF.

      * One payment per supplier: a remittance advice, a block on
      * the register, a history line per item and a GL pair for
      * the supplier's total.
       PaySuppliers.
           OPEN OUTPUT Register-Report
           WRITE Register-Line FROM Register-Heading-Line
           WRITE Register-Line FROM Register-Heading-Underline
           MOVE Current-Run-Date  TO Prn-Reg-Run-Date
           MOVE Payment-Reference TO Prn-Reg-Reference
           WRITE Register-Line FROM Register-Date-Line
           WRITE Register-Line FROM Blank-Line
           WRITE Register-Line FROM Register-Topic-Line
           OPEN OUTPUT Remittance-Report
           OPEN EXTEND Sup-Payment-File
           IF Sup-Payment-File-Status = "35"
               OPEN OUTPUT Sup-Payment-File
           END-IF
           OPEN EXTEND Gl-Journal-File
           IF Gl-Journal-File-Status = "35"
               OPEN OUTPUT Gl-Journal-File
           END-IF
           PERFORM VARYING Supplier-Sub FROM 1 BY 1
                   UNTIL Supplier-Sub > Supplier-Count
               IF SUT-Pay-Total(Supplier-Sub) > ZERO
                   PERFORM PayOneSupplier
               END-IF
           END-PERFORM
           CLOSE Gl-Journal-File
           CLOSE Sup-Payment-File
           CLOSE Remittance-Report
           WRITE Register-Line FROM Blank-Line
           MOVE Run-Total-Paid TO Prn-Reg-Grand-Total
           WRITE Register-Line FROM Register-Grand-Total-Line
           MOVE Items-Paid      TO Prn-Reg-Items-Paid
           MOVE Items-Part-Paid TO Prn-Reg-Part-Paid
           MOVE Items-Held      TO Prn-Reg-Held
           WRITE Register-Line FROM Register-Count-Line
           CLOSE Register-Report.

       PayOneSupplier.
           ADD 1 TO Suppliers-Paid
           IF Suppliers-Paid > 1
               WRITE Remittance-Line FROM Blank-Line
               WRITE Remittance-Line FROM Blank-Line
           END-IF
           WRITE Remittance-Line FROM Remit-Heading-Line
           WRITE Remittance-Line FROM Remit-Heading-Underline
           MOVE SUT-Sup-Name(Supplier-Sub) TO Prn-Rem-Sup-Name
           MOVE SUT-Sup-Id(Supplier-Sub)   TO Prn-Rem-Sup-Id
           WRITE Remittance-Line FROM Remit-To-Line
           MOVE Current-Run-Date  TO Prn-Rem-Run-Date
           MOVE Payment-Reference TO Prn-Rem-Reference
           WRITE Remittance-Line FROM Remit-Date-Line
           WRITE Remittance-Line FROM Blank-Line
           WRITE Remittance-Line FROM Remit-Topic-Line
           PERFORM VARYING Ap-Item-Sub FROM 1 BY 1
                   UNTIL Ap-Item-Sub > Ap-Item-Count
               IF APT-Pay-Amount(Ap-Item-Sub) > ZERO
                   AND APT-Sup-Id(Ap-Item-Sub)
                       = SUT-Sup-Id(Supplier-Sub)
                   PERFORM PayOneItem
               END-IF
           END-PERFORM
           MOVE SUT-Pay-Total(Supplier-Sub) TO Prn-Rem-Total
           WRITE Remittance-Line FROM Blank-Line
           WRITE Remittance-Line FROM Remit-Total-Line
           MOVE SUT-Pay-Total(Supplier-Sub) TO Prn-Reg-Sup-Total
           WRITE Register-Line FROM Register-Sup-Total-Line
           ADD SUT-Pay-Total(Supplier-Sub) TO Run-Total-Paid
           PERFORM WriteGlPayment.

       PayOneItem.
           MOVE SUT-Sup-Id(Supplier-Sub)     TO Prn-Reg-Sup-Id
           MOVE SUT-Sup-Name(Supplier-Sub)   TO Prn-Reg-Sup-Name
           MOVE APT-Invoice-Ref(Ap-Item-Sub) TO Prn-Reg-Invoice-Ref
           MOVE APT-Invoice-Date(Ap-Item-Sub)
               TO Prn-Reg-Invoice-Date
           MOVE APT-Open-Amount(Ap-Item-Sub) TO Prn-Reg-Open-Was
           MOVE APT-Pay-Amount(Ap-Item-Sub)  TO Prn-Reg-Paid
           SUBTRACT APT-Pay-Amount(Ap-Item-Sub)
               FROM APT-Open-Amount(Ap-Item-Sub)
           MOVE APT-Open-Amount(Ap-Item-Sub) TO Prn-Reg-Left-Open
           WRITE Register-Line FROM Register-Detail-Line
           MOVE APT-Invoice-Ref(Ap-Item-Sub) TO Prn-Rem-Invoice-Ref
           MOVE APT-Invoice-Date(Ap-Item-Sub)
               TO Prn-Rem-Invoice-Date
           MOVE APT-Orig-Amount(Ap-Item-Sub) TO Prn-Rem-Orig-Amount
           MOVE APT-Pay-Amount(Ap-Item-Sub)  TO Prn-Rem-Paid
           WRITE Remittance-Line FROM Remit-Detail-Line
           MOVE Current-Run-Date              TO PAY-Date
           MOVE APT-Sup-Id(Ap-Item-Sub)       TO PAY-Sup-Id
           MOVE APT-Invoice-Ref(Ap-Item-Sub)  TO PAY-Invoice-Ref
           MOVE APT-Invoice-Date(Ap-Item-Sub) TO PAY-Invoice-Date
           MOVE APT-Pay-Amount(Ap-Item-Sub)   TO PAY-Amount
           MOVE Payment-Reference             TO PAY-Reference
           WRITE Sup-Payment-Rec.

      * Paying a supplier reduces what we owe (debit creditors,
      * 2100) and the money leaves the bank (credit bank, 1100).
       WriteGlPayment.
           MOVE Current-Run-Date           TO GJ-Date
           MOVE "2100"                     TO GJ-Account
           MOVE "D"                        TO GJ-DrCr
           MOVE SUT-Pay-Total(Supplier-Sub) TO GJ-Amount
           MOVE SPACES                     TO GJ-Narrative
           STRING "SUPPLIER PAYMENT " DELIMITED BY SIZE
               SUT-Sup-Id(Supplier-Sub) DELIMITED BY SIZE
               INTO GJ-Narrative
           WRITE Gl-Journal-Rec
           MOVE "1100"                     TO GJ-Account
           MOVE "C"                        TO GJ-DrCr
           WRITE Gl-Journal-Rec.

      * Cleared items go to the history; everything else - held,
      * not yet due, part-paid - goes back as it now stands.
       SaveApItems.
           OPEN OUTPUT Ap-Open-Item-File
           OPEN EXTEND Ap-Hist-File
           IF Ap-Hist-File-Status = "35"
               OPEN OUTPUT Ap-Hist-File
           END-IF
           PERFORM VARYING Ap-Item-Sub FROM 1 BY 1
                   UNTIL Ap-Item-Sub > Ap-Item-Count
               MOVE APT-Sup-Id(Ap-Item-Sub)      TO AP-Sup-Id
               MOVE APT-Invoice-Ref(Ap-Item-Sub) TO AP-Invoice-Ref
               MOVE APT-Invoice-Date(Ap-Item-Sub)
                   TO AP-Invoice-Date
               MOVE APT-Orig-Amount(Ap-Item-Sub) TO AP-Orig-Amount
               MOVE APT-Open-Amount(Ap-Item-Sub) TO AP-Open-Amount
               MOVE APT-Status(Ap-Item-Sub)      TO AP-Status
               MOVE APT-Po-Number(Ap-Item-Sub)   TO AP-Po-Number
               MOVE APT-Oil-Num(Ap-Item-Sub)     TO AP-Oil-Num
               MOVE APT-Invoice-Qty(Ap-Item-Sub) TO AP-Invoice-Qty
               IF APT-Open-Amount(Ap-Item-Sub) > ZERO
                   WRITE Ap-Open-Item-Rec
               ELSE
                   WRITE Ap-Hist-Rec FROM Ap-Open-Item-Rec
               END-IF
           END-PERFORM
           CLOSE Ap-Hist-File
           CLOSE Ap-Open-Item-File.
       END PROGRAM ApPaymentRun.
