      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank statement import and bank reconciliation.  The
      *          statement lines the bank sends on BANKSTMT.DAT -
      *          date, amount, reference, and whether the money came
      *          in (C) or went out (D) - are added to the permanent
      *          BANKTXN.DAT bank-transaction file, and the statement
      *          file is emptied so no line is imported twice.  The
      *          book side is built on BANKBOOK.DAT from the receipts
      *          on CASHRCPT.DAT, one entry per receipt date for the
      *          day total ArCashJournal prints, and the payments on
      *          SUPPAY.DAT, one entry per supplier payment made by
      *          ApPaymentRun.  A receipt keyed after its day was
      *          already taken up adds a further entry for the
      *          difference, so late keying is never lost.
      *          Unmatched bank lines are then matched to unmatched
      *          book entries of the same direction and amount dated
      *          within a week of each other, and BANKREC.RPT lists
      *          what matched this run, every bank line and book
      *          entry still unmatched - brought forward from earlier
      *          runs as well as new - and proves the closing balance
      *          printed on the bank statement, keyed each run,
      *          against the book balance.  Unmatched items
      *          stay unmatched on file and come round again next
      *          time, so nothing silently drops out.
      *          The opening balance the two sides share is keyed
      *          once, on the first reconciliation, and kept on
      *          BANKCTL.DAT.  Each run then carries the bank lines
      *          it matched into that opening balance and moves
      *          them to the BANKTARC.DAT archive, and their book
      *          entries to BANKBARC.DAT, so BANKTXN.DAT and
      *          BANKBOOK.DAT only ever hold what is still open.
      *          The day and payment totals are gathered on the
      *          keyed BOOKTOT.TMP work file, and what was already
      *          taken up is read from BANKBOOK.DAT and the archive
      *          together, so a matched day is never taken up twice.
      *          Dates are compared as years * 365 plus months * 30
      *          plus days - close enough for a one-week window.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankRecon.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Bank-Statement-File ASSIGN TO "BANKSTMT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bank-Statement-File-Status.

           SELECT Bank-Txn-File ASSIGN TO "BANKTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bank-Txn-File-Status.

           SELECT Bank-Book-File ASSIGN TO "BANKBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bank-Book-File-Status.

           SELECT Bank-Txn-Archive-File ASSIGN TO "BANKTARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bank-Txn-Archive-File-Status.

           SELECT Bank-Book-Archive-File ASSIGN TO "BANKBARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bank-Book-Archive-File-Status.

           SELECT Book-Total-File ASSIGN TO "BOOKTOT.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKT-Key
               FILE STATUS IS Book-Total-File-Status.

           SELECT Bank-Control-File ASSIGN TO "BANKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bank-Control-File-Status.

           SELECT Cash-Receipt-File ASSIGN TO "CASHRCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cash-Receipt-File-Status.

           SELECT Sup-Payment-File ASSIGN TO "SUPPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sup-Payment-File-Status.

           SELECT Recon-Report ASSIGN TO "BANKREC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * As the bank sends it: C is money into the account, D is
      * money out.
       FD Bank-Statement-File.
       01 Bank-Statement-Rec.
           88 End-Of-Bank-Statement-File VALUE HIGH-VALUES.
           02 BS-Date                  PIC 9(8).
           02 BS-Amount                PIC 9(8)V99.
           02 BS-Reference             PIC X(16).
           02 BS-DrCr                  PIC X.

      * Statement lines still open.  Status U is still waiting for
      * its book entry, M is matched - the date of the
      * reconciliation that matched it is kept beside it, and the
      * line leaves for BANKTARC.DAT when the run is saved.
       FD Bank-Txn-File.
       01 Bank-Txn-Rec.
           88 End-Of-Bank-Txn-File     VALUE HIGH-VALUES.
           02 BT-Date                  PIC 9(8).
           02 BT-Amount                PIC 9(8)V99.
           02 BT-Reference             PIC X(16).
           02 BT-DrCr                  PIC X.
           02 BT-Status                PIC X.
           02 BT-Match-Date            PIC 9(8).

      * The book side: R is a day's receipts from CASHRCPT.DAT, P a
      * supplier payment from SUPPAY.DAT.  Status as on BANKTXN.DAT.
       FD Bank-Book-File.
       01 Bank-Book-Rec.
           88 End-Of-Bank-Book-File    VALUE HIGH-VALUES.
           02 BB-Type                  PIC X.
           02 BB-Date                  PIC 9(8).
           02 BB-Sup-Id                PIC X(3).
           02 BB-Reference             PIC X(10).
           02 BB-Amount                PIC 9(8)V99.
           02 BB-Status                PIC X.
           02 BB-Match-Date            PIC 9(8).

      * Matched statement lines, laid out as on BANKTXN.DAT.
       FD Bank-Txn-Archive-File.
       01 Bank-Txn-Archive-Rec         PIC X(44).

      * Matched book entries, laid out as on BANKBOOK.DAT.
       FD Bank-Book-Archive-File.
       01 Bank-Book-Archive-Rec.
           88 End-Of-Book-Archive-File VALUE HIGH-VALUES.
           02 BBA-Type                 PIC X.
           02 BBA-Date                 PIC 9(8).
           02 BBA-Sup-Id               PIC X(3).
           02 BBA-Reference            PIC X(10).
           02 BBA-Amount               PIC 9(8)V99.
           02 BBA-Status               PIC X.
           02 BBA-Match-Date           PIC 9(8).

      * One row per receipts day or supplier payment: what
      * CASHRCPT.DAT or SUPPAY.DAT adds up to, and how much of that
      * BANKBOOK.DAT and its archive already hold.
       FD Book-Total-File.
       01 Book-Total-Rec.
           02 BKT-Key.
               03 BKT-Type             PIC X.
               03 BKT-Date             PIC 9(8).
               03 BKT-Sup-Id           PIC X(3).
               03 BKT-Reference        PIC X(10).
           02 BKT-Amount               PIC S9(9)V99.
           02 BKT-Known-Amount         PIC S9(9)V99.

       FD Bank-Control-File.
       01 Bank-Control-Rec.
           02 BC-Opening-Balance       PIC S9(9)V99
                   SIGN IS TRAILING SEPARATE CHARACTER.
           02 BC-Last-Recon-Date       PIC 9(8).

       FD Cash-Receipt-File.
       01 Cash-Receipt-Rec.
           88 End-Of-Cash-Receipt-File VALUE HIGH-VALUES.
           02 RCP-Date                 PIC 9(8).
           02 RCP-Time                 PIC 9(6).
           02 RCP-Cust-Id              PIC X(5).
           02 RCP-Item-Date            PIC 9(8).
           02 RCP-Applied-Amount       PIC 9(6)V99.
           02 RCP-Type                 PIC X.

       FD Sup-Payment-File.
       01 Sup-Payment-Rec.
           88 End-Of-Sup-Payment-File  VALUE HIGH-VALUES.
           02 PAY-Date                 PIC 9(8).
           02 PAY-Sup-Id               PIC X(3).
           02 PAY-Invoice-Ref          PIC X(10).
           02 PAY-Invoice-Date         PIC 9(8).
           02 PAY-Amount               PIC 9(6)V99.
           02 PAY-Reference            PIC X(10).

       FD Recon-Report.
       01 Recon-Line                   PIC X(80).

      * Who is signed on at the console, left by OperatorMenu - the
      * lock is taken in this person's name so a second opener is
      * told WHO is in the file.  Absent or empty, the old prompt
      * asks.
       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
       01  Bank-Txn-Table.
           02  Bank-Txn-Count          PIC 9(4) VALUE ZERO.
           02  Bank-Txn-Entry OCCURS 5000 TIMES.
               03 BTT-Date             PIC 9(8).
               03 BTT-Amount           PIC 9(8)V99.
               03 BTT-Reference        PIC X(16).
               03 BTT-DrCr             PIC X.
                   88 BTT-Money-In     VALUE "C".
                   88 BTT-Money-Out    VALUE "D".
               03 BTT-Status           PIC X.
                   88 BTT-Matched      VALUE "M".
                   88 BTT-Unmatched    VALUE "U".
               03 BTT-Match-Date       PIC 9(8).
               03 BTT-Book-Sub         PIC 9(4).

       01  Bank-Txn-Sub                PIC 9(4).

       01  Bank-Book-Table.
           02  Bank-Book-Count         PIC 9(4) VALUE ZERO.
           02  Bank-Book-Entry OCCURS 5000 TIMES.
               03 BBT-Type             PIC X.
                   88 BBT-Receipts     VALUE "R".
                   88 BBT-Payment      VALUE "P".
               03 BBT-Date             PIC 9(8).
               03 BBT-Sup-Id           PIC X(3).
               03 BBT-Reference        PIC X(10).
               03 BBT-Amount           PIC 9(8)V99.
               03 BBT-Status           PIC X.
                   88 BBT-Matched      VALUE "M".
                   88 BBT-Unmatched    VALUE "U".
               03 BBT-Match-Date       PIC 9(8).

       01  Bank-Book-Sub               PIC 9(4).
       01  Best-Book-Sub               PIC 9(4).

       01  Table-Overflow-Switch       PIC X VALUE "N".
           88 Table-Overflowed         VALUE "Y".

       01  Work-Book-Key.
           02  WBK-Type                PIC X.
           02  WBK-Date                PIC 9(8).
           02  WBK-Sup-Id              PIC X(3).
           02  WBK-Reference           PIC X(10).

       01  Work-Amount                 PIC 9(8)V99.

       01  Lookup-Switch               PIC X VALUE "N".
           88 Entry-Found              VALUE "Y".
           88 Entry-Not-Found          VALUE "N".

       01  Book-Total-Scan-Switch      PIC X VALUE "N".
           88 Book-Totals-Done         VALUE "Y".

      * A statement line and its book entry may be up to a week
      * apart - cheques clear, remittances arrive before they are
      * keyed.
       01  Match-Window-Days           PIC 99 VALUE 7.

       01  Date-Work.
           02  DW-Year                 PIC 9(4).
           02  DW-Month                PIC 99.
           02  DW-Day                  PIC 99.
       01  Date-Work-N REDEFINES Date-Work PIC 9(8).

       01  Bank-Day-Number             PIC 9(7).
       01  Book-Day-Number             PIC 9(7).
       01  Day-Gap                     PIC S9(7).
       01  Best-Day-Gap                PIC S9(7).

       01  Current-Run-Date            PIC 9(8).

       01  Opening-Balance             PIC S9(9)V99 VALUE ZERO.
       01  Entry-Opening-Balance       PIC S9(9)V99.
       01  Entry-Closing-Balance       PIC S9(9)V99.

       01  Bank-Control-Switch         PIC X VALUE "N".
           88 Bank-Control-Present     VALUE "Y".

       01  Recon-Totals.
           02  Statement-Balance       PIC S9(10)V99 VALUE ZERO.
           02  Book-Balance            PIC S9(10)V99 VALUE ZERO.
           02  Book-In-Not-Banked      PIC S9(10)V99 VALUE ZERO.
           02  Book-Out-Not-Banked     PIC S9(10)V99 VALUE ZERO.
           02  Bank-In-Not-Booked      PIC S9(10)V99 VALUE ZERO.
           02  Bank-Out-Not-Booked     PIC S9(10)V99 VALUE ZERO.
           02  Adjusted-Bank-Balance   PIC S9(10)V99 VALUE ZERO.
           02  Adjusted-Book-Balance   PIC S9(10)V99 VALUE ZERO.
           02  Recon-Difference        PIC S9(10)V99 VALUE ZERO.

       01  Recon-Counters.
           02  Lines-Imported          PIC 9(5) VALUE ZERO.
           02  Book-Entries-Added      PIC 9(5) VALUE ZERO.
           02  Matched-This-Run        PIC 9(5) VALUE ZERO.
           02  Bank-Unmatched          PIC 9(5) VALUE ZERO.
           02  Book-Unmatched          PIC 9(5) VALUE ZERO.

       01  Bank-Statement-File-Status  PIC XX.
       01  Bank-Txn-File-Status        PIC XX.
       01  Bank-Book-File-Status       PIC XX.
       01  Bank-Control-File-Status    PIC XX.
       01  Bank-Txn-Archive-File-Status PIC XX.
       01  Bank-Book-Archive-File-Status PIC XX.
       01  Book-Total-File-Status      PIC XX.
       01  Cash-Receipt-File-Status    PIC XX.
       01  Sup-Payment-File-Status     PIC XX.
       01  Signon-File-Status          PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Recon-Heading-Line          PIC X(48)
           VALUE "          AROMAMORA BANK RECONCILIATION".

       01  Recon-Heading-Underline.
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  FILLER                  PIC X(29) VALUE ALL "-".

       01  Recon-Date-Line.
           02  FILLER                  PIC X(19) VALUE
                                          "RECONCILED ON    : ".
           02  Prn-Recon-Date          PIC 9(8).
           02  FILLER                  PIC X(19) VALUE
                                          "   LINES IMPORTED: ".
           02  Prn-Lines-Imported      PIC ZZZZ9.

       01  Recon-Section-Line.
           02  Prn-Section-Title       PIC X(60).

       01  Matched-Topic-Line.
           02  FILLER                  PIC X(44) VALUE
               "BANK DATE REFERENCE        DC        AMOUNT".
           02  FILLER                  PIC X(30) VALUE
               "  BOOK  DATE     SUP REFERENCE".

       01  Matched-Detail-Line.
           02  Prn-Mat-Bank-Date       PIC 9(8).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Mat-Bank-Ref        PIC X(16).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Mat-DrCr            PIC X.
           02  Prn-Mat-Amount          PIC BBZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC XXX VALUE SPACES.
           02  Prn-Mat-Book-Type       PIC X.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Mat-Book-Date       PIC 9(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Mat-Book-Sup        PIC X(3).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Mat-Book-Ref        PIC X(10).

       01  Bank-Topic-Line.
           02  FILLER                  PIC X(44) VALUE
               "BANK DATE REFERENCE        DC        AMOUNT".

       01  Bank-Detail-Line.
           02  Prn-Bank-Date           PIC 9(8).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Bank-Ref            PIC X(16).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Bank-DrCr           PIC X.
           02  Prn-Bank-Amount         PIC BBZZ,ZZZ,ZZ9.99.

       01  Book-Topic-Line.
           02  FILLER                  PIC X(44) VALUE
               "BOOK DATE T SUP REFERENCE             AMOUNT".

       01  Book-Detail-Line.
           02  Prn-Book-Date           PIC 9(8).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Book-Type           PIC X.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Book-Sup            PIC X(3).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Book-Ref            PIC X(10).
           02  Prn-Book-Amount         PIC BBBBBZZ,ZZZ,ZZ9.99.

       01  Proof-Line.
           02  Prn-Proof-Label         PIC X(40).
           02  Prn-Proof-Amount        PIC ZZZ,ZZZ,ZZ9.99-.

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
           PERFORM AcquireFileLock
           IF Lock-Result = "N"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadBankControl
           PERFORM GetStatementBalance
           PERFORM LoadBankTxns
           PERFORM LoadBankBook
           IF Run-OK
               PERFORM ImportStatement
           END-IF
           IF Run-OK
               OPEN OUTPUT Book-Total-File
               CLOSE Book-Total-File
               OPEN I-O Book-Total-File
               PERFORM GatherReceiptDays
               PERFORM GatherSupplierPayments
               PERFORM NoteKnownBookAmounts
               PERFORM TakeUpBookTotals
               CLOSE Book-Total-File
           END-IF
           IF Table-Overflowed
               DISPLAY "BANKRECON: more than 5000 open bank lines or "
                   "book entries - table full, nothing reconciled, "
                   "files left as they were"
               SET Run-Failed TO TRUE
           END-IF
           IF Run-OK
               PERFORM MatchBankLines
               PERFORM PrintReconciliation
               PERFORM SaveBankTxns
               PERFORM SaveBankBook
               PERFORM SaveBankControl
               OPEN OUTPUT Bank-Statement-File
               CLOSE Bank-Statement-File
               DISPLAY "BANKRECON: " Lines-Imported " line(s) "
                   "imported, " Matched-This-Run " matched, "
                   Bank-Unmatched " bank and " Book-Unmatched
                   " book item(s) unmatched"
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

      * One reconciliation at a time - both would import the same
      * statement lines.
       AcquireFileLock.
           MOVE "BANKTXN.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "BANKRECON: BANKTXN.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseFileLock.
           MOVE "BANKTXN.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

       LoadBankControl.
           OPEN INPUT Bank-Control-File
           IF Bank-Control-File-Status = "00"
               READ Bank-Control-File
                   AT END CONTINUE
               END-READ
               IF Bank-Control-File-Status = "00"
                   SET Bank-Control-Present TO TRUE
                   MOVE BC-Opening-Balance TO Opening-Balance
               END-IF
               CLOSE Bank-Control-File
           END-IF
           IF NOT Bank-Control-Present
               DISPLAY "First reconciliation - enter the bank "
                   "balance before the first statement line: "
                   WITH NO ADVANCING
               ACCEPT Entry-Opening-Balance
               MOVE Entry-Opening-Balance TO Opening-Balance
           END-IF.

      * The figure the proof starts from comes off the statement
      * itself, not from the lines on file - a line imported twice
      * or never sent shows up as a difference.
       GetStatementBalance.
           DISPLAY "Enter the closing balance on the latest bank "
               "statement: " WITH NO ADVANCING
           ACCEPT Entry-Closing-Balance
           MOVE Entry-Closing-Balance TO Statement-Balance.

       LoadBankTxns.
           OPEN INPUT Bank-Txn-File
           IF Bank-Txn-File-Status = "00"
               READ Bank-Txn-File
                   AT END SET End-Of-Bank-Txn-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Bank-Txn-File
                   IF Bank-Txn-Count < 5000
                       ADD 1 TO Bank-Txn-Count
                       MOVE BT-Date
                           TO BTT-Date(Bank-Txn-Count)
                       MOVE BT-Amount
                           TO BTT-Amount(Bank-Txn-Count)
                       MOVE BT-Reference
                           TO BTT-Reference(Bank-Txn-Count)
                       MOVE BT-DrCr
                           TO BTT-DrCr(Bank-Txn-Count)
                       MOVE BT-Status
                           TO BTT-Status(Bank-Txn-Count)
                       MOVE BT-Match-Date
                           TO BTT-Match-Date(Bank-Txn-Count)
                       MOVE ZERO
                           TO BTT-Book-Sub(Bank-Txn-Count)
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Bank-Txn-File
                       AT END SET End-Of-Bank-Txn-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Bank-Txn-File
           END-IF.

       LoadBankBook.
           OPEN INPUT Bank-Book-File
           IF Bank-Book-File-Status = "00"
               READ Bank-Book-File
                   AT END SET End-Of-Bank-Book-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Bank-Book-File
                   IF Bank-Book-Count < 5000
                       ADD 1 TO Bank-Book-Count
                       MOVE BB-Type
                           TO BBT-Type(Bank-Book-Count)
                       MOVE BB-Date
                           TO BBT-Date(Bank-Book-Count)
                       MOVE BB-Sup-Id
                           TO BBT-Sup-Id(Bank-Book-Count)
                       MOVE BB-Reference
                           TO BBT-Reference(Bank-Book-Count)
                       MOVE BB-Amount
                           TO BBT-Amount(Bank-Book-Count)
                       MOVE BB-Status
                           TO BBT-Status(Bank-Book-Count)
                       MOVE BB-Match-Date
                           TO BBT-Match-Date(Bank-Book-Count)
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Bank-Book-File
                       AT END SET End-Of-Bank-Book-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Bank-Book-File
           END-IF.

       ImportStatement.
           OPEN INPUT Bank-Statement-File
           IF Bank-Statement-File-Status NOT = "00"
               DISPLAY "BANKRECON: no BANKSTMT.DAT to import - "
                   "reconciling what is already on file"
           ELSE
               READ Bank-Statement-File
                   AT END SET End-Of-Bank-Statement-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Bank-Statement-File
                   IF Bank-Txn-Count < 5000
                       ADD 1 TO Bank-Txn-Count
                       ADD 1 TO Lines-Imported
                       MOVE BS-Date
                           TO BTT-Date(Bank-Txn-Count)
                       MOVE BS-Amount
                           TO BTT-Amount(Bank-Txn-Count)
                       MOVE BS-Reference
                           TO BTT-Reference(Bank-Txn-Count)
                       MOVE BS-DrCr
                           TO BTT-DrCr(Bank-Txn-Count)
                       MOVE "U"
                           TO BTT-Status(Bank-Txn-Count)
                       MOVE ZERO
                           TO BTT-Match-Date(Bank-Txn-Count)
                       MOVE ZERO
                           TO BTT-Book-Sub(Bank-Txn-Count)
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Bank-Statement-File
                       AT END SET End-Of-Bank-Statement-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Bank-Statement-File
           END-IF.

      * Every receipt on one date is one deposit - applied slices,
      * on-account remainders and the shop's cashed-up takings alike.
       GatherReceiptDays.
           OPEN INPUT Cash-Receipt-File
           IF Cash-Receipt-File-Status = "00"
               READ Cash-Receipt-File
                   AT END SET End-Of-Cash-Receipt-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Cash-Receipt-File
                   MOVE "R"                TO WBK-Type
                   MOVE RCP-Date           TO WBK-Date
                   MOVE SPACES             TO WBK-Sup-Id
                   MOVE SPACES             TO WBK-Reference
                   MOVE RCP-Applied-Amount TO Work-Amount
                   PERFORM AddToBookTotal
                   READ Cash-Receipt-File
                       AT END SET End-Of-Cash-Receipt-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Cash-Receipt-File
           END-IF.

      * One payment per supplier per payment run - the sum of the
      * invoice lines the remittance advice listed.
       GatherSupplierPayments.
           OPEN INPUT Sup-Payment-File
           IF Sup-Payment-File-Status = "00"
               READ Sup-Payment-File
                   AT END SET End-Of-Sup-Payment-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sup-Payment-File
                   MOVE "P"           TO WBK-Type
                   MOVE PAY-Date      TO WBK-Date
                   MOVE PAY-Sup-Id    TO WBK-Sup-Id
                   MOVE PAY-Reference TO WBK-Reference
                   MOVE PAY-Amount    TO Work-Amount
                   PERFORM AddToBookTotal
                   READ Sup-Payment-File
                       AT END SET End-Of-Sup-Payment-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Sup-Payment-File
           END-IF.

       AddToBookTotal.
           MOVE Work-Book-Key TO BKT-Key
           READ Book-Total-File
               INVALID KEY SET Entry-Not-Found TO TRUE
               NOT INVALID KEY SET Entry-Found TO TRUE
           END-READ
           IF Entry-Found
               ADD Work-Amount TO BKT-Amount
               REWRITE Book-Total-Rec
           ELSE
               MOVE Work-Book-Key TO BKT-Key
               MOVE Work-Amount   TO BKT-Amount
               MOVE ZERO          TO BKT-Known-Amount
               WRITE Book-Total-Rec
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      * What each day or payment already has on the book side - the
      * open entries on BANKBOOK.DAT and the matched ones archived
      * by earlier runs.
       NoteKnownBookAmounts.
           PERFORM VARYING Bank-Book-Sub FROM 1 BY 1
                   UNTIL Bank-Book-Sub > Bank-Book-Count
               MOVE BBT-Type(Bank-Book-Sub)      TO WBK-Type
               MOVE BBT-Date(Bank-Book-Sub)      TO WBK-Date
               MOVE BBT-Sup-Id(Bank-Book-Sub)    TO WBK-Sup-Id
               MOVE BBT-Reference(Bank-Book-Sub) TO WBK-Reference
               MOVE BBT-Amount(Bank-Book-Sub)    TO Work-Amount
               PERFORM AddToKnownAmount
           END-PERFORM
           OPEN INPUT Bank-Book-Archive-File
           IF Bank-Book-Archive-File-Status = "00"
               READ Bank-Book-Archive-File
                   AT END SET End-Of-Book-Archive-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Book-Archive-File
                   MOVE BBA-Type      TO WBK-Type
                   MOVE BBA-Date      TO WBK-Date
                   MOVE BBA-Sup-Id    TO WBK-Sup-Id
                   MOVE BBA-Reference TO WBK-Reference
                   MOVE BBA-Amount    TO Work-Amount
                   PERFORM AddToKnownAmount
                   READ Bank-Book-Archive-File
                       AT END SET End-Of-Book-Archive-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Bank-Book-Archive-File
           END-IF.

       AddToKnownAmount.
           MOVE Work-Book-Key TO BKT-Key
           READ Book-Total-File
               INVALID KEY SET Entry-Not-Found TO TRUE
               NOT INVALID KEY SET Entry-Found TO TRUE
           END-READ
           IF Entry-Found
               ADD Work-Amount TO BKT-Known-Amount
               REWRITE Book-Total-Rec
           END-IF.

      * Whatever part of a book total the book side does not already
      * hold becomes a new unmatched entry - the whole total the
      * first time a day or payment is seen, the difference when
      * more was keyed against a day already taken up.
       TakeUpBookTotals.
           MOVE LOW-VALUES TO BKT-Key
           START Book-Total-File
               KEY IS NOT LESS THAN BKT-Key
               INVALID KEY SET Book-Totals-Done TO TRUE
           END-START
           PERFORM UNTIL Book-Totals-Done
               READ Book-Total-File NEXT RECORD
                   AT END SET Book-Totals-Done TO TRUE
               END-READ
               IF NOT Book-Totals-Done
                   AND BKT-Amount > BKT-Known-Amount
                   PERFORM AddBookEntry
               END-IF
           END-PERFORM.

       AddBookEntry.
           IF Bank-Book-Count < 5000
               ADD 1 TO Bank-Book-Count
               ADD 1 TO Book-Entries-Added
               MOVE BKT-Type      TO BBT-Type(Bank-Book-Count)
               MOVE BKT-Date      TO BBT-Date(Bank-Book-Count)
               MOVE BKT-Sup-Id    TO BBT-Sup-Id(Bank-Book-Count)
               MOVE BKT-Reference TO BBT-Reference(Bank-Book-Count)
               COMPUTE BBT-Amount(Bank-Book-Count) =
                   BKT-Amount - BKT-Known-Amount
               MOVE "U"  TO BBT-Status(Bank-Book-Count)
               MOVE ZERO TO BBT-Match-Date(Bank-Book-Count)
           ELSE
               SET Table-Overflowed TO TRUE
           END-IF.

      * Money in matches a receipts day, money out a supplier
      * payment - same amount, and the nearest date inside the
      * window wins.
       MatchBankLines.
           PERFORM VARYING Bank-Txn-Sub FROM 1 BY 1
                   UNTIL Bank-Txn-Sub > Bank-Txn-Count
               IF BTT-Unmatched(Bank-Txn-Sub)
                   PERFORM FindBookMatch
                   IF Best-Book-Sub > ZERO
                       SET BTT-Matched(Bank-Txn-Sub) TO TRUE
                       MOVE Current-Run-Date
                           TO BTT-Match-Date(Bank-Txn-Sub)
                       MOVE Best-Book-Sub
                           TO BTT-Book-Sub(Bank-Txn-Sub)
                       SET BBT-Matched(Best-Book-Sub) TO TRUE
                       MOVE Current-Run-Date
                           TO BBT-Match-Date(Best-Book-Sub)
                       ADD 1 TO Matched-This-Run
                   END-IF
               END-IF
           END-PERFORM.

       FindBookMatch.
           MOVE ZERO TO Best-Book-Sub
           MOVE 9999 TO Best-Day-Gap
           MOVE BTT-Date(Bank-Txn-Sub) TO Date-Work-N
           COMPUTE Bank-Day-Number =
               (DW-Year * 365) + (DW-Month * 30) + DW-Day
           PERFORM VARYING Bank-Book-Sub FROM 1 BY 1
                   UNTIL Bank-Book-Sub > Bank-Book-Count
               IF BBT-Unmatched(Bank-Book-Sub)
                   AND BBT-Amount(Bank-Book-Sub)
                       = BTT-Amount(Bank-Txn-Sub)
                   AND ((BTT-Money-In(Bank-Txn-Sub)
                           AND BBT-Receipts(Bank-Book-Sub))
                       OR (BTT-Money-Out(Bank-Txn-Sub)
                           AND BBT-Payment(Bank-Book-Sub)))
                   MOVE BBT-Date(Bank-Book-Sub) TO Date-Work-N
                   COMPUTE Book-Day-Number =
                       (DW-Year * 365) + (DW-Month * 30) + DW-Day
                   COMPUTE Day-Gap = Bank-Day-Number - Book-Day-Number
                   IF Day-Gap < ZERO
                       COMPUTE Day-Gap = ZERO - Day-Gap
                   END-IF
                   IF Day-Gap <= Match-Window-Days
                       AND Day-Gap < Best-Day-Gap
                       MOVE Day-Gap TO Best-Day-Gap
                       MOVE Bank-Book-Sub TO Best-Book-Sub
                   END-IF
               END-IF
           END-PERFORM.

       PrintReconciliation.
           OPEN OUTPUT Recon-Report
           WRITE Recon-Line FROM Recon-Heading-Line
           WRITE Recon-Line FROM Recon-Heading-Underline
           MOVE Current-Run-Date TO Prn-Recon-Date
           MOVE Lines-Imported   TO Prn-Lines-Imported
           WRITE Recon-Line FROM Recon-Date-Line
           WRITE Recon-Line FROM Blank-Line
           MOVE "MATCHED THIS RECONCILIATION" TO Prn-Section-Title
           WRITE Recon-Line FROM Recon-Section-Line
           WRITE Recon-Line FROM Matched-Topic-Line
           PERFORM VARYING Bank-Txn-Sub FROM 1 BY 1
                   UNTIL Bank-Txn-Sub > Bank-Txn-Count
               IF BTT-Book-Sub(Bank-Txn-Sub) > ZERO
                   PERFORM PrintMatchedLine
               END-IF
           END-PERFORM
           WRITE Recon-Line FROM Blank-Line
           MOVE "UNMATCHED BANK STATEMENT LINES" TO Prn-Section-Title
           WRITE Recon-Line FROM Recon-Section-Line
           WRITE Recon-Line FROM Bank-Topic-Line
           PERFORM VARYING Bank-Txn-Sub FROM 1 BY 1
                   UNTIL Bank-Txn-Sub > Bank-Txn-Count
               IF BTT-Unmatched(Bank-Txn-Sub)
                   PERFORM PrintUnmatchedBankLine
               END-IF
           END-PERFORM
           WRITE Recon-Line FROM Blank-Line
           MOVE "UNMATCHED BOOK ENTRIES - R RECEIPTS, P PAYMENTS"
               TO Prn-Section-Title
           WRITE Recon-Line FROM Recon-Section-Line
           WRITE Recon-Line FROM Book-Topic-Line
           PERFORM VARYING Bank-Book-Sub FROM 1 BY 1
                   UNTIL Bank-Book-Sub > Bank-Book-Count
               IF BBT-Receipts(Bank-Book-Sub)
                   ADD BBT-Amount(Bank-Book-Sub) TO Book-Balance
               ELSE
                   SUBTRACT BBT-Amount(Bank-Book-Sub) FROM Book-Balance
               END-IF
               IF BBT-Unmatched(Bank-Book-Sub)
                   PERFORM PrintUnmatchedBookLine
               END-IF
           END-PERFORM
           PERFORM PrintBalanceProof
           CLOSE Recon-Report.

       PrintMatchedLine.
           MOVE BTT-Book-Sub(Bank-Txn-Sub) TO Bank-Book-Sub
           MOVE BTT-Date(Bank-Txn-Sub)      TO Prn-Mat-Bank-Date
           MOVE BTT-Reference(Bank-Txn-Sub) TO Prn-Mat-Bank-Ref
           MOVE BTT-DrCr(Bank-Txn-Sub)      TO Prn-Mat-DrCr
           MOVE BTT-Amount(Bank-Txn-Sub)    TO Prn-Mat-Amount
           MOVE BBT-Type(Bank-Book-Sub)      TO Prn-Mat-Book-Type
           MOVE BBT-Date(Bank-Book-Sub)      TO Prn-Mat-Book-Date
           MOVE BBT-Sup-Id(Bank-Book-Sub)    TO Prn-Mat-Book-Sup
           MOVE BBT-Reference(Bank-Book-Sub) TO Prn-Mat-Book-Ref
           WRITE Recon-Line FROM Matched-Detail-Line.

       PrintUnmatchedBankLine.
           ADD 1 TO Bank-Unmatched
           IF BTT-Money-In(Bank-Txn-Sub)
               ADD BTT-Amount(Bank-Txn-Sub) TO Bank-In-Not-Booked
           ELSE
               ADD BTT-Amount(Bank-Txn-Sub) TO Bank-Out-Not-Booked
           END-IF
           MOVE BTT-Date(Bank-Txn-Sub)      TO Prn-Bank-Date
           MOVE BTT-Reference(Bank-Txn-Sub) TO Prn-Bank-Ref
           MOVE BTT-DrCr(Bank-Txn-Sub)      TO Prn-Bank-DrCr
           MOVE BTT-Amount(Bank-Txn-Sub)    TO Prn-Bank-Amount
           WRITE Recon-Line FROM Bank-Detail-Line.

       PrintUnmatchedBookLine.
           ADD 1 TO Book-Unmatched
           IF BBT-Receipts(Bank-Book-Sub)
               ADD BBT-Amount(Bank-Book-Sub) TO Book-In-Not-Banked
           ELSE
               ADD BBT-Amount(Bank-Book-Sub) TO Book-Out-Not-Banked
           END-IF
           MOVE BBT-Date(Bank-Book-Sub)      TO Prn-Book-Date
           MOVE BBT-Type(Bank-Book-Sub)      TO Prn-Book-Type
           MOVE BBT-Sup-Id(Bank-Book-Sub)    TO Prn-Book-Sup
           MOVE BBT-Reference(Bank-Book-Sub) TO Prn-Book-Ref
           MOVE BBT-Amount(Bank-Book-Sub)    TO Prn-Book-Amount
           WRITE Recon-Line FROM Book-Detail-Line.

      * The keyed statement balance plus book items the bank has
      * not yet seen, against the book balance - the opening
      * balance and every book entry on file - plus bank items not
      * yet in the books.  When every difference is a timing item
      * the two agree.
       PrintBalanceProof.
           ADD Opening-Balance TO Book-Balance
           COMPUTE Adjusted-Bank-Balance = Statement-Balance
               + Book-In-Not-Banked - Book-Out-Not-Banked
           COMPUTE Adjusted-Book-Balance = Book-Balance
               + Bank-In-Not-Booked - Bank-Out-Not-Booked
           COMPUTE Recon-Difference =
               Adjusted-Bank-Balance - Adjusted-Book-Balance
           WRITE Recon-Line FROM Blank-Line
           MOVE "RECONCILED BALANCE PROOF" TO Prn-Section-Title
           WRITE Recon-Line FROM Recon-Section-Line
           MOVE "BALANCE PER BANK STATEMENT" TO Prn-Proof-Label
           MOVE Statement-Balance TO Prn-Proof-Amount
           WRITE Recon-Line FROM Proof-Line
           MOVE "  ADD RECEIPTS NOT YET ON STATEMENT"
               TO Prn-Proof-Label
           MOVE Book-In-Not-Banked TO Prn-Proof-Amount
           WRITE Recon-Line FROM Proof-Line
           MOVE "  LESS PAYMENTS NOT YET ON STATEMENT"
               TO Prn-Proof-Label
           MOVE Book-Out-Not-Banked TO Prn-Proof-Amount
           WRITE Recon-Line FROM Proof-Line
           MOVE "ADJUSTED BANK BALANCE" TO Prn-Proof-Label
           MOVE Adjusted-Bank-Balance TO Prn-Proof-Amount
           WRITE Recon-Line FROM Proof-Line
           WRITE Recon-Line FROM Blank-Line
           MOVE "BALANCE PER BOOKS" TO Prn-Proof-Label
           MOVE Book-Balance TO Prn-Proof-Amount
           WRITE Recon-Line FROM Proof-Line
           MOVE "  ADD BANK CREDITS NOT IN BOOKS" TO Prn-Proof-Label
           MOVE Bank-In-Not-Booked TO Prn-Proof-Amount
           WRITE Recon-Line FROM Proof-Line
           MOVE "  LESS BANK DEBITS NOT IN BOOKS" TO Prn-Proof-Label
           MOVE Bank-Out-Not-Booked TO Prn-Proof-Amount
           WRITE Recon-Line FROM Proof-Line
           MOVE "ADJUSTED BOOK BALANCE" TO Prn-Proof-Label
           MOVE Adjusted-Book-Balance TO Prn-Proof-Amount
           WRITE Recon-Line FROM Proof-Line
           WRITE Recon-Line FROM Blank-Line
           IF Recon-Difference = ZERO
               MOVE "RECONCILED - NO DIFFERENCE" TO Prn-Proof-Label
           ELSE
               MOVE "*** UNRECONCILED DIFFERENCE" TO Prn-Proof-Label
               DISPLAY "BANKRECON: reconciliation does NOT prove - "
                   "see BANKREC.RPT"
           END-IF
           MOVE Recon-Difference TO Prn-Proof-Amount
           WRITE Recon-Line FROM Proof-Line.

      * Lines matched this run or before leave for the archive, and
      * their net amount goes into the opening balance.  Each one
      * was matched to a book entry of the same direction and
      * amount, which leaves BANKBOOK.DAT at the same time, so the
      * one opening balance stays right for both sides.
       SaveBankTxns.
           OPEN OUTPUT Bank-Txn-File
           OPEN EXTEND Bank-Txn-Archive-File
           IF Bank-Txn-Archive-File-Status = "35"
               OPEN OUTPUT Bank-Txn-Archive-File
           END-IF
           PERFORM VARYING Bank-Txn-Sub FROM 1 BY 1
                   UNTIL Bank-Txn-Sub > Bank-Txn-Count
               MOVE BTT-Date(Bank-Txn-Sub)       TO BT-Date
               MOVE BTT-Amount(Bank-Txn-Sub)     TO BT-Amount
               MOVE BTT-Reference(Bank-Txn-Sub)  TO BT-Reference
               MOVE BTT-DrCr(Bank-Txn-Sub)       TO BT-DrCr
               MOVE BTT-Status(Bank-Txn-Sub)     TO BT-Status
               MOVE BTT-Match-Date(Bank-Txn-Sub) TO BT-Match-Date
               IF BTT-Matched(Bank-Txn-Sub)
                   WRITE Bank-Txn-Archive-Rec FROM Bank-Txn-Rec
                   IF BTT-Money-In(Bank-Txn-Sub)
                       ADD BTT-Amount(Bank-Txn-Sub)
                           TO Opening-Balance
                   ELSE
                       SUBTRACT BTT-Amount(Bank-Txn-Sub)
                           FROM Opening-Balance
                   END-IF
               ELSE
                   WRITE Bank-Txn-Rec
               END-IF
           END-PERFORM
           CLOSE Bank-Txn-Archive-File
           CLOSE Bank-Txn-File.

       SaveBankBook.
           OPEN OUTPUT Bank-Book-File
           OPEN EXTEND Bank-Book-Archive-File
           IF Bank-Book-Archive-File-Status = "35"
               OPEN OUTPUT Bank-Book-Archive-File
           END-IF
           PERFORM VARYING Bank-Book-Sub FROM 1 BY 1
                   UNTIL Bank-Book-Sub > Bank-Book-Count
               MOVE BBT-Type(Bank-Book-Sub)       TO BB-Type
               MOVE BBT-Date(Bank-Book-Sub)       TO BB-Date
               MOVE BBT-Sup-Id(Bank-Book-Sub)     TO BB-Sup-Id
               MOVE BBT-Reference(Bank-Book-Sub)  TO BB-Reference
               MOVE BBT-Amount(Bank-Book-Sub)     TO BB-Amount
               MOVE BBT-Status(Bank-Book-Sub)     TO BB-Status
               MOVE BBT-Match-Date(Bank-Book-Sub) TO BB-Match-Date
               IF BBT-Matched(Bank-Book-Sub)
                   WRITE Bank-Book-Archive-Rec FROM Bank-Book-Rec
               ELSE
                   WRITE Bank-Book-Rec
               END-IF
           END-PERFORM
           CLOSE Bank-Book-Archive-File
           CLOSE Bank-Book-File.

       SaveBankControl.
           OPEN OUTPUT Bank-Control-File
           MOVE Opening-Balance  TO BC-Opening-Balance
           MOVE Current-Run-Date TO BC-Last-Recon-Date
           WRITE Bank-Control-Rec
           CLOSE Bank-Control-File.
       END PROGRAM BankRecon.
