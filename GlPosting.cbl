      ******************************************************************
      * Author:
      * Date:
      * Purpose: General ledger posting.  Reads the GLJRNL.DAT lines
      *          appended since the last posting - by AromaSalesRpt,
      *          OilCountVariance, ApPaymentRun and the rest - and
      *          accumulates them into the GLBAL.DAT balances master,
      *          one debit and credit total per account per calendar
      *          period (YYYYMM), keyed on the GLACCTS.DAT codes.
      *          GLPOSTED.DAT remembers how many journal lines have
      *          been posted, so a line is never posted twice.
      *          A line dated in a period already on PERCLOSE.DAT, or
      *          for an account not on the chart, is refused: it is
      *          listed on GLPOST.RPT and parked on GLHOLD.DAT, and
      *          every later posting tries the parked lines again -
      *          so once the account is set up in GlAcctMaint they go
      *          through.  A line in a closed period stays parked
      *          until it is re-journalled into an open one.
      *          From the balances it then prints, for a chosen
      *          period, a trial balance proving debits equal credits
      *          (TRIALBAL.RPT), a profit and loss account for the
      *          period and the year to date (PROFLOSS.RPT) and a
      *          balance sheet at the period end (BALSHEET.RPT), laid
      *          out by the account type on GLACCTS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlPosting.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Gl-Journal-File ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Journal-File-Status.

           SELECT Gl-Account-File ASSIGN TO "GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Account-File-Status.

           SELECT Period-Close-File ASSIGN TO "PERCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Period-Close-File-Status.

           SELECT Gl-Balance-File ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Balance-File-Status.

           SELECT Post-Control-File ASSIGN TO "GLPOSTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Post-Control-File-Status.

           SELECT Gl-Hold-File ASSIGN TO "GLHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Hold-File-Status.

           SELECT Posting-Report ASSIGN TO "GLPOST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Trial-Balance-Report ASSIGN TO "TRIALBAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Profit-Loss-Report ASSIGN TO "PROFLOSS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Balance-Sheet-Report ASSIGN TO "BALSHEET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Gl-Journal-File.
       01 Gl-Journal-Rec.
           88 End-Of-Gl-Journal-File   VALUE HIGH-VALUES.
           02 GJ-Date                  PIC 9(8).
           02 GJ-Account               PIC X(4).
           02 GJ-DrCr                  PIC X.
           02 GJ-Amount                PIC 9(8)V99.
           02 GJ-Narrative             PIC X(20).

       FD Gl-Account-File.
       01 Gl-Account-Rec.
           88 End-Of-Gl-Account-File   VALUE HIGH-VALUES.
           02 GA-Account               PIC X(4).
           02 GA-Name                  PIC X(20).
           02 GA-Type                  PIC X.

      * Records written before the account type existed leave the
      * record tail blank - the type is taken from the code's
      * leading digit.
       01 Gl-Account-Legacy-Rec REDEFINES Gl-Account-Rec.
           02 FILLER                   PIC X(24).
           02 GAL-Unused               PIC X.

       FD Period-Close-File.
       01 Period-Close-Rec.
           88 End-Of-Period-Close-File VALUE HIGH-VALUES.
           02 PC-Period                PIC 9(6).

      * One row per account per period with anything posted to it.
       FD Gl-Balance-File.
       01 Gl-Balance-Rec.
           88 End-Of-Gl-Balance-File   VALUE HIGH-VALUES.
           02 GB-Account               PIC X(4).
           02 GB-Period                PIC 9(6).
           02 GB-Debit-Total           PIC 9(9)V99.
           02 GB-Credit-Total          PIC 9(9)V99.

      * How far into GLJRNL.DAT the postings have reached.
       FD Post-Control-File.
       01 Post-Control-Rec.
           02 GPC-Lines-Posted         PIC 9(7).
           02 GPC-Post-Date            PIC 9(8).

      * Refused journal lines waiting for their account or an open
      * period, with the reason they were last refused.
       FD Gl-Hold-File.
       01 Gl-Hold-Rec.
           88 End-Of-Gl-Hold-File      VALUE HIGH-VALUES.
           02 GH-Journal-Data          PIC X(43).
           02 GH-Reason                PIC X(30).

       FD Posting-Report.
       01 Posting-Line                 PIC X(90).

       FD Trial-Balance-Report.
       01 Trial-Balance-Line           PIC X(72).

       FD Profit-Loss-Report.
       01 Profit-Loss-Line             PIC X(72).

       FD Balance-Sheet-Report.
       01 Balance-Sheet-Line           PIC X(72).

      * Who is signed on at the console, left by OperatorMenu - the
      * lock is taken in this person's name so a second opener is
      * told WHO is in the file.  Absent or empty, the old prompt
      * asks.
       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
       01  Gl-Account-Table.
           02  Gl-Acct-Count           PIC 999 VALUE ZERO.
           02  Gl-Acct-Entry OCCURS 100 TIMES.
               03 GAT-Account          PIC X(4).
               03 GAT-Name             PIC X(20).
               03 GAT-Type             PIC X.
                   88 GAT-Asset        VALUE "A".
                   88 GAT-Liability    VALUE "L".
                   88 GAT-Capital      VALUE "Q".
                   88 GAT-Income       VALUE "I".
                   88 GAT-Expense      VALUE "E".

       01  Gl-Acct-Sub                 PIC 999.

       01  Closed-Period-Table.
           02  Closed-Period-Count     PIC 999 VALUE ZERO.
           02  Closed-Period-Entry OCCURS 300 TIMES
                   PIC 9(6).

       01  Closed-Period-Sub           PIC 999.

       01  Gl-Balance-Table.
           02  Gl-Bal-Count            PIC 9(4) VALUE ZERO.
           02  Gl-Bal-Entry OCCURS 3000 TIMES.
               03 GBT-Account          PIC X(4).
               03 GBT-Period           PIC 9(6).
               03 GBT-Debit-Total      PIC 9(9)V99.
               03 GBT-Credit-Total     PIC 9(9)V99.

       01  Gl-Bal-Sub                  PIC 9(4).

      * A balances master bigger than the table must not be
      * rewritten from it.
       01  Bal-Overflow-Switch         PIC X VALUE "N".
           88 Bal-Table-Overflowed     VALUE "Y".

      * Parked lines are retried first; the ones still refused are
      * written back to a fresh hold file with the new refusals.
       01  Held-Line-Table.
           02  Held-Line-Count         PIC 999 VALUE ZERO.
           02  Held-Line-Entry OCCURS 500 TIMES
                   PIC X(43).

       01  Held-Line-Sub               PIC 999.

       01  Held-Overflow-Switch        PIC X VALUE "N".
           88 Held-Table-Overflowed    VALUE "Y".

       01  Post-Line.
           02  PL-Date.
               03 PL-Period            PIC 9(6).
               03 PL-Day               PIC 99.
           02  PL-Account              PIC X(4).
           02  PL-DrCr                 PIC X.
               88 PL-Debit             VALUE "D".
               88 PL-Credit            VALUE "C".
           02  PL-Amount               PIC 9(8)V99.
           02  PL-Narrative            PIC X(20).

       01  Refuse-Reason               PIC X(30).

       01  Period-Lookup-Switch        PIC X VALUE "N".
           88 Period-Is-Closed         VALUE "Y".
           88 Period-Is-Open           VALUE "N".

       01  Account-Lookup-Switch       PIC X VALUE "N".
           88 Account-Found            VALUE "Y".
           88 Account-Not-Found        VALUE "N".

       01  Balance-Lookup-Switch       PIC X VALUE "N".
           88 Balance-Found            VALUE "Y".
           88 Balance-Not-Found        VALUE "N".

       01  Journal-Lines-Read          PIC 9(7) VALUE ZERO.
       01  Lines-Already-Posted        PIC 9(7) VALUE ZERO.

       01  Posting-Counters.
           02  Lines-Posted            PIC 9(7) VALUE ZERO.
           02  Lines-Held              PIC 9(7) VALUE ZERO.
           02  Held-Lines-Released     PIC 9(7) VALUE ZERO.
           02  Debits-Posted           PIC 9(10)V99 VALUE ZERO.
           02  Credits-Posted          PIC 9(10)V99 VALUE ZERO.

       01  Current-Run-Date.
           02  CRD-Period              PIC 9(6).
           02  CRD-Day                 PIC 99.

       01  Report-Period.
           02  RP-Year                 PIC 9(4).
           02  RP-Month                PIC 99.
       01  Report-Period-N REDEFINES Report-Period PIC 9(6).

       01  Year-Start-Period           PIC 9(6).

      * Per-account figures for the report period - net is debit
      * less credit, so a credit balance comes out negative.
       01  Account-Figures.
           02  Acct-Period-Net         PIC S9(10)V99.
           02  Acct-Ytd-Net            PIC S9(10)V99.
           02  Acct-Cum-Net            PIC S9(10)V99.
           02  Acct-Shown-Amount       PIC S9(10)V99.

       01  Trial-Totals.
           02  TB-Debit-Total          PIC S9(11)V99 VALUE ZERO.
           02  TB-Credit-Total         PIC S9(11)V99 VALUE ZERO.
           02  TB-Difference           PIC S9(11)V99 VALUE ZERO.

       01  Profit-Loss-Totals.
           02  PL-Income-Period        PIC S9(11)V99 VALUE ZERO.
           02  PL-Income-Ytd           PIC S9(11)V99 VALUE ZERO.
           02  PL-Expense-Period       PIC S9(11)V99 VALUE ZERO.
           02  PL-Expense-Ytd          PIC S9(11)V99 VALUE ZERO.
           02  PL-Profit-Period        PIC S9(11)V99 VALUE ZERO.
           02  PL-Profit-Ytd           PIC S9(11)V99 VALUE ZERO.

       01  Balance-Sheet-Totals.
           02  BS-Asset-Total          PIC S9(11)V99 VALUE ZERO.
           02  BS-Liability-Total      PIC S9(11)V99 VALUE ZERO.
           02  BS-Capital-Total        PIC S9(11)V99 VALUE ZERO.
           02  BS-Retained-Profit      PIC S9(11)V99 VALUE ZERO.
           02  BS-Funds-Total          PIC S9(11)V99 VALUE ZERO.
           02  BS-Difference           PIC S9(11)V99 VALUE ZERO.

       01  Section-Type                PIC X.

       01  Gl-Journal-File-Status      PIC XX.
       01  Gl-Account-File-Status      PIC XX.
       01  Period-Close-File-Status    PIC XX.
       01  Gl-Balance-File-Status      PIC XX.
       01  Post-Control-File-Status    PIC XX.
       01  Gl-Hold-File-Status         PIC XX.
       01  Signon-File-Status          PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Post-Heading-Line           PIC X(48)
           VALUE "          GENERAL LEDGER POSTING".

       01  Post-Date-Line.
           02  FILLER                  PIC X(15) VALUE
                                          "POSTED ON    : ".
           02  Prn-Post-Date           PIC 9(8).

       01  Post-Refused-Heading        PIC X(40)
           VALUE "LINES REFUSED AND PARKED ON GLHOLD.DAT".

       01  Post-Refused-Topic.
           02  FILLER                  PIC X(9)  VALUE "DATE".
           02  FILLER                  PIC X(6)  VALUE "ACCT".
           02  FILLER                  PIC X(3)  VALUE "DC".
           02  FILLER                  PIC X(14) VALUE "        AMOUNT".
           02  FILLER                  PIC X(22) VALUE "  NARRATIVE".
           02  FILLER                  PIC X(30) VALUE "REASON".

       01  Post-Refused-Line.
           02  Prn-Ref-Date            PIC 9(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Ref-Account         PIC X(4).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Ref-DrCr            PIC X.
           02  Prn-Ref-Amount          PIC BBZZ,ZZZ,ZZ9.99.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Ref-Narrative       PIC X(20).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Ref-Reason          PIC X(30).

       01  Post-Count-Line.
           02  Prn-Count-Label         PIC X(30).
           02  Prn-Count-Value         PIC ZZZZ,ZZ9.

       01  Post-Amount-Line.
           02  Prn-Amount-Label        PIC X(30).
           02  Prn-Amount-Value        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  Report-Period-Line.
           02  FILLER                  PIC X(15) VALUE
                                          "PERIOD       : ".
           02  Prn-Report-Period       PIC 9(6).
           02  FILLER                  PIC X(16) VALUE
                                          "    PRINTED ON ".
           02  Prn-Report-Run-Date     PIC 9(8).

       01  Trial-Heading-Line          PIC X(48)
           VALUE "              TRIAL BALANCE".

       01  Trial-Topic-Line.
           02  FILLER                  PIC X(6)  VALUE "ACCT".
           02  FILLER                  PIC X(23) VALUE "ACCOUNT NAME".
           02  FILLER                  PIC X(2)  VALUE "T".
           02  FILLER                  PIC X(17) VALUE
                                          "           DEBIT".
           02  FILLER                  PIC X(17) VALUE
                                          "          CREDIT".

       01  Trial-Detail-Line.
           02  Prn-Tb-Account          PIC X(4).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Tb-Name             PIC X(20).
           02  FILLER                  PIC XXX VALUE SPACES.
           02  Prn-Tb-Type             PIC X.
           02  Prn-Tb-Debit            PIC BBZZ,ZZZ,ZZZ,ZZ9.99
                   BLANK WHEN ZERO.
           02  Prn-Tb-Credit           PIC BBZZ,ZZZ,ZZZ,ZZ9.99
                   BLANK WHEN ZERO.

       01  Trial-Total-Line.
           02  FILLER                  PIC X(30) VALUE
                                          "TOTALS".
           02  Prn-Tb-Debit-Total      PIC BBZZ,ZZZ,ZZZ,ZZ9.99.
           02  Prn-Tb-Credit-Total     PIC BBZZ,ZZZ,ZZZ,ZZ9.99.

       01  Trial-Proof-Line.
           02  Prn-Tb-Proof            PIC X(30).
           02  Prn-Tb-Difference       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  Statement-Heading-Line.
           02  FILLER                  PIC X(14) VALUE SPACES.
           02  Prn-Statement-Title     PIC X(34).

       01  Statement-Topic-Line.
           02  FILLER                  PIC X(31) VALUE SPACES.
           02  Prn-Stmt-Col-1          PIC X(17).
           02  Prn-Stmt-Col-2          PIC X(17).

       01  Statement-Section-Line.
           02  Prn-Section-Title       PIC X(30).

       01  Statement-Detail-Line.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Stmt-Account        PIC X(4).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Stmt-Name           PIC X(20).
           02  FILLER                  PIC XXX VALUE SPACES.
           02  Prn-Stmt-Amount-1       PIC BZZ,ZZZ,ZZZ,ZZ9.99-.
           02  Prn-Stmt-Amount-2       PIC BZZ,ZZZ,ZZZ,ZZ9.99-
                   BLANK WHEN ZERO.

       01  Statement-Total-Line.
           02  Prn-Stmt-Total-Label    PIC X(31).
           02  Prn-Stmt-Total-1        PIC BZZ,ZZZ,ZZZ,ZZ9.99-.
           02  Prn-Stmt-Total-2        PIC BZZ,ZZZ,ZZZ,ZZ9.99-
                   BLANK WHEN ZERO.

       01  Blank-Line                  PIC X VALUE SPACE.

       01  Entry-Report-Period         PIC 9(6).

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
               PERFORM LoadGlAccounts
           END-IF
           IF Run-OK
               PERFORM LoadClosedPeriods
               PERFORM LoadBalances
               IF Bal-Table-Overflowed
                   DISPLAY "GLPOSTING: more than 3000 rows on "
                       "GLBAL.DAT - table full, nothing posted"
                   SET Run-Failed TO TRUE
               END-IF
           END-IF
           IF Run-OK
               PERFORM LoadHeldLines
               IF Held-Table-Overflowed
                   DISPLAY "GLPOSTING: more than 500 lines on "
                       "GLHOLD.DAT - clear the parked lines first, "
                       "nothing posted"
                   SET Run-Failed TO TRUE
               END-IF
           END-IF
           IF Run-OK
               PERFORM LoadPostControl
               PERFORM PostJournal
               PERFORM SaveBalances
               PERFORM SavePostControl
               DISPLAY "GLPOSTING: " Lines-Posted " line(s) posted, "
                   Lines-Held " parked on GLHOLD.DAT"
               PERFORM GetReportPeriod
               PERFORM PrintTrialBalance
               PERFORM PrintProfitAndLoss
               PERFORM PrintBalanceSheet
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

      * One posting at a time - two at once would both start from
      * the same posted-line count and post the new lines twice.
       AcquireFileLock.
           MOVE "GLBAL.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "GLPOSTING: GLBAL.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseFileLock.
           MOVE "GLBAL.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

       VerifyMasterSeals.
           MOVE "GLACCTS.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "GLPOSTING: GLACCTS.DAT seal MISMATCH - "
                   "file changed outside its owners, nothing posted"
               SET Run-Failed TO TRUE
           END-IF
           MOVE "GLBAL.DAT" TO Seal-Data-Name
           MOVE "V" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result
           IF Seal-Result = "N"
               DISPLAY "GLPOSTING: GLBAL.DAT seal MISMATCH - "
                   "file changed outside its owners, nothing posted"
               SET Run-Failed TO TRUE
           END-IF.

       LoadGlAccounts.
           OPEN INPUT Gl-Account-File
           IF Gl-Account-File-Status NOT = "00"
               DISPLAY "GLPOSTING: cannot open GLACCTS.DAT - "
                   "no chart of accounts to post to"
               SET Run-Failed TO TRUE
           ELSE
               READ Gl-Account-File
                   AT END SET End-Of-Gl-Account-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Gl-Account-File
                   IF Gl-Acct-Count < 100
                       ADD 1 TO Gl-Acct-Count
                       MOVE GA-Account TO GAT-Account(Gl-Acct-Count)
                       MOVE GA-Name    TO GAT-Name(Gl-Acct-Count)
                       IF GAL-Unused = SPACES
                           PERFORM DefaultAccountType
                       ELSE
                           MOVE GA-Type TO GAT-Type(Gl-Acct-Count)
                       END-IF
                   END-IF
                   READ Gl-Account-File
                       AT END SET End-Of-Gl-Account-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Gl-Account-File
           END-IF.

      * The chart follows the usual numbering - 1 assets, 2
      * liabilities, 3 capital, 4 income, 5 and above expenses.
       DefaultAccountType.
           EVALUATE GA-Account(1:1)
               WHEN "1"
                   MOVE "A" TO GAT-Type(Gl-Acct-Count)
               WHEN "2"
                   MOVE "L" TO GAT-Type(Gl-Acct-Count)
               WHEN "3"
                   MOVE "Q" TO GAT-Type(Gl-Acct-Count)
               WHEN "4"
                   MOVE "I" TO GAT-Type(Gl-Acct-Count)
               WHEN OTHER
                   MOVE "E" TO GAT-Type(Gl-Acct-Count)
           END-EVALUATE.

       LoadClosedPeriods.
           OPEN INPUT Period-Close-File
           IF Period-Close-File-Status = "00"
               READ Period-Close-File
                   AT END SET End-Of-Period-Close-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Period-Close-File
                   IF Closed-Period-Count < 300
                       ADD 1 TO Closed-Period-Count
                       MOVE PC-Period
                           TO Closed-Period-Entry(Closed-Period-Count)
                   END-IF
                   READ Period-Close-File
                       AT END SET End-Of-Period-Close-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Period-Close-File
           END-IF.

       LoadBalances.
           OPEN INPUT Gl-Balance-File
           IF Gl-Balance-File-Status = "00"
               READ Gl-Balance-File
                   AT END SET End-Of-Gl-Balance-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Gl-Balance-File
                   IF Gl-Bal-Count < 3000
                       ADD 1 TO Gl-Bal-Count
                       MOVE GB-Account  TO GBT-Account(Gl-Bal-Count)
                       MOVE GB-Period   TO GBT-Period(Gl-Bal-Count)
                       MOVE GB-Debit-Total
                           TO GBT-Debit-Total(Gl-Bal-Count)
                       MOVE GB-Credit-Total
                           TO GBT-Credit-Total(Gl-Bal-Count)
                   ELSE
                       SET Bal-Table-Overflowed TO TRUE
                   END-IF
                   READ Gl-Balance-File
                       AT END SET End-Of-Gl-Balance-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Gl-Balance-File
           ELSE
               DISPLAY "GLPOSTING: no GLBAL.DAT found - "
                   "starting the balances from nothing"
           END-IF.

       LoadHeldLines.
           OPEN INPUT Gl-Hold-File
           IF Gl-Hold-File-Status = "00"
               READ Gl-Hold-File
                   AT END SET End-Of-Gl-Hold-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Gl-Hold-File
                   IF Held-Line-Count < 500
                       ADD 1 TO Held-Line-Count
                       MOVE GH-Journal-Data
                           TO Held-Line-Entry(Held-Line-Count)
                   ELSE
                       SET Held-Table-Overflowed TO TRUE
                   END-IF
                   READ Gl-Hold-File
                       AT END SET End-Of-Gl-Hold-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Gl-Hold-File
           END-IF.

       LoadPostControl.
           MOVE ZERO TO Lines-Already-Posted
           OPEN INPUT Post-Control-File
           IF Post-Control-File-Status = "00"
               READ Post-Control-File
                   AT END CONTINUE
               END-READ
               IF Post-Control-File-Status = "00"
                   MOVE GPC-Lines-Posted TO Lines-Already-Posted
               END-IF
               CLOSE Post-Control-File
           END-IF.

      * Parked lines first, then the journal past the point the
      * last posting reached.  Whatever is refused this time goes
      * to a fresh hold file, so nothing refused is ever lost.
       PostJournal.
           OPEN OUTPUT Posting-Report
           WRITE Posting-Line FROM Post-Heading-Line
           MOVE Current-Run-Date TO Prn-Post-Date
           WRITE Posting-Line FROM Post-Date-Line
           WRITE Posting-Line FROM Blank-Line
           WRITE Posting-Line FROM Post-Refused-Heading
           WRITE Posting-Line FROM Post-Refused-Topic
           OPEN OUTPUT Gl-Hold-File
           PERFORM VARYING Held-Line-Sub FROM 1 BY 1
                   UNTIL Held-Line-Sub > Held-Line-Count
               MOVE Held-Line-Entry(Held-Line-Sub) TO Post-Line
               PERFORM PostOneLine
               IF Refuse-Reason = SPACES
                   ADD 1 TO Held-Lines-Released
               END-IF
           END-PERFORM
           OPEN INPUT Gl-Journal-File
           IF Gl-Journal-File-Status = "00"
               READ Gl-Journal-File
                   AT END SET End-Of-Gl-Journal-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Gl-Journal-File
                   ADD 1 TO Journal-Lines-Read
                   IF Journal-Lines-Read > Lines-Already-Posted
                       MOVE Gl-Journal-Rec TO Post-Line
                       PERFORM PostOneLine
                   END-IF
                   READ Gl-Journal-File
                       AT END SET End-Of-Gl-Journal-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Gl-Journal-File
           ELSE
               DISPLAY "GLPOSTING: no GLJRNL.DAT found - "
                   "no new lines to post"
           END-IF
           CLOSE Gl-Hold-File
      * A journal shorter than the posted count has been cleared
      * or restored behind us - start counting again from here.
           IF Journal-Lines-Read < Lines-Already-Posted
               DISPLAY "GLPOSTING: GLJRNL.DAT is shorter than the "
                   "lines already posted - count reset"
           END-IF
           WRITE Posting-Line FROM Blank-Line
           MOVE "JOURNAL LINES POSTED        :" TO Prn-Count-Label
           MOVE Lines-Posted TO Prn-Count-Value
           WRITE Posting-Line FROM Post-Count-Line
           MOVE "  OF WHICH PARKED BEFORE    :" TO Prn-Count-Label
           MOVE Held-Lines-Released TO Prn-Count-Value
           WRITE Posting-Line FROM Post-Count-Line
           MOVE "LINES PARKED ON GLHOLD.DAT  :" TO Prn-Count-Label
           MOVE Lines-Held TO Prn-Count-Value
           WRITE Posting-Line FROM Post-Count-Line
           MOVE "DEBITS POSTED               :" TO Prn-Amount-Label
           MOVE Debits-Posted TO Prn-Amount-Value
           WRITE Posting-Line FROM Post-Amount-Line
           MOVE "CREDITS POSTED              :" TO Prn-Amount-Label
           MOVE Credits-Posted TO Prn-Amount-Value
           WRITE Posting-Line FROM Post-Amount-Line
           CLOSE Posting-Report.

       PostOneLine.
           MOVE SPACES TO Refuse-Reason
           PERFORM FindPostAccount
           IF Account-Not-Found
               MOVE "ACCOUNT NOT ON GLACCTS.DAT" TO Refuse-Reason
           ELSE
               IF NOT PL-Debit AND NOT PL-Credit
                   MOVE "DR/CR FLAG NOT D OR C" TO Refuse-Reason
               ELSE
                   PERFORM CheckPeriodClosed
                   IF Period-Is-Closed
                       MOVE "PERIOD CLOSED ON PERCLOSE.DAT"
                           TO Refuse-Reason
                   ELSE
                       PERFORM FindBalanceRow
                       IF Balance-Not-Found
                           MOVE "BALANCE TABLE FULL"
                               TO Refuse-Reason
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF Refuse-Reason = SPACES
               IF PL-Debit
                   ADD PL-Amount TO GBT-Debit-Total(Gl-Bal-Sub)
                   ADD PL-Amount TO Debits-Posted
               ELSE
                   ADD PL-Amount TO GBT-Credit-Total(Gl-Bal-Sub)
                   ADD PL-Amount TO Credits-Posted
               END-IF
               ADD 1 TO Lines-Posted
           ELSE
               PERFORM ParkRefusedLine
           END-IF.

       FindPostAccount.
           SET Account-Not-Found TO TRUE
           PERFORM VARYING Gl-Acct-Sub FROM 1 BY 1
                   UNTIL Gl-Acct-Sub > Gl-Acct-Count
                       OR Account-Found
               IF GAT-Account(Gl-Acct-Sub) = PL-Account
                   SET Account-Found TO TRUE
               END-IF
           END-PERFORM.

       CheckPeriodClosed.
           SET Period-Is-Open TO TRUE
           PERFORM VARYING Closed-Period-Sub FROM 1 BY 1
                   UNTIL Closed-Period-Sub > Closed-Period-Count
                       OR Period-Is-Closed
               IF Closed-Period-Entry(Closed-Period-Sub) = PL-Period
                   SET Period-Is-Closed TO TRUE
               END-IF
           END-PERFORM.

      * Finds the account/period row, starting one when this is
      * the first posting to it.
       FindBalanceRow.
           SET Balance-Not-Found TO TRUE
           PERFORM VARYING Gl-Bal-Sub FROM 1 BY 1
                   UNTIL Gl-Bal-Sub > Gl-Bal-Count
                       OR Balance-Found
               IF GBT-Account(Gl-Bal-Sub) = PL-Account
                   AND GBT-Period(Gl-Bal-Sub) = PL-Period
                   SET Balance-Found TO TRUE
               END-IF
           END-PERFORM
           IF Balance-Found
               SUBTRACT 1 FROM Gl-Bal-Sub
           ELSE
               IF Gl-Bal-Count < 3000
                   ADD 1 TO Gl-Bal-Count
                   MOVE Gl-Bal-Count TO Gl-Bal-Sub
                   MOVE PL-Account TO GBT-Account(Gl-Bal-Sub)
                   MOVE PL-Period  TO GBT-Period(Gl-Bal-Sub)
                   MOVE ZERO TO GBT-Debit-Total(Gl-Bal-Sub)
                   MOVE ZERO TO GBT-Credit-Total(Gl-Bal-Sub)
                   SET Balance-Found TO TRUE
               END-IF
           END-IF.

       ParkRefusedLine.
           MOVE Post-Line     TO GH-Journal-Data
           MOVE Refuse-Reason TO GH-Reason
           WRITE Gl-Hold-Rec
           ADD 1 TO Lines-Held
           MOVE PL-Date       TO Prn-Ref-Date
           MOVE PL-Account    TO Prn-Ref-Account
           MOVE PL-DrCr       TO Prn-Ref-DrCr
           MOVE PL-Amount     TO Prn-Ref-Amount
           MOVE PL-Narrative  TO Prn-Ref-Narrative
           MOVE Refuse-Reason TO Prn-Ref-Reason
           WRITE Posting-Line FROM Post-Refused-Line.

       SaveBalances.
           OPEN OUTPUT Gl-Balance-File
           PERFORM VARYING Gl-Bal-Sub FROM 1 BY 1
                   UNTIL Gl-Bal-Sub > Gl-Bal-Count
               MOVE GBT-Account(Gl-Bal-Sub)      TO GB-Account
               MOVE GBT-Period(Gl-Bal-Sub)       TO GB-Period
               MOVE GBT-Debit-Total(Gl-Bal-Sub)  TO GB-Debit-Total
               MOVE GBT-Credit-Total(Gl-Bal-Sub) TO GB-Credit-Total
               WRITE Gl-Balance-Rec
           END-PERFORM
           CLOSE Gl-Balance-File
           MOVE "GLBAL.DAT" TO Seal-Data-Name
           MOVE "W" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result.

       SavePostControl.
           OPEN OUTPUT Post-Control-File
           MOVE Journal-Lines-Read TO GPC-Lines-Posted
           MOVE Current-Run-Date   TO GPC-Post-Date
           WRITE Post-Control-Rec
           CLOSE Post-Control-File.

       GetReportPeriod.
           DISPLAY "Enter period to report (YYYYMM), 0 for this "
               "month: " WITH NO ADVANCING
           ACCEPT Entry-Report-Period
           IF Entry-Report-Period = ZERO
               MOVE CRD-Period TO Report-Period-N
           ELSE
               MOVE Entry-Report-Period TO Report-Period-N
           END-IF
           COMPUTE Year-Start-Period = (RP-Year * 100) + 1.

      * Period, year-to-date and cumulative net movement on the
      * account in Gl-Acct-Sub, debit less credit.
       ComputeAccountFigures.
           MOVE ZERO TO Acct-Period-Net Acct-Ytd-Net Acct-Cum-Net
           PERFORM VARYING Gl-Bal-Sub FROM 1 BY 1
                   UNTIL Gl-Bal-Sub > Gl-Bal-Count
               IF GBT-Account(Gl-Bal-Sub) = GAT-Account(Gl-Acct-Sub)
                   AND GBT-Period(Gl-Bal-Sub) <= Report-Period-N
                   COMPUTE Acct-Cum-Net = Acct-Cum-Net
                       + GBT-Debit-Total(Gl-Bal-Sub)
                       - GBT-Credit-Total(Gl-Bal-Sub)
                   IF GBT-Period(Gl-Bal-Sub) >= Year-Start-Period
                       COMPUTE Acct-Ytd-Net = Acct-Ytd-Net
                           + GBT-Debit-Total(Gl-Bal-Sub)
                           - GBT-Credit-Total(Gl-Bal-Sub)
                   END-IF
                   IF GBT-Period(Gl-Bal-Sub) = Report-Period-N
                       COMPUTE Acct-Period-Net = Acct-Period-Net
                           + GBT-Debit-Total(Gl-Bal-Sub)
                           - GBT-Credit-Total(Gl-Bal-Sub)
                   END-IF
               END-IF
           END-PERFORM.

      * Every account's cumulative balance at the period end, in
      * the debit or the credit column - the two must agree.
       PrintTrialBalance.
           OPEN OUTPUT Trial-Balance-Report
           WRITE Trial-Balance-Line FROM Trial-Heading-Line
           MOVE Report-Period-N  TO Prn-Report-Period
           MOVE Current-Run-Date TO Prn-Report-Run-Date
           WRITE Trial-Balance-Line FROM Report-Period-Line
           WRITE Trial-Balance-Line FROM Blank-Line
           WRITE Trial-Balance-Line FROM Trial-Topic-Line
           PERFORM VARYING Gl-Acct-Sub FROM 1 BY 1
                   UNTIL Gl-Acct-Sub > Gl-Acct-Count
               PERFORM ComputeAccountFigures
               IF Acct-Cum-Net NOT = ZERO
                   MOVE GAT-Account(Gl-Acct-Sub) TO Prn-Tb-Account
                   MOVE GAT-Name(Gl-Acct-Sub)    TO Prn-Tb-Name
                   MOVE GAT-Type(Gl-Acct-Sub)    TO Prn-Tb-Type
                   IF Acct-Cum-Net > ZERO
                       MOVE Acct-Cum-Net TO Prn-Tb-Debit
                       MOVE ZERO         TO Prn-Tb-Credit
                       ADD Acct-Cum-Net  TO TB-Debit-Total
                   ELSE
                       COMPUTE Acct-Shown-Amount = ZERO - Acct-Cum-Net
                       MOVE ZERO TO Prn-Tb-Debit
                       MOVE Acct-Shown-Amount TO Prn-Tb-Credit
                       ADD Acct-Shown-Amount  TO TB-Credit-Total
                   END-IF
                   WRITE Trial-Balance-Line FROM Trial-Detail-Line
               END-IF
           END-PERFORM
           WRITE Trial-Balance-Line FROM Blank-Line
           MOVE TB-Debit-Total  TO Prn-Tb-Debit-Total
           MOVE TB-Credit-Total TO Prn-Tb-Credit-Total
           WRITE Trial-Balance-Line FROM Trial-Total-Line
           COMPUTE TB-Difference = TB-Debit-Total - TB-Credit-Total
           IF TB-Difference = ZERO
               MOVE "TRIAL BALANCE AGREES" TO Prn-Tb-Proof
           ELSE
               MOVE "*** OUT OF BALANCE BY" TO Prn-Tb-Proof
               DISPLAY "GLPOSTING: trial balance does NOT agree - "
                   "see TRIALBAL.RPT"
               SET Run-Failed TO TRUE
           END-IF
           MOVE TB-Difference TO Prn-Tb-Difference
           WRITE Trial-Balance-Line FROM Trial-Proof-Line
           CLOSE Trial-Balance-Report.

      * Income and expense accounts for the period and the calendar
      * year to date.  Income is shown credit-positive, expenses
      * debit-positive.
       PrintProfitAndLoss.
           OPEN OUTPUT Profit-Loss-Report
           MOVE "PROFIT AND LOSS ACCOUNT" TO Prn-Statement-Title
           WRITE Profit-Loss-Line FROM Statement-Heading-Line
           MOVE Report-Period-N  TO Prn-Report-Period
           MOVE Current-Run-Date TO Prn-Report-Run-Date
           WRITE Profit-Loss-Line FROM Report-Period-Line
           WRITE Profit-Loss-Line FROM Blank-Line
           MOVE "      THIS PERIOD" TO Prn-Stmt-Col-1
           MOVE "     YEAR TO DATE" TO Prn-Stmt-Col-2
           WRITE Profit-Loss-Line FROM Statement-Topic-Line
           MOVE "INCOME" TO Prn-Section-Title
           WRITE Profit-Loss-Line FROM Statement-Section-Line
           MOVE "I" TO Section-Type
           PERFORM PrintProfitLossSection
           MOVE "TOTAL INCOME" TO Prn-Stmt-Total-Label
           MOVE PL-Income-Period TO Prn-Stmt-Total-1
           MOVE PL-Income-Ytd    TO Prn-Stmt-Total-2
           WRITE Profit-Loss-Line FROM Statement-Total-Line
           WRITE Profit-Loss-Line FROM Blank-Line
           MOVE "EXPENSES" TO Prn-Section-Title
           WRITE Profit-Loss-Line FROM Statement-Section-Line
           MOVE "E" TO Section-Type
           PERFORM PrintProfitLossSection
           MOVE "TOTAL EXPENSES" TO Prn-Stmt-Total-Label
           MOVE PL-Expense-Period TO Prn-Stmt-Total-1
           MOVE PL-Expense-Ytd    TO Prn-Stmt-Total-2
           WRITE Profit-Loss-Line FROM Statement-Total-Line
           WRITE Profit-Loss-Line FROM Blank-Line
           COMPUTE PL-Profit-Period =
               PL-Income-Period - PL-Expense-Period
           COMPUTE PL-Profit-Ytd = PL-Income-Ytd - PL-Expense-Ytd
           MOVE "NET PROFIT (LOSS)" TO Prn-Stmt-Total-Label
           MOVE PL-Profit-Period TO Prn-Stmt-Total-1
           MOVE PL-Profit-Ytd    TO Prn-Stmt-Total-2
           WRITE Profit-Loss-Line FROM Statement-Total-Line
           CLOSE Profit-Loss-Report.

       PrintProfitLossSection.
           PERFORM VARYING Gl-Acct-Sub FROM 1 BY 1
                   UNTIL Gl-Acct-Sub > Gl-Acct-Count
               IF GAT-Type(Gl-Acct-Sub) = Section-Type
                   PERFORM ComputeAccountFigures
                   IF Section-Type = "I"
                       COMPUTE Acct-Period-Net = ZERO - Acct-Period-Net
                       COMPUTE Acct-Ytd-Net = ZERO - Acct-Ytd-Net
                       ADD Acct-Period-Net TO PL-Income-Period
                       ADD Acct-Ytd-Net    TO PL-Income-Ytd
                   ELSE
                       ADD Acct-Period-Net TO PL-Expense-Period
                       ADD Acct-Ytd-Net    TO PL-Expense-Ytd
                   END-IF
                   IF Acct-Ytd-Net NOT = ZERO
                       MOVE GAT-Account(Gl-Acct-Sub) TO Prn-Stmt-Account
                       MOVE GAT-Name(Gl-Acct-Sub)    TO Prn-Stmt-Name
                       MOVE Acct-Period-Net TO Prn-Stmt-Amount-1
                       MOVE Acct-Ytd-Net    TO Prn-Stmt-Amount-2
                       WRITE Profit-Loss-Line FROM Statement-Detail-Line
                   END-IF
               END-IF
           END-PERFORM.

      * Assets debit-positive against liabilities, capital and the
      * accumulated profit credit-positive, all at the period end.
      * Nothing closes the income and expense accounts down yet, so
      * the profit reserve is every income less expense posted to
      * date.
       PrintBalanceSheet.
           OPEN OUTPUT Balance-Sheet-Report
           MOVE "BALANCE SHEET" TO Prn-Statement-Title
           WRITE Balance-Sheet-Line FROM Statement-Heading-Line
           MOVE Report-Period-N  TO Prn-Report-Period
           MOVE Current-Run-Date TO Prn-Report-Run-Date
           WRITE Balance-Sheet-Line FROM Report-Period-Line
           WRITE Balance-Sheet-Line FROM Blank-Line
           MOVE "      AT PERIOD END" TO Prn-Stmt-Col-1
           MOVE SPACES TO Prn-Stmt-Col-2
           WRITE Balance-Sheet-Line FROM Statement-Topic-Line
           MOVE "ASSETS" TO Prn-Section-Title
           WRITE Balance-Sheet-Line FROM Statement-Section-Line
           MOVE "A" TO Section-Type
           PERFORM PrintBalanceSheetSection
           MOVE "TOTAL ASSETS" TO Prn-Stmt-Total-Label
           MOVE BS-Asset-Total TO Prn-Stmt-Total-1
           MOVE ZERO TO Prn-Stmt-Total-2
           WRITE Balance-Sheet-Line FROM Statement-Total-Line
           WRITE Balance-Sheet-Line FROM Blank-Line
           MOVE "LIABILITIES" TO Prn-Section-Title
           WRITE Balance-Sheet-Line FROM Statement-Section-Line
           MOVE "L" TO Section-Type
           PERFORM PrintBalanceSheetSection
           MOVE "TOTAL LIABILITIES" TO Prn-Stmt-Total-Label
           MOVE BS-Liability-Total TO Prn-Stmt-Total-1
           WRITE Balance-Sheet-Line FROM Statement-Total-Line
           WRITE Balance-Sheet-Line FROM Blank-Line
           MOVE "CAPITAL AND RESERVES" TO Prn-Section-Title
           WRITE Balance-Sheet-Line FROM Statement-Section-Line
           MOVE "Q" TO Section-Type
           PERFORM PrintBalanceSheetSection
           PERFORM VARYING Gl-Acct-Sub FROM 1 BY 1
                   UNTIL Gl-Acct-Sub > Gl-Acct-Count
               IF GAT-Income(Gl-Acct-Sub) OR GAT-Expense(Gl-Acct-Sub)
                   PERFORM ComputeAccountFigures
                   SUBTRACT Acct-Cum-Net FROM BS-Retained-Profit
               END-IF
           END-PERFORM
           MOVE SPACES TO Prn-Stmt-Account
           MOVE "PROFIT AND LOSS" TO Prn-Stmt-Name
           MOVE BS-Retained-Profit TO Prn-Stmt-Amount-1
           MOVE ZERO TO Prn-Stmt-Amount-2
           WRITE Balance-Sheet-Line FROM Statement-Detail-Line
           COMPUTE BS-Capital-Total =
               BS-Capital-Total + BS-Retained-Profit
           MOVE "TOTAL CAPITAL AND RESERVES" TO Prn-Stmt-Total-Label
           MOVE BS-Capital-Total TO Prn-Stmt-Total-1
           WRITE Balance-Sheet-Line FROM Statement-Total-Line
           WRITE Balance-Sheet-Line FROM Blank-Line
           COMPUTE BS-Funds-Total =
               BS-Liability-Total + BS-Capital-Total
           MOVE "LIABILITIES PLUS CAPITAL" TO Prn-Stmt-Total-Label
           MOVE BS-Funds-Total TO Prn-Stmt-Total-1
           WRITE Balance-Sheet-Line FROM Statement-Total-Line
           COMPUTE BS-Difference = BS-Asset-Total - BS-Funds-Total
           IF BS-Difference = ZERO
               MOVE "BALANCE SHEET BALANCES" TO Prn-Stmt-Total-Label
           ELSE
               MOVE "*** DIFFERENCE" TO Prn-Stmt-Total-Label
           END-IF
           MOVE BS-Difference TO Prn-Stmt-Total-1
           WRITE Balance-Sheet-Line FROM Statement-Total-Line
           CLOSE Balance-Sheet-Report.

       PrintBalanceSheetSection.
           PERFORM VARYING Gl-Acct-Sub FROM 1 BY 1
                   UNTIL Gl-Acct-Sub > Gl-Acct-Count
               IF GAT-Type(Gl-Acct-Sub) = Section-Type
                   PERFORM ComputeAccountFigures
                   IF Section-Type = "A"
                       ADD Acct-Cum-Net TO BS-Asset-Total
                   ELSE
                       COMPUTE Acct-Cum-Net = ZERO - Acct-Cum-Net
                       IF Section-Type = "L"
                           ADD Acct-Cum-Net TO BS-Liability-Total
                       ELSE
                           ADD Acct-Cum-Net TO BS-Capital-Total
                       END-IF
                   END-IF
                   IF Acct-Cum-Net NOT = ZERO
                       MOVE GAT-Account(Gl-Acct-Sub) TO Prn-Stmt-Account
                       MOVE GAT-Name(Gl-Acct-Sub)    TO Prn-Stmt-Name
                       MOVE Acct-Cum-Net TO Prn-Stmt-Amount-1
                       MOVE ZERO         TO Prn-Stmt-Amount-2
                       WRITE Balance-Sheet-Line
                           FROM Statement-Detail-Line
                   END-IF
               END-IF
           END-PERFORM.
       END PROGRAM GlPosting.
