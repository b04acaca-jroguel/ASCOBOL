      ******************************************************************
      * Author:
      * Date:
      * Purpose: Write off receivables that will never be paid from
      *          the indexed ARITEMS.DAT open-item file.  First the
      *          small balances - the odd pennies a RemitImport part
      *          payment leaves behind - are proposed: every invoice
      *          item whose open amount is at or under the threshold
      *          keyed for the run is listed, and on confirmation the
      *          whole list is cleared as reason S.  Then a named
      *          customer item may be written off in full with a
      *          reason code - B bad debt, D dispute settled, S small
      *          balance, O other.  The menu only offers this to a
      *          supervisor (authority level 5).
      *          Each write-off deletes the item in place, is kept
      *          permanently on WRITEOFF.DAT and on MAINTAUD.DAT
      *          under the signed-on operator, and is listed on the
      *          WRITEOFF.RPT register for the auditors.  The run's
      *          total is journalled to GLJRNL.DAT - bad-debt expense
      *          (5400) debited, debtors (1200) credited.
      *          On-account credits (type C) are money owed TO the
      *          customer and are never written off here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArWriteOff.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ar-Open-Item-File ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-Item-Key
               FILE STATUS IS Ar-Open-Item-File-Status.

           SELECT Write-Off-File ASSIGN TO "WRITEOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Write-Off-File-Status.

           SELECT Maint-Audit-File ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Maint-Audit-File-Status.

           SELECT Gl-Journal-File ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Journal-File-Status.

           SELECT Write-Off-Report ASSIGN TO "WRITEOFF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * Blank or I type is an invoice open item, C is an on-account
      * credit held against the customer's future invoices.
       FD Ar-Open-Item-File.
       01 Ar-Open-Item-Rec.
           02 AR-Item-Key.
               03 AR-Cust-Id           PIC X(5).
               03 AR-Item-Date         PIC 9(8).
               03 AR-Item-Seq          PIC 9(3).
           02 AR-Orig-Amount           PIC 9(6)V99.
           02 AR-Open-Amount           PIC 9(6)V99.
           02 AR-Item-Type             PIC X.

      * Permanent write-off history - one record per item cleared,
      * never rewritten.
       FD Write-Off-File.
       01 Write-Off-Rec.
           02 WO-Date                  PIC 9(8).
           02 WO-Time                  PIC 9(6).
           02 WO-Operator              PIC X(3).
           02 WO-Cust-Id               PIC X(5).
           02 WO-Item-Date             PIC 9(8).
           02 WO-Item-Seq              PIC 9(3).
           02 WO-Amount                PIC 9(6)V99.
           02 WO-Reason                PIC X.

       FD Maint-Audit-File.
       01 Maint-Audit-Rec.
           02 MA-Date                  PIC 9(8).
           02 MA-Time                  PIC 9(6).
           02 MA-Operator              PIC X(3).
           02 MA-File                  PIC X(12).
           02 MA-Key                   PIC X(7).
           02 MA-Before                PIC X(30).
           02 MA-After                 PIC X(30).

       FD Gl-Journal-File.
       01 Gl-Journal-Rec.
           02 GJ-Date                  PIC 9(8).
           02 GJ-Account               PIC X(4).
           02 GJ-DrCr                  PIC X.
           02 GJ-Amount                PIC 9(8)V99.
           02 GJ-Narrative             PIC X(20).

       FD Write-Off-Report.
       01 Write-Off-Line               PIC X(80).

      * Who is signed on at the console, left by OperatorMenu - the
      * lock is taken in this person's name so a second opener is
      * told WHO is in the file.  Absent or empty, the old prompt
      * asks.
       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
       01  Maint-Switches.
           02  More-Write-Offs-Sw      PIC X VALUE "Y".
               88 More-Write-Offs      VALUE "Y".
               88 No-More-Write-Offs   VALUE "N".
           02  Item-Walk-Sw            PIC X.
               88 End-Of-Open-Items    VALUE "E".
               88 More-Open-Items      VALUE "M".

      * Proposal pass only counts and lists; the clearing pass
      * deletes what the proposal showed.
       01  Small-Balance-Pass-Sw       PIC X.
           88 Proposal-Pass            VALUE "P".
           88 Clearing-Pass            VALUE "C".

       01  Small-Balance-Threshold     PIC 9(4)V99 VALUE ZERO.

       01  Entry-Cust-Id               PIC X(5).
       01  Entry-Item-Date             PIC 9(8).
       01  Entry-Item-Seq              PIC 9(3).
       01  Entry-Confirm               PIC X.
           88 Write-Off-Confirmed      VALUE "Y" "y".
       01  Entry-Reason                PIC X.
           88 Valid-Entry-Reason       VALUE "B" "D" "S" "O".

       01  Write-Off-Reason            PIC X.
       01  Write-Off-Amount            PIC 9(6)V99.

       01  Proposal-Counters.
           02  Proposed-Count          PIC 9(5) VALUE ZERO.
           02  Proposed-Total          PIC 9(8)V99 VALUE ZERO.

       01  Run-Counters.
           02  Written-Off-Count       PIC 9(5) VALUE ZERO.
           02  Written-Off-Total       PIC 9(8)V99 VALUE ZERO.

       01  Display-Amount              PIC Z(5)9.99.
       01  Display-Total               PIC Z(7)9.99.

       01  Audit-Image-Work.
           02  FILLER                  PIC X(5) VALUE "ITEM ".
           02  AIW-Item-Date           PIC 9(8).
           02  FILLER                  PIC X VALUE "/".
           02  AIW-Item-Seq            PIC 9(3).
           02  FILLER                  PIC X VALUE SPACE.
           02  AIW-Open-Amount         PIC Z(5)9.99.
           02  FILLER                  PIC X(3) VALUE SPACES.

       01  Audit-After-Work.
           02  FILLER                  PIC X(22) VALUE
                                          "WRITTEN OFF - REASON ".
           02  AAW-Reason              PIC X.
           02  FILLER                  PIC X(7) VALUE SPACES.

       01  Ar-Open-Item-File-Status    PIC XX.
       01  Write-Off-File-Status       PIC XX.
       01  Maint-Audit-File-Status     PIC XX.
       01  Gl-Journal-File-Status      PIC XX.
       01  Signon-File-Status          PIC XX.

       01  Current-Run-Date            PIC 9(8).

       01  Time-Work.
           02  TW-HHMMSS               PIC 9(6).
           02  FILLER                  PIC 99.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Register-Heading-Line       PIC X(48)
           VALUE "       AROMAMORA RECEIVABLES WRITE-OFF REGISTER".

       01  Register-Heading-Underline.
           02  FILLER                  PIC X(7) VALUE SPACES.
           02  FILLER                  PIC X(41) VALUE ALL "-".

       01  Register-Date-Line.
           02  FILLER                  PIC X(14) VALUE
                                          "RUN DATE    : ".
           02  Prn-Run-Date            PIC 9(8).
           02  FILLER                  PIC X(17) VALUE
                                          "     OPERATOR : ".
           02  Prn-Run-Operator        PIC X(3).

       01  Register-Topic-Line.
           02  FILLER                  PIC X(48) VALUE
               "CUST   ITEM DATE  SEQ      AMOUNT  REASON".

       01  Register-Detail-Line.
           02  Prn-Cust-Id             PIC X(5).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Item-Date           PIC 9(8).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Item-Seq            PIC 9(3).
           02  Prn-Amount              PIC BBZ(5)9.99.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Reason              PIC X.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Reason-Text         PIC X(16).

       01  Register-Total-Line.
           02  FILLER                  PIC X(14) VALUE
                                          "ITEMS WRITTEN ".
           02  FILLER                  PIC X(6) VALUE "OFF : ".
           02  Prn-Total-Count         PIC ZZZZ9.
           02  FILLER                  PIC X(10) VALUE
                                          "   TOTAL :".
           02  Prn-Total-Amount        PIC BZZ,ZZZ,ZZ9.99.

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
           OPEN I-O Ar-Open-Item-File
           IF Ar-Open-Item-File-Status NOT = "00"
               DISPLAY "ARWRITEOFF: cannot open ARITEMS.DAT - "
                   "status " Ar-Open-Item-File-Status
               PERFORM ReleaseFileLock
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OpenHistoryFiles
           PERFORM StartRegister
           PERFORM ProposeSmallBalances
           PERFORM WriteOffNamedItems UNTIL No-More-Write-Offs
           PERFORM FinishRegister
           PERFORM WriteGlJournal
           CLOSE Write-Off-File
           CLOSE Maint-Audit-File
           CLOSE Ar-Open-Item-File
           PERFORM ReleaseFileLock
           MOVE Written-Off-Total TO Display-Total
           DISPLAY "ARWRITEOFF: " Written-Off-Count
               " item(s) written off, total " Display-Total
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

      * Payments and write-offs both take items off this file -
      * one session at a time.
       AcquireFileLock.
           MOVE "ARITEMS.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "ARWRITEOFF: ARITEMS.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseFileLock.
           MOVE "ARITEMS.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

       OpenHistoryFiles.
           OPEN EXTEND Write-Off-File
           IF Write-Off-File-Status = "35"
               OPEN OUTPUT Write-Off-File
           END-IF
           OPEN EXTEND Maint-Audit-File
           IF Maint-Audit-File-Status = "35"
               OPEN OUTPUT Maint-Audit-File
           END-IF.

       StartRegister.
           OPEN OUTPUT Write-Off-Report
           WRITE Write-Off-Line FROM Register-Heading-Line
           WRITE Write-Off-Line FROM Register-Heading-Underline
           MOVE Current-Run-Date TO Prn-Run-Date
           MOVE Operator-Id      TO Prn-Run-Operator
           WRITE Write-Off-Line FROM Register-Date-Line
           WRITE Write-Off-Line FROM Blank-Line
           WRITE Write-Off-Line FROM Register-Topic-Line.

      * Nothing is cleared until the operator has seen the whole
      * list and its total.
       ProposeSmallBalances.
           DISPLAY "Small-balance threshold, e.g. 0.99 - "
               "0 to skip                : " WITH NO ADVANCING
           ACCEPT Small-Balance-Threshold
           IF Small-Balance-Threshold > ZERO
               SET Proposal-Pass TO TRUE
               PERFORM WalkSmallBalances
               IF Proposed-Count = ZERO
                   DISPLAY "No open items at or under the threshold"
               ELSE
                   MOVE Proposed-Total TO Display-Total
                   DISPLAY Proposed-Count " item(s) proposed, total "
                       Display-Total
                   DISPLAY "(Y) to write off every proposed item: "
                       WITH NO ADVANCING
                   ACCEPT Entry-Confirm
                   IF Write-Off-Confirmed
                       SET Clearing-Pass TO TRUE
                       MOVE "S" TO Write-Off-Reason
                       PERFORM WalkSmallBalances
                   ELSE
                       DISPLAY "Small balances left as they were"
                   END-IF
               END-IF
           END-IF.

       WalkSmallBalances.
           MOVE LOW-VALUES TO AR-Item-Key
           SET More-Open-Items TO TRUE
           START Ar-Open-Item-File
               KEY IS NOT LESS THAN AR-Item-Key
               INVALID KEY SET End-Of-Open-Items TO TRUE
           END-START
           PERFORM CheckNextSmallBalance UNTIL End-Of-Open-Items.

       CheckNextSmallBalance.
           READ Ar-Open-Item-File NEXT RECORD
               AT END SET End-Of-Open-Items TO TRUE
           END-READ
           IF More-Open-Items
               IF AR-Item-Type NOT = "C"
                       AND AR-Open-Amount > ZERO
                       AND AR-Open-Amount <= Small-Balance-Threshold
                   IF Proposal-Pass
                       ADD 1 TO Proposed-Count
                       ADD AR-Open-Amount TO Proposed-Total
                       MOVE AR-Open-Amount TO Display-Amount
                       DISPLAY "  " AR-Cust-Id "  " AR-Item-Date
                           "/" AR-Item-Seq "  " Display-Amount
                   ELSE
                       PERFORM WriteOffThisItem
                   END-IF
               END-IF
           END-IF.

       WriteOffNamedItems.
           DISPLAY "Customer ID to write off, blank to finish : "
               WITH NO ADVANCING
           ACCEPT Entry-Cust-Id
           IF Entry-Cust-Id = SPACES
               SET No-More-Write-Offs TO TRUE
           ELSE
               DISPLAY "Item date (YYYYMMDD)                      : "
                   WITH NO ADVANCING
               ACCEPT Entry-Item-Date
               DISPLAY "Item sequence (001-999)                   : "
                   WITH NO ADVANCING
               ACCEPT Entry-Item-Seq
               MOVE Entry-Cust-Id   TO AR-Cust-Id
               MOVE Entry-Item-Date TO AR-Item-Date
               MOVE Entry-Item-Seq  TO AR-Item-Seq
               READ Ar-Open-Item-File
                   INVALID KEY
                       DISPLAY "No such open item"
                   NOT INVALID KEY
                       PERFORM ConfirmNamedItem
               END-READ
           END-IF.

       ConfirmNamedItem.
           IF AR-Item-Type = "C"
               DISPLAY "That is an on-account credit - not written "
                   "off here"
           ELSE
               MOVE AR-Open-Amount TO Display-Amount
               DISPLAY "Open amount " Display-Amount
               DISPLAY "Reason - (B)ad debt (D)ispute settled "
                   "(S)mall balance (O)ther : " WITH NO ADVANCING
               ACCEPT Entry-Reason
               PERFORM UNTIL Valid-Entry-Reason
                   DISPLAY "Must be B, D, S or O, re-enter        : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Reason
               END-PERFORM
               DISPLAY "(Y) to write off this item          : "
                   WITH NO ADVANCING
               ACCEPT Entry-Confirm
               IF Write-Off-Confirmed
                   MOVE Entry-Reason TO Write-Off-Reason
                   PERFORM WriteOffThisItem
                   DISPLAY "Item written off"
               ELSE
                   DISPLAY "Item left open"
               END-IF
           END-IF.

      * The whole open amount goes - a write-off never leaves a
      * smaller odd balance behind.
       WriteOffThisItem.
           MOVE AR-Open-Amount TO Write-Off-Amount
           MOVE AR-Item-Date   TO AIW-Item-Date
           MOVE AR-Item-Seq    TO AIW-Item-Seq
           MOVE AR-Open-Amount TO AIW-Open-Amount
           DELETE Ar-Open-Item-File RECORD
               INVALID KEY
                   DISPLAY "ARWRITEOFF: delete failed for "
                       AR-Item-Key
                   SET Run-Failed TO TRUE
               NOT INVALID KEY
                   ADD 1 TO Written-Off-Count
                   ADD Write-Off-Amount TO Written-Off-Total
                   PERFORM RecordWriteOff
           END-DELETE.

       RecordWriteOff.
           ACCEPT Time-Work FROM TIME
           MOVE Current-Run-Date TO WO-Date
           MOVE TW-HHMMSS        TO WO-Time
           MOVE Operator-Id      TO WO-Operator
           MOVE AR-Cust-Id       TO WO-Cust-Id
           MOVE AR-Item-Date     TO WO-Item-Date
           MOVE AR-Item-Seq      TO WO-Item-Seq
           MOVE Write-Off-Amount TO WO-Amount
           MOVE Write-Off-Reason TO WO-Reason
           WRITE Write-Off-Rec
           MOVE Current-Run-Date TO MA-Date
           MOVE TW-HHMMSS        TO MA-Time
           MOVE Operator-Id      TO MA-Operator
           MOVE "ARITEMS"        TO MA-File
           MOVE AR-Cust-Id       TO MA-Key
           MOVE Audit-Image-Work TO MA-Before
           MOVE Write-Off-Reason TO AAW-Reason
           MOVE Audit-After-Work TO MA-After
           WRITE Maint-Audit-Rec
           MOVE AR-Cust-Id       TO Prn-Cust-Id
           MOVE AR-Item-Date     TO Prn-Item-Date
           MOVE AR-Item-Seq      TO Prn-Item-Seq
           MOVE Write-Off-Amount TO Prn-Amount
           MOVE Write-Off-Reason TO Prn-Reason
           EVALUATE Write-Off-Reason
               WHEN "B"
                   MOVE "BAD DEBT"        TO Prn-Reason-Text
               WHEN "D"
                   MOVE "DISPUTE SETTLED" TO Prn-Reason-Text
               WHEN "S"
                   MOVE "SMALL BALANCE"   TO Prn-Reason-Text
               WHEN OTHER
                   MOVE "OTHER"           TO Prn-Reason-Text
           END-EVALUATE
           WRITE Write-Off-Line FROM Register-Detail-Line.

       FinishRegister.
           WRITE Write-Off-Line FROM Blank-Line
           MOVE Written-Off-Count TO Prn-Total-Count
           MOVE Written-Off-Total TO Prn-Total-Amount
           WRITE Write-Off-Line FROM Register-Total-Line
           CLOSE Write-Off-Report.

      * One balanced pair for the run: the expense is recognised
      * and the debtors control comes down by what left ARITEMS.DAT.
       WriteGlJournal.
           IF Written-Off-Total > ZERO
               OPEN EXTEND Gl-Journal-File
               IF Gl-Journal-File-Status = "35"
                   OPEN OUTPUT Gl-Journal-File
               END-IF
               MOVE Current-Run-Date  TO GJ-Date
               MOVE "5400"            TO GJ-Account
               MOVE "D"               TO GJ-DrCr
               MOVE Written-Off-Total TO GJ-Amount
               MOVE "AR WRITE-OFFS"   TO GJ-Narrative
               WRITE Gl-Journal-Rec
               MOVE "1200"            TO GJ-Account
               MOVE "C"               TO GJ-DrCr
               WRITE Gl-Journal-Rec
               CLOSE Gl-Journal-File
           END-IF.
       END PROGRAM ArWriteOff.
