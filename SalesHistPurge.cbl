      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly summarisation and purge of old SALESHIST.DAT
      *          detail.  Sales lines dated before the start of the
      *          retention period (whole calendar months, 24 at the
      *          least so the year-on-year reports keep their prior
      *          year) are rolled into the SALESSUM.DAT monthly
      *          summary by customer, oil, unit size, transaction
      *          type and rep, keeping units, value and the number of
      *          lines.  The same detail is moved to the offline
      *          SALESARC.DAT archive and taken out of the live
      *          history.  Nothing is replaced until the control
      *          totals on SALESPRG.RPT prove that every line read
      *          was either kept or archived and that the archived
      *          units and value are exactly what went into the
      *          summary, and the operator has confirmed.
      *          SalesHistInq and OilMarginRpt read the summary for
      *          months no longer held in detail.  Each line keeps its
      *          supplier-lot trace in the archive, so LotRecallInq
      *          still finds the customers of a recalled lot there.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SalesHistPurge.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Sales-Hist-File ASSIGN TO "SALESHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Hist-File-Status.

           SELECT Keep-File ASSIGN TO "SALESKEEP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Keep-File-Status.

           SELECT Archive-Work-File ASSIGN TO "SALESARC.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Archive-Work-File-Status.

           SELECT Summary-Work-File ASSIGN TO "SALESSUM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Summary-Work-File-Status.

           SELECT Sales-Archive-File ASSIGN TO "SALESARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Archive-File-Status.

           SELECT Sales-Summary-File ASSIGN TO "SALESSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Summary-File-Status.

           SELECT Work-File ASSIGN TO "SALESPRG.TMP".

           SELECT Purge-Report ASSIGN TO "SALESPRG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Sales-Hist-File.
       01 Sales-Hist-Rec.
           88 End-Of-Sales-Hist-File   VALUE HIGH-VALUES.
           02 SH-Sale-Date             PIC 9(8).
           02 SH-Sale-Date-R REDEFINES SH-Sale-Date.
               03 SH-Sale-Year-Month   PIC 9(6).
               03 FILLER               PIC 99.
           02 SH-Cust-Id               PIC X(5).
           02 SH-Oil-Id                PIC X(3).
           02 SH-Unit-Size             PIC 99.
           02 SH-Units-Sold            PIC 999.
           02 SH-Sale-Value            PIC 9(6)V99.
           02 SH-Txn-Type              PIC X.
           02 SH-Rep-Id                PIC X(3).
           02 SH-Lot-Trace             PIC X(39).

      * Work copies in the SALESHIST.DAT layout - the lines being
      * kept and the lines being archived - held until the control
      * totals agree.
       FD Keep-File.
       01 Keep-Rec                     PIC X(72).
           88 End-Of-Keep-File         VALUE HIGH-VALUES.

       FD Archive-Work-File.
       01 Archive-Work-Rec             PIC X(72).
           88 End-Of-Archive-Work-File VALUE HIGH-VALUES.

       FD Sales-Archive-File.
       01 Sales-Archive-Rec            PIC X(72).

      * One row per month, customer, oil, unit size, transaction
      * type and rep.  Returns stay apart under type R with
      * positive amounts, as on the detail.
       FD Sales-Summary-File.
       01 Sales-Summary-Rec.
           02 SM-Year-Month            PIC 9(6).
           02 SM-Cust-Id               PIC X(5).
           02 SM-Oil-Id                PIC X(3).
           02 SM-Unit-Size             PIC 99.
           02 SM-Txn-Type              PIC X.
           02 SM-Rep-Id                PIC X(3).
           02 SM-Units                 PIC 9(7).
           02 SM-Value                 PIC 9(9)V99.
           02 SM-Line-Count            PIC 9(7).

       FD Summary-Work-File.
       01 Summary-Work-Rec             PIC X(45).
           88 End-Of-Summary-Work-File VALUE HIGH-VALUES.

       SD Work-File.
       01 Work-Sales-Rec.
           88 End-Of-Work-File         VALUE HIGH-VALUES.
           02 WP-Year-Month            PIC 9(6).
           02 WP-Cust-Id               PIC X(5).
           02 WP-Oil-Id                PIC X(3).
           02 WP-Unit-Size             PIC 99.
           02 WP-Txn-Type              PIC X.
           02 WP-Rep-Id                PIC X(3).
           02 WP-Units-Sold            PIC 999.
           02 WP-Sale-Value            PIC 9(6)V99.

       FD Purge-Report.
       01 Purge-Line                   PIC X(72).

       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
       01  Current-Run-Date.
           02  CRD-Year                PIC 9(4).
           02  CRD-Month               PIC 9(2).
           02  CRD-Day                 PIC 9(2).

      * Detail dated before the first of this month is summarised.
       01  Cutoff-Date.
           02  COD-Year                PIC 9(4).
           02  COD-Month               PIC 9(2).
           02  COD-Day                 PIC 9(2).
       01  Cutoff-Date-Num REDEFINES Cutoff-Date PIC 9(8).

       01  Retention-Months            PIC 999.
       01  Minimum-Retention           PIC 999 VALUE 24.
       01  Months-Back                 PIC 999.

       01  Hold-Key.
           02  HK-Year-Month           PIC 9(6).
           02  HK-Cust-Id              PIC X(5).
           02  HK-Oil-Id               PIC X(3).
           02  HK-Unit-Size            PIC 99.
           02  HK-Txn-Type             PIC X.
           02  HK-Rep-Id               PIC X(3).

       01  Work-Key.
           02  WK-Year-Month           PIC 9(6).
           02  WK-Cust-Id              PIC X(5).
           02  WK-Oil-Id               PIC X(3).
           02  WK-Unit-Size            PIC 99.
           02  WK-Txn-Type             PIC X.
           02  WK-Rep-Id               PIC X(3).

       01  Hold-Units                  PIC 9(7).
       01  Hold-Value                  PIC 9(9)V99.
       01  Hold-Line-Count             PIC 9(7).

      * Control totals - what was read must equal what was kept
      * plus what was archived, and what was archived must equal
      * what went into the summary.
       01  Control-Totals.
           02  Ctl-Read-Count          PIC 9(9) VALUE ZERO.
           02  Ctl-Kept-Count          PIC 9(9) VALUE ZERO.
           02  Ctl-Archived-Count      PIC 9(9) VALUE ZERO.
           02  Ctl-Archived-Units      PIC 9(9) VALUE ZERO.
           02  Ctl-Archived-Value      PIC 9(9)V99 VALUE ZERO.
           02  Ctl-Summary-Rows        PIC 9(9) VALUE ZERO.
           02  Ctl-Summary-Lines       PIC 9(9) VALUE ZERO.
           02  Ctl-Summary-Units       PIC 9(9) VALUE ZERO.
           02  Ctl-Summary-Value       PIC 9(9)V99 VALUE ZERO.
           02  Ctl-Rewritten-Count     PIC 9(9) VALUE ZERO.
           02  Ctl-Kept-Plus-Archived  PIC 9(9) VALUE ZERO.

       01  Controls-Switch             PIC X VALUE "Y".
           88 Controls-Agree           VALUE "Y".
           88 Controls-Disagree        VALUE "N".

       01  Entry-Confirm               PIC X.
           88 Purge-Confirmed          VALUE "Y" "y".

       01  Operator-Id                 PIC X(3).

       01  Lock-Fields.
           02  Lock-Data-Name          PIC X(12).
           02  Lock-Action             PIC X.
           02  Lock-Operator-Id        PIC X(3).
           02  Lock-Result             PIC X.
           02  Lock-Holder             PIC X(3).

      * The name SALESHIST.DAT is locked under - it must fit the
      * twelve-byte lock name, and NightlyRun holds the same one.
       01  Sales-Hist-Lock-Name        PIC X(12) VALUE "SALESHST.DAT".

       01  Sales-Hist-File-Status      PIC XX.
       01  Keep-File-Status            PIC XX.
       01  Archive-Work-File-Status    PIC XX.
       01  Summary-Work-File-Status    PIC XX.
       01  Sales-Archive-File-Status   PIC XX.
       01  Sales-Summary-File-Status   PIC XX.
       01  Signon-File-Status          PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Purge-Heading-Line          PIC X(48)
           VALUE "       SALES HISTORY SUMMARISE AND PURGE".

       01  Purge-Cutoff-Line.
           02  FILLER                  PIC X(15) VALUE
                                          " RUN DATE   : ".
           02  Prn-Run-Date            PIC 9(8).
           02  FILLER                  PIC X(15) VALUE
                                          "   RETENTION: ".
           02  Prn-Retention           PIC ZZ9.
           02  FILLER                  PIC X(24) VALUE
                                          " MONTHS  DETAIL BEFORE ".
           02  Prn-Cutoff-Date         PIC 9(8).

       01  Purge-Count-Line.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Prn-Ctl-Label           PIC X(36).
           02  Prn-Ctl-Count           PIC ZZZ,ZZZ,ZZ9.

       01  Purge-Value-Line.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Prn-Val-Label           PIC X(36).
           02  Prn-Ctl-Value           PIC ZZZ,ZZZ,ZZ9.99.

       01  Purge-Outcome-Line          PIC X(72).

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM GetOperatorId
           PERFORM AcquireFileLock
           IF Lock-Result = "N"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM GetRetention
           OPEN INPUT Sales-Hist-File
           IF Sales-Hist-File-Status NOT = "00"
               DISPLAY "SALESHISTPURGE: cannot open SALESHIST.DAT - "
                   "status " Sales-Hist-File-Status
               SET Run-Failed TO TRUE
           ELSE
               CLOSE Sales-Hist-File
               OPEN OUTPUT Keep-File
               OPEN OUTPUT Archive-Work-File
               OPEN OUTPUT Summary-Work-File
               SORT Work-File
                   ASCENDING KEY WP-Year-Month WP-Cust-Id WP-Oil-Id
                       WP-Unit-Size WP-Txn-Type WP-Rep-Id
                   INPUT PROCEDURE IS SplitSalesHistory
                   OUTPUT PROCEDURE IS BuildMonthlySummary
               CLOSE Keep-File
               CLOSE Archive-Work-File
               CLOSE Summary-Work-File
               PERFORM CheckControlTotals
               OPEN OUTPUT Purge-Report
               PERFORM PrintControlTotals
               PERFORM ConfirmPurge
               WRITE Purge-Line FROM Blank-Line
               WRITE Purge-Line FROM Purge-Outcome-Line
               CLOSE Purge-Report
               DISPLAY Purge-Outcome-Line
           END-IF
           PERFORM ReleaseFileLock
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * One purge at a time.
       AcquireFileLock.
           MOVE Sales-Hist-Lock-Name TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "SALESHISTPURGE: SALESHIST.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseFileLock.
           MOVE Sales-Hist-Lock-Name TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

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

      * The cutoff is the first of the month the retention period
      * reaches back to - whole months only, so a month is either
      * all detail or all summary and nothing is counted twice.
       GetRetention.
           DISPLAY "Months of detail to keep (24 or more), "
               "0 for 24 : " WITH NO ADVANCING
           ACCEPT Retention-Months
           IF Retention-Months < Minimum-Retention
               IF Retention-Months NOT = ZERO
                   DISPLAY "Less than " Minimum-Retention
                       " months would starve the year-on-year "
                       "reports - " Minimum-Retention " kept"
               END-IF
               MOVE Minimum-Retention TO Retention-Months
           END-IF
           MOVE Current-Run-Date TO Cutoff-Date
           MOVE 1 TO COD-Day
           MOVE Retention-Months TO Months-Back
           PERFORM UNTIL Months-Back < 12
               SUBTRACT 1 FROM COD-Year
               SUBTRACT 12 FROM Months-Back
           END-PERFORM
           IF COD-Month > Months-Back
               SUBTRACT Months-Back FROM COD-Month
           ELSE
               ADD 12 TO COD-Month
               SUBTRACT Months-Back FROM COD-Month
               SUBTRACT 1 FROM COD-Year
           END-IF.

       SplitSalesHistory.
           OPEN INPUT Sales-Hist-File
           READ Sales-Hist-File
               AT END SET End-Of-Sales-Hist-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Sales-Hist-File
               ADD 1 TO Ctl-Read-Count
               IF SH-Sale-Date < Cutoff-Date-Num
                   ADD 1 TO Ctl-Archived-Count
                   ADD SH-Units-Sold TO Ctl-Archived-Units
                   ADD SH-Sale-Value TO Ctl-Archived-Value
                   WRITE Archive-Work-Rec FROM Sales-Hist-Rec
                   MOVE SH-Sale-Year-Month TO WP-Year-Month
                   MOVE SH-Cust-Id         TO WP-Cust-Id
                   MOVE SH-Oil-Id          TO WP-Oil-Id
                   MOVE SH-Unit-Size       TO WP-Unit-Size
                   MOVE SH-Txn-Type        TO WP-Txn-Type
                   MOVE SH-Rep-Id          TO WP-Rep-Id
                   MOVE SH-Units-Sold      TO WP-Units-Sold
                   MOVE SH-Sale-Value      TO WP-Sale-Value
                   RELEASE Work-Sales-Rec
               ELSE
                   ADD 1 TO Ctl-Kept-Count
                   WRITE Keep-Rec FROM Sales-Hist-Rec
               END-IF
               READ Sales-Hist-File
                   AT END SET End-Of-Sales-Hist-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE Sales-Hist-File.

       BuildMonthlySummary.
           MOVE ZERO TO Hold-Line-Count
           RETURN Work-File
               AT END SET End-Of-Work-File TO TRUE
           END-RETURN
           PERFORM UNTIL End-Of-Work-File
               MOVE WP-Year-Month TO WK-Year-Month
               MOVE WP-Cust-Id    TO WK-Cust-Id
               MOVE WP-Oil-Id     TO WK-Oil-Id
               MOVE WP-Unit-Size  TO WK-Unit-Size
               MOVE WP-Txn-Type   TO WK-Txn-Type
               MOVE WP-Rep-Id     TO WK-Rep-Id
               IF Hold-Line-Count > ZERO AND Work-Key NOT = Hold-Key
                   PERFORM WriteSummaryRow
               END-IF
               IF Hold-Line-Count = ZERO
                   MOVE Work-Key TO Hold-Key
                   MOVE ZERO TO Hold-Units Hold-Value
               END-IF
               ADD 1 TO Hold-Line-Count
               ADD WP-Units-Sold TO Hold-Units
               ADD WP-Sale-Value TO Hold-Value
               RETURN Work-File
                   AT END SET End-Of-Work-File TO TRUE
               END-RETURN
           END-PERFORM
           IF Hold-Line-Count > ZERO
               PERFORM WriteSummaryRow
           END-IF.

       WriteSummaryRow.
           MOVE HK-Year-Month   TO SM-Year-Month
           MOVE HK-Cust-Id      TO SM-Cust-Id
           MOVE HK-Oil-Id       TO SM-Oil-Id
           MOVE HK-Unit-Size    TO SM-Unit-Size
           MOVE HK-Txn-Type     TO SM-Txn-Type
           MOVE HK-Rep-Id       TO SM-Rep-Id
           MOVE Hold-Units      TO SM-Units
           MOVE Hold-Value      TO SM-Value
           MOVE Hold-Line-Count TO SM-Line-Count
           WRITE Summary-Work-Rec FROM Sales-Summary-Rec
           ADD 1               TO Ctl-Summary-Rows
           ADD Hold-Line-Count TO Ctl-Summary-Lines
           ADD Hold-Units      TO Ctl-Summary-Units
           ADD Hold-Value      TO Ctl-Summary-Value
           MOVE ZERO TO Hold-Line-Count.

       CheckControlTotals.
           SET Controls-Agree TO TRUE
           COMPUTE Ctl-Kept-Plus-Archived =
               Ctl-Kept-Count + Ctl-Archived-Count
           IF Ctl-Kept-Plus-Archived NOT = Ctl-Read-Count
               OR Ctl-Summary-Lines NOT = Ctl-Archived-Count
               OR Ctl-Summary-Units NOT = Ctl-Archived-Units
               OR Ctl-Summary-Value NOT = Ctl-Archived-Value
               SET Controls-Disagree TO TRUE
           END-IF.

       PrintControlTotals.
           WRITE Purge-Line FROM Purge-Heading-Line
           MOVE Current-Run-Date TO Prn-Run-Date
           MOVE Retention-Months TO Prn-Retention
           MOVE Cutoff-Date-Num  TO Prn-Cutoff-Date
           WRITE Purge-Line FROM Purge-Cutoff-Line
           WRITE Purge-Line FROM Blank-Line
           MOVE "DETAIL LINES READ" TO Prn-Ctl-Label
           MOVE Ctl-Read-Count TO Prn-Ctl-Count
           WRITE Purge-Line FROM Purge-Count-Line
           MOVE "  KEPT IN LIVE HISTORY" TO Prn-Ctl-Label
           MOVE Ctl-Kept-Count TO Prn-Ctl-Count
           WRITE Purge-Line FROM Purge-Count-Line
           MOVE "  MOVED TO ARCHIVE" TO Prn-Ctl-Label
           MOVE Ctl-Archived-Count TO Prn-Ctl-Count
           WRITE Purge-Line FROM Purge-Count-Line
           MOVE "ARCHIVED UNITS" TO Prn-Ctl-Label
           MOVE Ctl-Archived-Units TO Prn-Ctl-Count
           WRITE Purge-Line FROM Purge-Count-Line
           MOVE "ARCHIVED VALUE" TO Prn-Val-Label
           MOVE Ctl-Archived-Value TO Prn-Ctl-Value
           WRITE Purge-Line FROM Purge-Value-Line
           WRITE Purge-Line FROM Blank-Line
           MOVE "SUMMARY ROWS WRITTEN" TO Prn-Ctl-Label
           MOVE Ctl-Summary-Rows TO Prn-Ctl-Count
           WRITE Purge-Line FROM Purge-Count-Line
           MOVE "  DETAIL LINES SUMMARISED" TO Prn-Ctl-Label
           MOVE Ctl-Summary-Lines TO Prn-Ctl-Count
           WRITE Purge-Line FROM Purge-Count-Line
           MOVE "  SUMMARY UNITS" TO Prn-Ctl-Label
           MOVE Ctl-Summary-Units TO Prn-Ctl-Count
           WRITE Purge-Line FROM Purge-Count-Line
           MOVE "  SUMMARY VALUE" TO Prn-Val-Label
           MOVE Ctl-Summary-Value TO Prn-Ctl-Value
           WRITE Purge-Line FROM Purge-Value-Line.

      * Only balanced controls and a Y go on to replace anything.
       ConfirmPurge.
           EVALUATE TRUE
               WHEN Controls-Disagree
                   MOVE " CONTROL TOTALS DO NOT AGREE - NOTHING PURGED"
                       TO Purge-Outcome-Line
                   SET Run-Failed TO TRUE
               WHEN Ctl-Archived-Count = ZERO
                   MOVE " NOTHING OLDER THAN THE CUTOFF - NO CHANGE"
                       TO Purge-Outcome-Line
               WHEN OTHER
                   DISPLAY "Controls agree - " Ctl-Archived-Count
                       " lines to summarise and archive."
                   DISPLAY "Purge them from SALESHIST.DAT (Y/N)? "
                       WITH NO ADVANCING
                   ACCEPT Entry-Confirm
                   IF Purge-Confirmed
                       PERFORM ApplyPurge
                   ELSE
                       MOVE " NOT CONFIRMED - NOTHING PURGED"
                           TO Purge-Outcome-Line
                   END-IF
           END-EVALUATE.

      * The archive and summary are added to before the live file
      * is cut back, so an interruption can leave a line in both
      * places but never in neither.
       ApplyPurge.
           PERFORM AppendArchive
           PERFORM AppendSummary
           PERFORM RewriteLiveHistory
           IF Ctl-Rewritten-Count = Ctl-Kept-Count
               MOVE " CONTROLS AGREE - DETAIL SUMMARISED AND PURGED"
                   TO Purge-Outcome-Line
           ELSE
               MOVE " LIVE HISTORY REWRITE SHORT - RESTORE FROM BACKUP"
                   TO Purge-Outcome-Line
               SET Run-Failed TO TRUE
           END-IF.

       AppendArchive.
           OPEN EXTEND Sales-Archive-File
           IF Sales-Archive-File-Status = "35"
               OPEN OUTPUT Sales-Archive-File
           END-IF
           OPEN INPUT Archive-Work-File
           READ Archive-Work-File
               AT END SET End-Of-Archive-Work-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Archive-Work-File
               WRITE Sales-Archive-Rec FROM Archive-Work-Rec
               READ Archive-Work-File
                   AT END SET End-Of-Archive-Work-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE Archive-Work-File
           CLOSE Sales-Archive-File.

       AppendSummary.
           OPEN EXTEND Sales-Summary-File
           IF Sales-Summary-File-Status = "35"
               OPEN OUTPUT Sales-Summary-File
           END-IF
           OPEN INPUT Summary-Work-File
           READ Summary-Work-File
               AT END SET End-Of-Summary-Work-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Summary-Work-File
               WRITE Sales-Summary-Rec FROM Summary-Work-Rec
               READ Summary-Work-File
                   AT END SET End-Of-Summary-Work-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE Summary-Work-File
           CLOSE Sales-Summary-File.

       RewriteLiveHistory.
           OPEN OUTPUT Sales-Hist-File
           OPEN INPUT Keep-File
           READ Keep-File
               AT END SET End-Of-Keep-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Keep-File
               WRITE Sales-Hist-Rec FROM Keep-Rec
               ADD 1 TO Ctl-Rewritten-Count
               READ Keep-File
                   AT END SET End-Of-Keep-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE Keep-File
           CLOSE Sales-Hist-File.

       END PROGRAM SalesHistPurge.
