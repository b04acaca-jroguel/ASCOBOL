      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the REBATE.DAT annual volume rebate
      *          agreements - one per customer, kept apart from the
      *          CUST-DISC-PCT discount taken off every sale.  An
      *          agreement gives the first day of its current
      *          agreement year and up to three spend bands, each a
      *          threshold in whole pounds and a rebate percentage
      *          (e.g. 2.0 past 10000, 4.0 past 25000).  The band
      *          the year's spend reaches sets the rate for the
      *          whole of that spend.  RebateAccrualRpt reports the
      *          rebate earned so far; RebateSettle credits it when
      *          the year ends and moves the agreement on a year.
      *          Every band changed is audited on MAINTAUD.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RebateMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Rebate-File ASSIGN TO "REBATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rebate-File-Status.

           SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Customer-File-Status.

           SELECT Maint-Audit-File ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Maint-Audit-File-Status.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * A band with a zero percentage is not used.  Last-Settled is
      * the last day of the most recent agreement year RebateSettle
      * has credited, zero until the first settlement.
       FD Rebate-File.
       01 Rebate-Rec.
           88 End-Of-Rebate-File       VALUE HIGH-VALUES.
           02 RB-Cust-Id               PIC X(5).
           02 RB-Year-Start            PIC 9(8).
           02 RB-Band OCCURS 3 TIMES.
               03 RB-Threshold         PIC 9(7).
               03 RB-Pct               PIC 99V9.
           02 RB-Last-Settled          PIC 9(8).

       FD Customer-File.
       01 Customer-Rec.
           88 End-Of-Customer-File     VALUE HIGH-VALUES.
           02 CUST-ID                  PIC X(5).
           02 CUST-NAME                PIC X(20).
           02 FILLER                   PIC X(91).

       FD Maint-Audit-File.
       01 Maint-Audit-Rec.
           02 MA-Date                  PIC 9(8).
           02 MA-Time                  PIC 9(6).
           02 MA-Operator              PIC X(3).
           02 MA-File                  PIC X(12).
           02 MA-Key                   PIC X(7).
           02 MA-Before                PIC X(30).
           02 MA-After                 PIC X(30).

      * Who is signed on at the console, left by OperatorMenu - the
      * audit trail and the in-use lock carry this instead of
      * whatever initials got typed.  Absent or empty, the old
      * prompt asks.
       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
      * Agreements removed are blanked to a space customer and
      * dropped on the rewrite.
       01  Rebate-Table.
           02  Rebate-Count            PIC 999 VALUE ZERO.
           02  Rebate-Entry OCCURS 500 TIMES.
               03 RBT-Cust-Id          PIC X(5).
               03 RBT-Year-Start       PIC 9(8).
               03 RBT-Band OCCURS 3 TIMES.
                   04 RBT-Threshold    PIC 9(7).
                   04 RBT-Pct          PIC 99V9.
               03 RBT-Last-Settled     PIC 9(8).

       01  Rebate-Sub                  PIC 999.
       01  Band-Sub                    PIC 9.

       01  Customer-Table.
           02  Customer-Count          PIC 9(5) VALUE ZERO.
           02  Customer-Entry OCCURS 2000 TIMES.
               03 CT-Cust-Id           PIC X(5).
               03 CT-Cust-Name         PIC X(20).

       01  Customer-Sub                PIC 9(5).

       01  Maint-Switches.
           02  More-Agreements-Sw      PIC X VALUE "Y".
               88 More-Agreements      VALUE "Y".
               88 No-More-Agreements   VALUE "N".
           02  Agreement-Found-Sw      PIC X VALUE "N".
               88 Agreement-Found      VALUE "Y".
               88 Agreement-Not-Found  VALUE "N".
           02  Customer-Found-Sw       PIC X VALUE "N".
               88 Customer-Found       VALUE "Y".
               88 Customer-Not-Found   VALUE "N".
           02  Terms-Valid-Sw          PIC X VALUE "N".
               88 Terms-Valid          VALUE "Y".
               88 Terms-Invalid        VALUE "N".
           02  Bands-Ended-Sw          PIC X VALUE "N".
               88 Bands-Ended          VALUE "Y".
               88 Bands-Open           VALUE "N".

      * The agreement as keyed, checked whole before it replaces
      * the table entry.
       01  Agreement-Work.
           02  AGW-Year-Start          PIC 9(8).
           02  AGW-Year-Start-Parts REDEFINES AGW-Year-Start.
               03 AGW-Start-Year       PIC 9(4).
               03 AGW-Start-Month      PIC 99.
               03 AGW-Start-Day        PIC 99.
           02  AGW-Band OCCURS 3 TIMES.
               03 AGW-Threshold        PIC 9(7).
               03 AGW-Pct              PIC 99V9.

       01  Entry-Cust-Id               PIC X(5).
       01  Entry-Action                PIC X.
           88 Action-Change            VALUE "C" "c".
           88 Action-Remove            VALUE "R" "r".

       01  Display-Threshold           PIC Z(6)9.
       01  Display-Pct                 PIC Z9.9.

       01  Rebate-File-Status          PIC XX.
       01  Customer-File-Status        PIC XX.
       01  Maint-Audit-File-Status     PIC XX.
       01  Signon-File-Status          PIC XX.

       01  Table-Overflow-Switch       PIC X VALUE "N".
           88 Table-Overflowed         VALUE "Y".
           88 Table-Fits               VALUE "N".

       01  Operator-Id                 PIC X(3).

       01  Current-Run-Date            PIC 9(8).

       01  Time-Work.
           02  TW-HHMMSS               PIC 9(6).
           02  FILLER                  PIC 99.

      * One audit record per band changed - the year start is
      * carried on each so the picture of the band is whole.
       01  Audit-Image-Work.
           02  AIW-Year-Start          PIC 9(8).
           02  FILLER                  PIC X(6) VALUE " BAND ".
           02  AIW-Band-No             PIC 9.
           02  FILLER                  PIC X VALUE SPACE.
           02  AIW-Threshold           PIC 9(7).
           02  FILLER                  PIC X VALUE SPACE.
           02  AIW-Pct                 PIC 99V9.
           02  FILLER                  PIC X(3) VALUE SPACES.

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

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM GetOperatorId
           PERFORM AcquireFileLock
           IF Lock-Result = "N"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadCustomers
           PERFORM LoadAgreements
           IF Table-Overflowed
               PERFORM ReleaseFileLock
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OpenMaintAudit
           PERFORM MaintainAgreement UNTIL No-More-Agreements
           PERFORM SaveAgreements
           CLOSE Maint-Audit-File
           PERFORM ReleaseFileLock
           MOVE 0 TO RETURN-CODE
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

      * One session in this master at a time - RebateSettle takes
      * the same lock while it moves agreements on a year.
       AcquireFileLock.
           MOVE "REBATE.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "REBATEMAINT: REBATE.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseFileLock.
           MOVE "REBATE.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

       OpenMaintAudit.
           OPEN EXTEND Maint-Audit-File
           IF Maint-Audit-File-Status = "35"
               OPEN OUTPUT Maint-Audit-File
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
                   END-IF
                   READ Customer-File
                       AT END SET End-Of-Customer-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Customer-File
           ELSE
               DISPLAY "REBATEMAINT: no CUSTOMER.DAT found - "
                   "no agreement can be added"
           END-IF.

      * REBATE.DAT is rewritten whole on the way out, so a file
      * bigger than the table is refused rather than truncated.
       LoadAgreements.
           OPEN INPUT Rebate-File
           IF Rebate-File-Status = "00"
               READ Rebate-File
                   AT END SET End-Of-Rebate-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Rebate-File OR Table-Overflowed
                   IF Rebate-Count < 500
                       ADD 1 TO Rebate-Count
                       MOVE RB-Cust-Id TO RBT-Cust-Id(Rebate-Count)
                       MOVE RB-Year-Start
                           TO RBT-Year-Start(Rebate-Count)
                       PERFORM VARYING Band-Sub FROM 1 BY 1
                               UNTIL Band-Sub > 3
                           MOVE RB-Threshold(Band-Sub)
                               TO RBT-Threshold(Rebate-Count, Band-Sub)
                           MOVE RB-Pct(Band-Sub)
                               TO RBT-Pct(Rebate-Count, Band-Sub)
                       END-PERFORM
                       MOVE RB-Last-Settled
                           TO RBT-Last-Settled(Rebate-Count)
                       READ Rebate-File
                           AT END SET End-Of-Rebate-File TO TRUE
                       END-READ
                   ELSE
                       SET Table-Overflowed TO TRUE
                       DISPLAY "REBATEMAINT: more than 500 REBATE.DAT "
                           "rows - file not opened for change"
                   END-IF
               END-PERFORM
               CLOSE Rebate-File
           ELSE
               DISPLAY "REBATEMAINT: no REBATE.DAT found - "
                   "starting with no agreements"
           END-IF.

       MaintainAgreement.
           DISPLAY "Enter customer ID, blank to finish: "
               WITH NO ADVANCING
           ACCEPT Entry-Cust-Id
           IF Entry-Cust-Id = SPACES
               SET No-More-Agreements TO TRUE
           ELSE
               PERFORM FindCustomer
               IF Customer-Not-Found
                   DISPLAY "Customer " Entry-Cust-Id
                       " is not on CUSTOMER.DAT"
               ELSE
                   DISPLAY "Customer " Entry-Cust-Id " - "
                       CT-Cust-Name(Customer-Sub)
                   PERFORM FindAgreement
                   IF Agreement-Found
                       PERFORM ShowAgreement
                       DISPLAY "(C)hange, (R)emove, blank to leave : "
                           WITH NO ADVANCING
                       ACCEPT Entry-Action
                       EVALUATE TRUE
                           WHEN Action-Change
                               PERFORM GetAgreementTerms
                               IF Terms-Valid
                                   PERFORM ChangeAgreement
                               END-IF
                           WHEN Action-Remove
                               PERFORM RemoveAgreement
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   ELSE
                       DISPLAY "New rebate agreement"
                       PERFORM GetAgreementTerms
                       IF Terms-Valid
                           PERFORM AddAgreement
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FindCustomer.
           SET Customer-Not-Found TO TRUE
           PERFORM VARYING Customer-Sub FROM 1 BY 1
                   UNTIL Customer-Sub > Customer-Count
                       OR Customer-Found
               IF CT-Cust-Id(Customer-Sub) = Entry-Cust-Id
                   SET Customer-Found TO TRUE
               END-IF
           END-PERFORM
           IF Customer-Found
               SUBTRACT 1 FROM Customer-Sub
           END-IF.

       FindAgreement.
           SET Agreement-Not-Found TO TRUE
           PERFORM VARYING Rebate-Sub FROM 1 BY 1
                   UNTIL Rebate-Sub > Rebate-Count
                       OR Agreement-Found
               IF RBT-Cust-Id(Rebate-Sub) = Entry-Cust-Id
                   SET Agreement-Found TO TRUE
               END-IF
           END-PERFORM
           IF Agreement-Found
               SUBTRACT 1 FROM Rebate-Sub
           END-IF.

       ShowAgreement.
           DISPLAY "  agreement year starts " RBT-Year-Start(Rebate-Sub)
           PERFORM VARYING Band-Sub FROM 1 BY 1 UNTIL Band-Sub > 3
               IF RBT-Pct(Rebate-Sub, Band-Sub) > ZERO
                   MOVE RBT-Threshold(Rebate-Sub, Band-Sub)
                       TO Display-Threshold
                   MOVE RBT-Pct(Rebate-Sub, Band-Sub) TO Display-Pct
                   DISPLAY "  band " Band-Sub ": " Display-Pct
                       "% past " Display-Threshold
               END-IF
           END-PERFORM
           IF RBT-Last-Settled(Rebate-Sub) > ZERO
               DISPLAY "  last settled year ended "
                   RBT-Last-Settled(Rebate-Sub)
           END-IF.

      * Bands are keyed lowest first; a zero percentage ends the
      * list.  Each must start above the one before and pay more.
      * An agreement year may not start on 29 February, which the
      * following years would not have.
       GetAgreementTerms.
           SET Terms-Valid TO TRUE
           INITIALIZE Agreement-Work
           DISPLAY "First day of agreement year (YYYYMMDD)  : "
               WITH NO ADVANCING
           ACCEPT AGW-Year-Start
           IF AGW-Start-Month < 1 OR AGW-Start-Month > 12
                   OR AGW-Start-Day < 1 OR AGW-Start-Day > 31
                   OR (AGW-Start-Month = 2 AND AGW-Start-Day > 28)
               DISPLAY "Not a usable start date - 29 February and "
                   "later in February are refused"
               SET Terms-Invalid TO TRUE
           ELSE
               SET Bands-Open TO TRUE
               PERFORM VARYING Band-Sub FROM 1 BY 1
                       UNTIL Band-Sub > 3 OR Bands-Ended
                           OR Terms-Invalid
                   PERFORM GetOneBand
               END-PERFORM
               IF AGW-Pct(1) = ZERO
                   DISPLAY "At least one band is needed"
                   SET Terms-Invalid TO TRUE
               END-IF
           END-IF
           IF Terms-Invalid
               DISPLAY "Agreement for " Entry-Cust-Id " not changed"
           END-IF.

       GetOneBand.
           DISPLAY "Band " Band-Sub " rebate pct, 0 if no more bands : "
               WITH NO ADVANCING
           ACCEPT AGW-Pct(Band-Sub)
           IF AGW-Pct(Band-Sub) = ZERO
               SET Bands-Ended TO TRUE
           ELSE
               DISPLAY "Band " Band-Sub " applies past spend of (whole "
                   "pounds)  : " WITH NO ADVANCING
               ACCEPT AGW-Threshold(Band-Sub)
               IF Band-Sub > 1
                   IF AGW-Threshold(Band-Sub)
                           NOT > AGW-Threshold(Band-Sub - 1)
                       OR AGW-Pct(Band-Sub)
                           NOT > AGW-Pct(Band-Sub - 1)
                       DISPLAY "Each band must start higher and pay "
                           "more than the one before"
                       SET Terms-Invalid TO TRUE
                   END-IF
               END-IF
           END-IF.

       AddAgreement.
           IF Rebate-Count < 500
               ADD 1 TO Rebate-Count
               MOVE Rebate-Count  TO Rebate-Sub
               MOVE Entry-Cust-Id TO RBT-Cust-Id(Rebate-Sub)
               MOVE ZERO          TO RBT-Last-Settled(Rebate-Sub)
               PERFORM VARYING Band-Sub FROM 1 BY 1 UNTIL Band-Sub > 3
                   MOVE SPACES TO MA-Before
                   PERFORM StoreBandAndAudit
               END-PERFORM
               MOVE AGW-Year-Start TO RBT-Year-Start(Rebate-Sub)
               DISPLAY "Agreement added"
           ELSE
               DISPLAY "Rebate table full - agreement not added"
           END-IF.

       ChangeAgreement.
           PERFORM VARYING Band-Sub FROM 1 BY 1 UNTIL Band-Sub > 3
               PERFORM BuildAuditBefore
               PERFORM StoreBandAndAudit
           END-PERFORM
           MOVE AGW-Year-Start TO RBT-Year-Start(Rebate-Sub)
           DISPLAY "Agreement changed".

       RemoveAgreement.
           PERFORM VARYING Band-Sub FROM 1 BY 1 UNTIL Band-Sub > 3
               IF RBT-Pct(Rebate-Sub, Band-Sub) > ZERO
                   PERFORM BuildAuditBefore
                   MOVE SPACES TO MA-After
                   PERFORM WriteMaintAuditEntry
               END-IF
           END-PERFORM
           MOVE SPACES TO RBT-Cust-Id(Rebate-Sub)
           DISPLAY "Agreement removed".

      * An unused band on both sides, or one keyed the same as it
      * stood, is not audited.
       StoreBandAndAudit.
           MOVE AGW-Threshold(Band-Sub)
               TO RBT-Threshold(Rebate-Sub, Band-Sub)
           MOVE AGW-Pct(Band-Sub) TO RBT-Pct(Rebate-Sub, Band-Sub)
           IF AGW-Pct(Band-Sub) = ZERO
               MOVE SPACES TO MA-After
           ELSE
               MOVE AGW-Year-Start          TO AIW-Year-Start
               MOVE Band-Sub                TO AIW-Band-No
               MOVE AGW-Threshold(Band-Sub) TO AIW-Threshold
               MOVE AGW-Pct(Band-Sub)       TO AIW-Pct
               MOVE Audit-Image-Work        TO MA-After
           END-IF
           IF MA-Before NOT = MA-After
               PERFORM WriteMaintAuditEntry
           END-IF.

       BuildAuditBefore.
           IF RBT-Pct(Rebate-Sub, Band-Sub) = ZERO
               MOVE SPACES TO MA-Before
           ELSE
               MOVE RBT-Year-Start(Rebate-Sub) TO AIW-Year-Start
               MOVE Band-Sub                   TO AIW-Band-No
               MOVE RBT-Threshold(Rebate-Sub, Band-Sub)
                   TO AIW-Threshold
               MOVE RBT-Pct(Rebate-Sub, Band-Sub) TO AIW-Pct
               MOVE Audit-Image-Work           TO MA-Before
           END-IF.

       WriteMaintAuditEntry.
           ACCEPT Time-Work FROM TIME
           MOVE Current-Run-Date TO MA-Date
           MOVE TW-HHMMSS        TO MA-Time
           MOVE Operator-Id      TO MA-Operator
           MOVE "REBATE"         TO MA-File
           MOVE Entry-Cust-Id    TO MA-Key
           WRITE Maint-Audit-Rec.

       SaveAgreements.
           OPEN OUTPUT Rebate-File
           PERFORM VARYING Rebate-Sub FROM 1 BY 1
                   UNTIL Rebate-Sub > Rebate-Count
               IF RBT-Cust-Id(Rebate-Sub) NOT = SPACES
                   MOVE RBT-Cust-Id(Rebate-Sub)    TO RB-Cust-Id
                   MOVE RBT-Year-Start(Rebate-Sub) TO RB-Year-Start
                   PERFORM VARYING Band-Sub FROM 1 BY 1
                           UNTIL Band-Sub > 3
                       MOVE RBT-Threshold(Rebate-Sub, Band-Sub)
                           TO RB-Threshold(Band-Sub)
                       MOVE RBT-Pct(Rebate-Sub, Band-Sub)
                           TO RB-Pct(Band-Sub)
                   END-PERFORM
                   MOVE RBT-Last-Settled(Rebate-Sub)
                       TO RB-Last-Settled
                   WRITE Rebate-Rec
               END-IF
           END-PERFORM
           CLOSE Rebate-File
           PERFORM WriteMasterSeal.

      * Re-seal the rewritten master on SEALS.DAT so every reader
      * can prove at open that nothing touched it in between.
       WriteMasterSeal.
           MOVE "REBATE.DAT" TO Seal-Data-Name
           MOVE "W" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result.

       END PROGRAM RebateMaint.
