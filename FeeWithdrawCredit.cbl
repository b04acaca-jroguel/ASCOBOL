      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared withdrawal fee credit.  Callers pass the
      *          student, the course withdrawn from and the date of
      *          withdrawal.  The student's latest FEEITEMS.DAT
      *          charge for the course gives the term, and all its
      *          charges for that term - the one bill, or the deposit
      *          and instalments of a FeePlanMaint plan - the fee;
      *          the weeks since that term's start on TERMS.DAT pick
      *          the share refundable off the REFUNDSCH.DAT schedule,
      *          and that share of the fee is raised as a dated type
      *          C credit.  The credit is taken off the term's open
      *          charges, the latest due first, so instalments not
      *          yet due are cleared before any already owed; only
      *          what is left of it stays open on the credit.  Where
      *          the student has already paid more than the charge
      *          left standing after the credit, the difference -
      *          the credit's open amount - is added to REFUNDDUE.DAT
      *          for the accounts office (RefundDueRpt lists it).
      *          FEEITEMS.DAT is updated through a keyed copy
      *          (FEEWDWK.TMP), as FeePaymentEntry does.  A term
      *          already credited for the course is not credited
      *          twice.  The result code comes back as:
      *            C  credit raised (refund due shown when owed)
      *            Z  past the last week of the schedule - no credit
      *            N  no fee charge on file for the course
      *            A  credit already raised for this term
      *            T  term start not on TERMS.DAT - not worked out
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeWithdrawCredit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Fee-Item-File ASSIGN TO "FEEITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-Item-File-Status.

           SELECT Fee-Work-File ASSIGN TO "FEEWDWK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-Row-Seq
               FILE STATUS IS Fee-Work-File-Status.

           SELECT Term-File ASSIGN TO "TERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Term-File-Status.

           SELECT Refund-Schedule-File ASSIGN TO "REFUNDSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Refund-Schedule-File-Status.

           SELECT Refund-Due-File ASSIGN TO "REFUNDDUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Refund-Due-File-Status.

       DATA DIVISION.
       FILE SECTION.
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

      * Items raised before instalment plans were offered end at the
      * item type - they are not on a plan.
       01 Fee-Item-Legacy-Rec REDEFINES Fee-Item-Rec.
           02 FILLER                   PIC X(40).
           02 FEEL-Unused              PIC X(4).

      * Keyed by FEEITEMS.DAT file sequence, so the items are saved
      * back in the order they were read.
       FD Fee-Work-File.
       01 Fee-Work-Rec.
           02 FW-Row-Seq               PIC 9(6).
           02 FW-Stu-Id                PIC 9(7).
           02 FW-Course                PIC X(4).
           02 FW-Term                  PIC X(6).
           02 FW-Bill-Date             PIC 9(8).
           02 FW-Orig-Amount           PIC 9(5)V99.
           02 FW-Open-Amount           PIC 9(5)V99.
           02 FW-Item-Type             PIC X.
           02 FW-Inst-No               PIC 99.
           02 FW-Inst-Count            PIC 99.

       FD Term-File.
       01 Term-Rec.
           88 End-Of-Term-File         VALUE HIGH-VALUES.
           02 TRM-Term                 PIC X(6).
           02 TRM-Start-Date           PIC 9(8).
           02 TRM-End-Date             PIC 9(8).

      * One row per band, kept by hand like TAXRATE.DAT: the last
      * week of the term the band runs to and the percentage of the
      * fee refunded in it, e.g. 01100 then 04050.  Past the last
      * band nothing is refunded.
       FD Refund-Schedule-File.
       01 Refund-Schedule-Rec.
           88 End-Of-Refund-Schedule   VALUE HIGH-VALUES.
           02 RFS-To-Week              PIC 99.
           02 RFS-Percent              PIC 999.

      * Status D due, P paid out (set by RefundDueRpt).
       FD Refund-Due-File.
       01 Refund-Due-Rec.
           02 RFD-Stu-Id               PIC 9(7).
           02 RFD-Course               PIC X(4).
           02 RFD-Term                 PIC X(6).
           02 RFD-Withdraw-Date        PIC 9(8).
           02 RFD-Fee-Amount           PIC 9(5)V99.
           02 RFD-Paid-Amount          PIC 9(5)V99.
           02 RFD-Credit-Amount        PIC 9(5)V99.
           02 RFD-Refund-Amount        PIC 9(5)V99.
           02 RFD-Status               PIC X.
           02 RFD-Paid-Date            PIC 9(8).

       WORKING-STORAGE SECTION.
      * With no REFUNDSCH.DAT the standard schedule stands: the
      * whole fee back in week one, half to the end of week four.
       01  Refund-Schedule-Table.
           02  Refund-Band-Count       PIC 99 VALUE ZERO.
           02  Refund-Band-Entry OCCURS 20 TIMES.
               03 RBT-To-Week          PIC 99.
               03 RBT-Percent          PIC 999.

       01  Refund-Band-Sub             PIC 99.

       01  Credited-Term-Table.
           02  Credited-Term-Count     PIC 99 VALUE ZERO.
           02  Credited-Term           PIC X(6) OCCURS 20 TIMES.

       01  Credited-Sub                PIC 99.

       01  Charge-Found-Switch         PIC X VALUE "N".
           88 Charge-Found             VALUE "Y".
           88 Charge-Not-Found         VALUE "N".

       01  Term-Found-Switch           PIC X VALUE "N".
           88 Term-Found               VALUE "Y".
           88 Term-Not-Found           VALUE "N".

       01  Charge-Bill-Date            PIC 9(8).
       01  Charge-Orig-Amount          PIC 9(5)V99.
       01  Charge-Open-Amount          PIC 9(5)V99.
       01  Paid-Amount                 PIC 9(5)V99.
       01  Remaining-Charge            PIC 9(5)V99.
       01  Best-To-Week                PIC 99.

       01  Fee-Row-Count               PIC 9(6) VALUE ZERO.

       01  Fee-Scan-Switch             PIC X VALUE "N".
           88 Fee-Scan-Done            VALUE "Y".
           88 Fee-Scan-Open            VALUE "N".

       01  Credit-Left                 PIC 9(5)V99.
       01  Apply-Amount                PIC 9(5)V99.
       01  Latest-Row-Seq              PIC 9(6).
       01  Latest-Bill-Date            PIC 9(8).

      * Days are counted on a true day number, so a week into the
      * term is seven calendar days whatever the months.
       01  Date-Work.
           02  DW-Year                 PIC 9(4).
           02  DW-Month                PIC 99.
           02  DW-Day                  PIC 99.
       01  Date-Work-R REDEFINES Date-Work PIC 9(8).

      * Days before each month in a common year, for the true day
      * count.
       01  Days-Before-Month-Table.
           02  FILLER                  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  Days-Before-Month-R REDEFINES Days-Before-Month-Table.
           02  Days-Before-Month       PIC 999 OCCURS 12 TIMES.

       01  Day-Number-Work.
           02  Prior-Years             PIC 9(4).
           02  Leap-Years-Before       PIC 9(4).
           02  Centuries-Before        PIC 9(4).
           02  Four-Centuries-Before   PIC 9(4).
       01  Day-Number                  PIC 9(7).

       01  Leap-Year-Work.
           02  Leap-Quotient           PIC 9(4).
           02  Leap-Remainder          PIC 9(4).

       01  Start-Day-Number            PIC 9(7).
       01  Withdraw-Day-Number         PIC 9(7).
       01  Days-Into-Term              PIC 9(5).
       01  Days-Remainder              PIC 9.

       01  Fee-Item-File-Status        PIC XX.
       01  Fee-Work-File-Status        PIC XX.
       01  Term-File-Status            PIC XX.
       01  Refund-Schedule-File-Status PIC XX.
       01  Refund-Due-File-Status      PIC XX.

       LINKAGE SECTION.
       01  Wc-Stu-Id                   PIC 9(7).
       01  Wc-Course                   PIC X(4).
       01  Wc-Withdraw-Date            PIC 9(8).
       01  Wc-Result                   PIC X.
           88 Wc-Credit-Raised         VALUE "C".
           88 Wc-Nothing-Refundable    VALUE "Z".
           88 Wc-No-Charge             VALUE "N".
           88 Wc-Already-Credited      VALUE "A".
           88 Wc-No-Term-Start         VALUE "T".
       01  Wc-Term                     PIC X(6).
       01  Wc-Week                     PIC 99.
       01  Wc-Percent                  PIC 999.
       01  Wc-Credit-Amount            PIC 9(5)V99.
       01  Wc-Refund-Due               PIC 9(5)V99.

       PROCEDURE DIVISION USING Wc-Stu-Id Wc-Course Wc-Withdraw-Date
               Wc-Result Wc-Term Wc-Week Wc-Percent Wc-Credit-Amount
               Wc-Refund-Due.
       Begin.
           MOVE SPACES TO Wc-Term
           MOVE ZERO   TO Wc-Week Wc-Percent Wc-Credit-Amount
                          Wc-Refund-Due
           PERFORM FindCourseCharge
           IF Charge-Not-Found
               SET Wc-No-Charge TO TRUE
               GOBACK
           END-IF
           PERFORM SumTermCharges
           PERFORM VARYING Credited-Sub FROM 1 BY 1
                   UNTIL Credited-Sub > Credited-Term-Count
               IF Credited-Term(Credited-Sub) = Wc-Term
                   SET Wc-Already-Credited TO TRUE
               END-IF
           END-PERFORM
           IF Wc-Already-Credited
               GOBACK
           END-IF
           PERFORM FindTermStart
           IF Term-Not-Found
               SET Wc-No-Term-Start TO TRUE
               GOBACK
           END-IF
           PERFORM LoadRefundSchedule
           PERFORM FindRefundPercent
           COMPUTE Wc-Credit-Amount ROUNDED =
               Charge-Orig-Amount * Wc-Percent / 100
           IF Wc-Credit-Amount = ZERO
               SET Wc-Nothing-Refundable TO TRUE
               GOBACK
           END-IF
           PERFORM WriteFeeCredit
           COMPUTE Paid-Amount = Charge-Orig-Amount
               - Charge-Open-Amount
           COMPUTE Remaining-Charge = Charge-Orig-Amount
               - Wc-Credit-Amount
           IF Paid-Amount > Remaining-Charge
               COMPUTE Wc-Refund-Due = Paid-Amount - Remaining-Charge
               PERFORM WriteRefundDue
           END-IF
           SET Wc-Credit-Raised TO TRUE
           GOBACK.

      * The latest charge for the course is the term being left;
      * the credits already raised for the course are noted so a
      * term is only ever credited once.
       FindCourseCharge.
           SET Charge-Not-Found TO TRUE
           MOVE ZERO TO Credited-Term-Count Charge-Bill-Date
           OPEN INPUT Fee-Item-File
           IF Fee-Item-File-Status = "00"
               READ Fee-Item-File
                   AT END SET End-Of-Fee-Item-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Fee-Item-File
                   IF FEE-Stu-Id = Wc-Stu-Id
                       AND FEE-Course = Wc-Course
                       PERFORM NoteCourseItem
                   END-IF
                   READ Fee-Item-File
                       AT END SET End-Of-Fee-Item-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Fee-Item-File
           END-IF.

       NoteCourseItem.
           IF FEE-Item-Type = "C"
               IF Credited-Term-Count < 20
                   ADD 1 TO Credited-Term-Count
                   MOVE FEE-Term TO Credited-Term(Credited-Term-Count)
               END-IF
           ELSE
               IF Charge-Not-Found
                   OR FEE-Bill-Date > Charge-Bill-Date
                   SET Charge-Found TO TRUE
                   MOVE FEE-Term        TO Wc-Term
                   MOVE FEE-Bill-Date   TO Charge-Bill-Date
                   MOVE FEE-Orig-Amount TO Charge-Orig-Amount
                   MOVE FEE-Open-Amount TO Charge-Open-Amount
               END-IF
           END-IF.

      * A fee on an instalment plan is several charges for the one
      * term, so the fee and what has been paid off it are the
      * totals over every charge for the course and term.
       SumTermCharges.
           MOVE ZERO TO Charge-Orig-Amount Charge-Open-Amount
           OPEN INPUT Fee-Item-File
           IF Fee-Item-File-Status = "00"
               READ Fee-Item-File
                   AT END SET End-Of-Fee-Item-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Fee-Item-File
                   IF FEE-Stu-Id = Wc-Stu-Id
                       AND FEE-Course = Wc-Course
                       AND FEE-Term = Wc-Term
                       AND FEE-Item-Type NOT = "C"
                       ADD FEE-Orig-Amount TO Charge-Orig-Amount
                       ADD FEE-Open-Amount TO Charge-Open-Amount
                   END-IF
                   READ Fee-Item-File
                       AT END SET End-Of-Fee-Item-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Fee-Item-File
           END-IF.

       FindTermStart.
           SET Term-Not-Found TO TRUE
           OPEN INPUT Term-File
           IF Term-File-Status = "00"
               READ Term-File
                   AT END SET End-Of-Term-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Term-File
                   IF TRM-Term = Wc-Term
                       SET Term-Found TO TRUE
                       MOVE TRM-Start-Date TO Date-Work-R
                       PERFORM WorkOutDayNumber
                       MOVE Day-Number TO Start-Day-Number
                   END-IF
                   READ Term-File
                       AT END SET End-Of-Term-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Term-File
           END-IF.

      * A true day count for the date in Date-Work - every day of
      * the years before it, leap days included, the days before
      * its month (one more past February in a leap year), then
      * the day - so the gap between two day numbers is exact
      * across month and year ends.  Leap years are tested the way
      * RepTargetRpt works out a month's length.
       WorkOutDayNumber.
           MOVE ZERO TO Day-Number
           IF DW-Year > ZERO AND DW-Month >= 1 AND DW-Month <= 12
               SUBTRACT 1 FROM DW-Year GIVING Prior-Years
               DIVIDE Prior-Years BY 4 GIVING Leap-Years-Before
               DIVIDE Prior-Years BY 100 GIVING Centuries-Before
               DIVIDE Prior-Years BY 400
                   GIVING Four-Centuries-Before
               COMPUTE Day-Number = Prior-Years * 365
                   + Leap-Years-Before - Centuries-Before
                   + Four-Centuries-Before
                   + Days-Before-Month(DW-Month) + DW-Day
               IF DW-Month > 2
                   DIVIDE DW-Year BY 4
                       GIVING Leap-Quotient REMAINDER Leap-Remainder
                   IF Leap-Remainder = ZERO
                       DIVIDE DW-Year BY 100
                           GIVING Leap-Quotient
                           REMAINDER Leap-Remainder
                       IF Leap-Remainder NOT = ZERO
                           ADD 1 TO Day-Number
                       ELSE
                           DIVIDE DW-Year BY 400
                               GIVING Leap-Quotient
                               REMAINDER Leap-Remainder
                           IF Leap-Remainder = ZERO
                               ADD 1 TO Day-Number
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LoadRefundSchedule.
           MOVE ZERO TO Refund-Band-Count
           OPEN INPUT Refund-Schedule-File
           IF Refund-Schedule-File-Status = "00"
               READ Refund-Schedule-File
                   AT END SET End-Of-Refund-Schedule TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Refund-Schedule
                   IF Refund-Band-Count < 20
                       ADD 1 TO Refund-Band-Count
                       MOVE RFS-To-Week
                           TO RBT-To-Week(Refund-Band-Count)
                       MOVE RFS-Percent
                           TO RBT-Percent(Refund-Band-Count)
                   END-IF
                   READ Refund-Schedule-File
                       AT END SET End-Of-Refund-Schedule TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Refund-Schedule-File
           ELSE
               MOVE 2   TO Refund-Band-Count
               MOVE 1   TO RBT-To-Week(1)
               MOVE 100 TO RBT-Percent(1)
               MOVE 4   TO RBT-To-Week(2)
               MOVE 50  TO RBT-Percent(2)
           END-IF.

      * Week one is the first seven days from the term start; a
      * withdrawal dated before the start falls in week one.  The
      * band is the one with the lowest closing week not before the
      * week of withdrawal, so the file need not be in order.
       FindRefundPercent.
           MOVE Wc-Withdraw-Date TO Date-Work-R
           PERFORM WorkOutDayNumber
           MOVE Day-Number TO Withdraw-Day-Number
           IF Withdraw-Day-Number < Start-Day-Number
               MOVE 1 TO Wc-Week
           ELSE
               COMPUTE Days-Into-Term =
                   Withdraw-Day-Number - Start-Day-Number
               IF Days-Into-Term > 692
                   MOVE 99 TO Wc-Week
               ELSE
                   DIVIDE Days-Into-Term BY 7 GIVING Wc-Week
                       REMAINDER Days-Remainder
                   ADD 1 TO Wc-Week
               END-IF
           END-IF
           MOVE 99 TO Best-To-Week
           MOVE ZERO TO Wc-Percent
           PERFORM VARYING Refund-Band-Sub FROM 1 BY 1
                   UNTIL Refund-Band-Sub > Refund-Band-Count
               IF RBT-To-Week(Refund-Band-Sub) >= Wc-Week
                   AND RBT-To-Week(Refund-Band-Sub) <= Best-To-Week
                   MOVE RBT-To-Week(Refund-Band-Sub) TO Best-To-Week
                   MOVE RBT-Percent(Refund-Band-Sub) TO Wc-Percent
               END-IF
           END-PERFORM
           IF Wc-Percent > 100
               MOVE 100 TO Wc-Percent
           END-IF.

      * The credit clears the term's charges from the latest due
      * back, so a plan's later instalments go before the ones the
      * student has had to pay; whatever the open charges do not
      * take stays open on the credit as money owed back.
       WriteFeeCredit.
           MOVE ZERO TO Fee-Row-Count
           PERFORM LoadFeeItems
           MOVE Wc-Credit-Amount TO Credit-Left
           PERFORM FindLatestOpenCharge
           PERFORM UNTIL Credit-Left = ZERO OR Latest-Row-Seq = ZERO
               PERFORM ApplyCreditToCharge
               PERFORM FindLatestOpenCharge
           END-PERFORM
           ADD 1 TO Fee-Row-Count
           MOVE Fee-Row-Count    TO FW-Row-Seq
           MOVE Wc-Stu-Id        TO FW-Stu-Id
           MOVE Wc-Course        TO FW-Course
           MOVE Wc-Term          TO FW-Term
           MOVE Wc-Withdraw-Date TO FW-Bill-Date
           MOVE Wc-Credit-Amount TO FW-Orig-Amount
           MOVE Credit-Left      TO FW-Open-Amount
           MOVE "C"              TO FW-Item-Type
           MOVE ZERO TO FW-Inst-No FW-Inst-Count
           WRITE Fee-Work-Rec
               INVALID KEY CONTINUE
           END-WRITE
           PERFORM SaveFeeItems
           CLOSE Fee-Work-File.

       LoadFeeItems.
           OPEN OUTPUT Fee-Work-File
           CLOSE Fee-Work-File
           OPEN I-O Fee-Work-File
           OPEN INPUT Fee-Item-File
           IF Fee-Item-File-Status = "00"
               READ Fee-Item-File
                   AT END SET End-Of-Fee-Item-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Fee-Item-File
                   ADD 1 TO Fee-Row-Count
                   MOVE Fee-Row-Count   TO FW-Row-Seq
                   MOVE FEE-Stu-Id      TO FW-Stu-Id
                   MOVE FEE-Course      TO FW-Course
                   MOVE FEE-Term        TO FW-Term
                   MOVE FEE-Bill-Date   TO FW-Bill-Date
                   MOVE FEE-Orig-Amount TO FW-Orig-Amount
                   MOVE FEE-Open-Amount TO FW-Open-Amount
                   MOVE FEE-Item-Type   TO FW-Item-Type
                   IF FEEL-Unused = SPACES
                       MOVE ZERO TO FW-Inst-No FW-Inst-Count
                   ELSE
                       MOVE FEE-Inst-No    TO FW-Inst-No
                       MOVE FEE-Inst-Count TO FW-Inst-Count
                   END-IF
                   WRITE Fee-Work-Rec
                       INVALID KEY CONTINUE
                   END-WRITE
                   READ Fee-Item-File
                       AT END SET End-Of-Fee-Item-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Fee-Item-File
           END-IF.

       FindLatestOpenCharge.
           MOVE ZERO TO Latest-Row-Seq Latest-Bill-Date
           SET Fee-Scan-Open TO TRUE
           MOVE ZERO TO FW-Row-Seq
           START Fee-Work-File
               KEY IS NOT LESS THAN FW-Row-Seq
               INVALID KEY SET Fee-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Fee-Scan-Done
               READ Fee-Work-File NEXT RECORD
                   AT END SET Fee-Scan-Done TO TRUE
               END-READ
               IF Fee-Scan-Open
                   AND FW-Stu-Id = Wc-Stu-Id
                   AND FW-Course = Wc-Course
                   AND FW-Term = Wc-Term
                   AND FW-Item-Type NOT = "C"
                   AND FW-Open-Amount > ZERO
                   AND FW-Bill-Date NOT < Latest-Bill-Date
                   MOVE FW-Row-Seq   TO Latest-Row-Seq
                   MOVE FW-Bill-Date TO Latest-Bill-Date
               END-IF
           END-PERFORM.

       ApplyCreditToCharge.
           MOVE Latest-Row-Seq TO FW-Row-Seq
           READ Fee-Work-File
               INVALID KEY CONTINUE
           END-READ
           IF FW-Open-Amount > Credit-Left
               MOVE Credit-Left TO Apply-Amount
           ELSE
               MOVE FW-Open-Amount TO Apply-Amount
           END-IF
           SUBTRACT Apply-Amount FROM FW-Open-Amount Credit-Left
           REWRITE Fee-Work-Rec
               INVALID KEY CONTINUE
           END-REWRITE.

       SaveFeeItems.
           OPEN OUTPUT Fee-Item-File
           SET Fee-Scan-Open TO TRUE
           MOVE ZERO TO FW-Row-Seq
           START Fee-Work-File
               KEY IS NOT LESS THAN FW-Row-Seq
               INVALID KEY SET Fee-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Fee-Scan-Done
               READ Fee-Work-File NEXT RECORD
                   AT END SET Fee-Scan-Done TO TRUE
               END-READ
               IF Fee-Scan-Open
                   MOVE FW-Stu-Id      TO FEE-Stu-Id
                   MOVE FW-Course      TO FEE-Course
                   MOVE FW-Term        TO FEE-Term
                   MOVE FW-Bill-Date   TO FEE-Bill-Date
                   MOVE FW-Orig-Amount TO FEE-Orig-Amount
                   MOVE FW-Open-Amount TO FEE-Open-Amount
                   MOVE FW-Item-Type   TO FEE-Item-Type
                   MOVE FW-Inst-No     TO FEE-Inst-No
                   MOVE FW-Inst-Count  TO FEE-Inst-Count
                   WRITE Fee-Item-Rec
               END-IF
           END-PERFORM
           CLOSE Fee-Item-File.

       WriteRefundDue.
           OPEN EXTEND Refund-Due-File
           IF Refund-Due-File-Status = "35"
               OPEN OUTPUT Refund-Due-File
           END-IF
           MOVE Wc-Stu-Id          TO RFD-Stu-Id
           MOVE Wc-Course          TO RFD-Course
           MOVE Wc-Term            TO RFD-Term
           MOVE Wc-Withdraw-Date   TO RFD-Withdraw-Date
           MOVE Charge-Orig-Amount TO RFD-Fee-Amount
           MOVE Paid-Amount        TO RFD-Paid-Amount
           MOVE Wc-Credit-Amount   TO RFD-Credit-Amount
           MOVE Wc-Refund-Due      TO RFD-Refund-Amount
           MOVE "D"                TO RFD-Status
           MOVE ZERO               TO RFD-Paid-Date
           WRITE Refund-Due-Rec
           CLOSE Refund-Due-File.
       END PROGRAM FeeWithdrawCredit.
