      ******************************************************************
      * Author:
      * Date:
      * Purpose: Put a student's course fee on an instalment plan, or
      *          take it off again, on FEEITEMS.DAT.  Setting up a
      *          plan (P) takes the student's latest open charge for
      *          the course, raised whole by FeeBillingRun, and
      *          splits what is still owing into a deposit due today
      *          and 2 to 12 monthly instalments from a first due
      *          date; each becomes its own type I item with the due
      *          date as its bill date, so FeePaymentEntry pays them
      *          off in due-date order and the aging reports age
      *          them from when they fell due.  The charge item
      *          itself is kept as the deposit, instalment 00.
      *          Cancelling a plan (X) puts every instalment still
      *          open back to due today and takes the items off the
      *          plan.  FEEITEMS.DAT is rewritten in full from a
      *          keyed copy (FEEPLNWK.TMP), the way FeePaymentEntry
      *          does it, so there is no limit on how many items it
      *          carries.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeePlanMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Fee-Item-File ASSIGN TO "FEEITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-Item-File-Status.

           SELECT Fee-Work-File ASSIGN TO "FEEPLNWK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-Row-Seq
               FILE STATUS IS Fee-Work-File-Status.

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

       WORKING-STORAGE SECTION.
       01  Fee-Row-Count               PIC 9(6) VALUE ZERO.

       01  Fee-Scan-Switch             PIC X VALUE "N".
           88 Fee-Scan-Done            VALUE "Y".
           88 Fee-Scan-Open            VALUE "N".

       01  Maint-Switches.
           02  More-Plans-Sw           PIC X VALUE "Y".
               88 More-Plans           VALUE "Y".
               88 No-More-Plans        VALUE "N".
           02  Items-Changed-Sw        PIC X VALUE "N".
               88 Items-Changed        VALUE "Y".
           02  Plan-Entry-Sw           PIC X.
               88 Plan-Entry-Good      VALUE "Y".
               88 Plan-Entry-Bad       VALUE "N".

       01  Current-Run-Date            PIC 9(8).

       01  Entry-Stu-Id                PIC 9(7).
       01  Entry-Course                PIC X(4).
       01  Entry-Action                PIC X.
           88 Action-Set-Up            VALUE "P" "p".
           88 Action-Cancel            VALUE "X" "x".
       01  Entry-Deposit               PIC 9(5)V99.
       01  Entry-Inst-Count            PIC 99.
       01  Entry-First-Due             PIC 9(8).
       01  Entry-Confirm               PIC X.
           88 Plan-Confirmed           VALUE "Y" "y".

       01  Due-Date-Work.
           02  DDW-Year                PIC 9(4).
           02  DDW-Month               PIC 99.
           02  DDW-Day                 PIC 99.
       01  Due-Date-Work-R REDEFINES Due-Date-Work PIC 9(8).

      * The charge a plan is set up on, found by FindCourseItems.
       01  Charge-Row-Seq              PIC 9(6).
       01  Charge-Bill-Date            PIC 9(8).
       01  Charge-Term                 PIC X(6).
       01  Charge-Open-Amount          PIC 9(5)V99.
       01  Open-Plan-Count             PIC 9(4).
       01  Inst-Sub                    PIC 99.

       01  Plan-Amount                 PIC 9(5)V99.
       01  Inst-Amount                 PIC 9(5)V99.
       01  Last-Inst-Amount            PIC 9(5)V99.

       01  Chk-Correct-Digit           PIC 9.

       01  Chk-Valid-Flag              PIC X.
           88 Check-Digit-Good         VALUE "Y".

       01  Fee-Item-File-Status        PIC XX.
       01  Fee-Work-File-Status        PIC XX.

       01  Display-Amount              PIC ZZ,ZZ9.99.
       01  Display-Amount-2            PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM LoadFeeItems
           PERFORM MaintainPlans UNTIL No-More-Plans
           IF Items-Changed
               PERFORM SaveFeeItems
           END-IF
           CLOSE Fee-Work-File
           MOVE 0 TO RETURN-CODE
           GOBACK.

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
           ELSE
               DISPLAY "FEEPLANMAINT: no FEEITEMS.DAT found - "
                   "no fee charges to put on a plan"
           END-IF.

       MaintainPlans.
           DISPLAY "Enter student ID, 0 to finish              : "
               WITH NO ADVANCING
           ACCEPT Entry-Stu-Id
           IF Entry-Stu-Id = ZERO
               SET No-More-Plans TO TRUE
           ELSE
               CALL "StudentIdCheck" USING Entry-Stu-Id
                   Chk-Correct-Digit Chk-Valid-Flag
               IF NOT Check-Digit-Good
                   DISPLAY "Invalid student ID (check digit) - "
                       "nothing done"
               ELSE
                   DISPLAY "Course code (4 chars)               : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Course
                   PERFORM FindCourseItems
                   DISPLAY "Action - P=SET UP PLAN  X=CANCEL PLAN : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Action
                   EVALUATE TRUE
                       WHEN Action-Set-Up
                           PERFORM SetUpPlan
                       WHEN Action-Cancel
                           PERFORM CancelPlan
                       WHEN OTHER
                           DISPLAY "Unknown action - nothing done"
                   END-EVALUATE
               END-IF
           END-IF.

      * The charge a plan is set up on is the latest open charge for
      * the course not already on a plan; a plan still open is one
      * with any item on it not yet paid off.
       FindCourseItems.
           MOVE ZERO TO Charge-Row-Seq Open-Plan-Count
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
                   AND FW-Stu-Id = Entry-Stu-Id
                   AND FW-Course = Entry-Course
                   AND FW-Item-Type NOT = "C"
                   AND FW-Open-Amount > ZERO
                   IF FW-Inst-Count > ZERO
                       ADD 1 TO Open-Plan-Count
                   ELSE
                       IF Charge-Row-Seq = ZERO
                           OR FW-Bill-Date > Charge-Bill-Date
                           MOVE FW-Row-Seq     TO Charge-Row-Seq
                           MOVE FW-Bill-Date   TO Charge-Bill-Date
                           MOVE FW-Term        TO Charge-Term
                           MOVE FW-Open-Amount TO Charge-Open-Amount
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SetUpPlan.
           SET Plan-Entry-Good TO TRUE
           IF Open-Plan-Count > ZERO
               DISPLAY "Student " Entry-Stu-Id " already has an "
                   "instalment plan open for " Entry-Course
                   " - cancel it first"
               SET Plan-Entry-Bad TO TRUE
           ELSE
               IF Charge-Row-Seq = ZERO
                   DISPLAY "No open fee charge for " Entry-Course
                       " - no plan set up"
                   SET Plan-Entry-Bad TO TRUE
               END-IF
           END-IF
           IF Plan-Entry-Good
               PERFORM GetPlanTerms
           END-IF
           IF Plan-Entry-Good
               PERFORM SplitCharge
           END-IF.

       GetPlanTerms.
           MOVE Charge-Open-Amount TO Display-Amount
           DISPLAY "Term " Charge-Term " owing "
               Display-Amount
           DISPLAY "Deposit due today, e.g. 100.00      : "
               WITH NO ADVANCING
           ACCEPT Entry-Deposit
           IF Entry-Deposit >= Charge-Open-Amount
               DISPLAY "Deposit covers the whole amount owing - "
                   "no plan set up"
               SET Plan-Entry-Bad TO TRUE
           END-IF
           IF Plan-Entry-Good
               DISPLAY "Number of monthly instalments (2-12): "
                   WITH NO ADVANCING
               ACCEPT Entry-Inst-Count
               IF Entry-Inst-Count < 2 OR Entry-Inst-Count > 12
                   DISPLAY "Instalments must be 2 to 12 - "
                       "no plan set up"
                   SET Plan-Entry-Bad TO TRUE
               END-IF
           END-IF
           IF Plan-Entry-Good
               PERFORM GetFirstDueDate
           END-IF
           IF Plan-Entry-Good
               COMPUTE Plan-Amount = Charge-Open-Amount
                   - Entry-Deposit
      * The pennies the even split leaves over go on the last
      * instalment.
               DIVIDE Plan-Amount BY Entry-Inst-Count
                   GIVING Inst-Amount
               MULTIPLY Inst-Amount BY Entry-Inst-Count
                   GIVING Last-Inst-Amount
               SUBTRACT Last-Inst-Amount FROM Plan-Amount
                   GIVING Last-Inst-Amount
               ADD Inst-Amount TO Last-Inst-Amount
               MOVE Inst-Amount      TO Display-Amount
               MOVE Last-Inst-Amount TO Display-Amount-2
               DISPLAY Entry-Inst-Count " instalments of "
                   Display-Amount ", the last " Display-Amount-2
               DISPLAY "(Y) to set up the plan              : "
                   WITH NO ADVANCING
               ACCEPT Entry-Confirm
               IF NOT Plan-Confirmed
                   DISPLAY "Plan not set up"
                   SET Plan-Entry-Bad TO TRUE
               END-IF
           END-IF.

      * Instalments fall due on the same day each month, so the
      * first due day is held to 28 to be good in every month.
       GetFirstDueDate.
           DISPLAY "First instalment due (YYYYMMDD)     : "
               WITH NO ADVANCING
           ACCEPT Entry-First-Due
           MOVE Entry-First-Due TO Due-Date-Work-R
           IF Due-Date-Work IS NOT NUMERIC
               SET Plan-Entry-Bad TO TRUE
           ELSE
               IF DDW-Month < 1 OR DDW-Month > 12
                   OR DDW-Day < 1 OR DDW-Day > 28
                   OR Entry-First-Due <= Current-Run-Date
                   SET Plan-Entry-Bad TO TRUE
               END-IF
           END-IF
           IF Plan-Entry-Bad
               DISPLAY "First due date must be after today, on day "
                   "1 to 28 of the month - no plan set up"
           END-IF.

      * The charge keeps any amount already paid off it and becomes
      * the deposit; the instalments are added behind it.
       SplitCharge.
           MOVE Charge-Row-Seq TO FW-Row-Seq
           READ Fee-Work-File
               INVALID KEY CONTINUE
           END-READ
           COMPUTE FW-Orig-Amount =
               FW-Orig-Amount - FW-Open-Amount + Entry-Deposit
           MOVE Entry-Deposit    TO FW-Open-Amount
           MOVE Current-Run-Date TO FW-Bill-Date
           MOVE ZERO             TO FW-Inst-No
           MOVE Entry-Inst-Count TO FW-Inst-Count
           REWRITE Fee-Work-Rec
               INVALID KEY CONTINUE
           END-REWRITE
           MOVE Entry-First-Due  TO Due-Date-Work-R
           PERFORM VARYING Inst-Sub FROM 1 BY 1
                   UNTIL Inst-Sub > Entry-Inst-Count
               ADD 1 TO Fee-Row-Count
               MOVE Fee-Row-Count   TO FW-Row-Seq
               MOVE Entry-Stu-Id    TO FW-Stu-Id
               MOVE Entry-Course    TO FW-Course
               MOVE Charge-Term     TO FW-Term
               MOVE Due-Date-Work-R TO FW-Bill-Date
               IF Inst-Sub = Entry-Inst-Count
                   MOVE Last-Inst-Amount TO FW-Orig-Amount
               ELSE
                   MOVE Inst-Amount TO FW-Orig-Amount
               END-IF
               MOVE FW-Orig-Amount   TO FW-Open-Amount
               MOVE "I"              TO FW-Item-Type
               MOVE Inst-Sub         TO FW-Inst-No
               MOVE Entry-Inst-Count TO FW-Inst-Count
               WRITE Fee-Work-Rec
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO DDW-Month
               IF DDW-Month > 12
                   MOVE 1 TO DDW-Month
                   ADD 1 TO DDW-Year
               END-IF
           END-PERFORM
           SET Items-Changed TO TRUE
           DISPLAY "Instalment plan set up for " Entry-Stu-Id
               " " Entry-Course.

      * Whatever is still open on the plan falls due today; items
      * already past their due date keep it, so they age as before.
       CancelPlan.
           IF Open-Plan-Count = ZERO
               DISPLAY "No instalment plan open for " Entry-Course
                   " - nothing cancelled"
           ELSE
               PERFORM CancelPlanItems
               SET Items-Changed TO TRUE
               DISPLAY "Instalment plan cancelled - balance due now"
           END-IF.

       CancelPlanItems.
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
                   AND FW-Stu-Id = Entry-Stu-Id
                   AND FW-Course = Entry-Course
                   AND FW-Inst-Count > ZERO
                   IF FW-Open-Amount > ZERO
                       AND FW-Bill-Date > Current-Run-Date
                       MOVE Current-Run-Date TO FW-Bill-Date
                   END-IF
                   MOVE ZERO TO FW-Inst-No FW-Inst-Count
                   REWRITE Fee-Work-Rec
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
           END-PERFORM.

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
       END PROGRAM FeePlanMaint.
