      *          the outstanding-fees aging on FEEAGE.RPT, bucketed
      *          current / 30 / 60 / 90-plus by bill date the same
      *          way ArAgedRpt buckets the trade receivables.
      *          Credits - only ever raised when a student withdraws
      *          - are labelled as the withdrawal credit they are.
      *          A fee on a FeePlanMaint instalment plan prints as
      *          its schedule: the deposit and every instalment in
      *          due-date order, each labelled, and those already paid
      *          shown at a zero open amount marked PAID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

       SD WorkFile.
       01 Work-Fee-Rec.
           02 WF-Open-Amount           PIC 9(5)V99.
           02 WF-Item-Type             PIC X.
               88 WF-Fee-Credit        VALUE "C".
           02 WF-Inst-No               PIC 99.
           02 WF-Inst-Count            PIC 99.
               88 WF-Not-On-Plan       VALUE ZERO.

       FD Student-File.
       01 StudentRec.

       01  Signed-Open-Amount          PIC S9(5)V99.

       01  Plan-Note.
           02  FILLER                  PIC X(7) VALUE "  INST ".
           02  PN-Inst-No              PIC 99.
           02  FILLER                  PIC X VALUE "/".
           02  PN-Inst-Count           PIC 99.
           02  PN-Paid                 PIC X(5).

       01  Student-Name-Hold.
           02  SNH-Surname             PIC X(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Stm-Bill-Date       PIC BB9(8).
           02  Prn-Stm-Open            PIC BBZZ,ZZ9.99-.
           02  Prn-Stm-Type            PIC BBBBX.
           02  Prn-Stm-Note            PIC X(19).

       01  Statement-Total-Line.
           02  FILLER                  PIC X(21) VALUE
               AT END SET End-Of-Fee-Item-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Fee-Item-File
               IF FEEL-Unused = SPACES
                   MOVE ZERO TO FEE-Inst-No FEE-Inst-Count
               END-IF
               IF FEE-Open-Amount > ZERO OR FEE-Inst-Count > ZERO
                   MOVE FEE-Stu-Id      TO WF-Stu-Id
                   MOVE FEE-Bill-Date   TO WF-Bill-Date
                   MOVE FEE-Course      TO WF-Course
                   MOVE FEE-Term        TO WF-Term
                   MOVE FEE-Open-Amount TO WF-Open-Amount
                   MOVE FEE-Item-Type   TO WF-Item-Type
                   MOVE FEE-Inst-No     TO WF-Inst-No
                   MOVE FEE-Inst-Count  TO WF-Inst-Count
                   RELEASE Work-Fee-Rec
               END-IF
               READ Fee-Item-File
           MOVE WF-Bill-Date       TO Prn-Stm-Bill-Date
           MOVE Signed-Open-Amount TO Prn-Stm-Open
           MOVE WF-Item-Type       TO Prn-Stm-Type
           IF WF-Fee-Credit
               MOVE "  WITHDRAWAL CREDIT" TO Prn-Stm-Note
           ELSE
               IF WF-Not-On-Plan
                   MOVE SPACES TO Prn-Stm-Note
               ELSE
                   PERFORM FormatPlanNote
               END-IF
           END-IF
           WRITE Statement-Line FROM Statement-Detail-Line
           ADD Signed-Open-Amount TO Statement-Balance
           IF WF-Fee-Credit
               END-IF
           END-IF.

      * Instalment zero is the deposit taken when the plan was set
      * up; the rest print as number of count.
       FormatPlanNote.
           IF WF-Open-Amount = ZERO
               MOVE " PAID" TO PN-Paid
           ELSE
               MOVE SPACES TO PN-Paid
           END-IF
           IF WF-Inst-No = ZERO
               MOVE SPACES TO Prn-Stm-Note
               STRING "  DEPOSIT" PN-Paid DELIMITED BY SIZE
                   INTO Prn-Stm-Note
           ELSE
               MOVE WF-Inst-No    TO PN-Inst-No
               MOVE WF-Inst-Count TO PN-Inst-Count
               MOVE Plan-Note     TO Prn-Stm-Note
           END-IF.

       ComputeItemAge.
           COMPUTE Item-Age-Days =
               ((CRD-Year - WF-Bill-Year) * 365)
