      *          ARITEMS.DAT.  A payment applies to the student's
      *          charge items oldest bill date first; credits (type
      *          C) are never paid down - they already reduce what
      *          the student owes.  Items cleared to zero stay on
      *          the file at a zero open amount: FeeBillingRun needs
      *          them to know the term is billed, and a withdrawal
      *          credit works out what was paid from them.  A fee put
      *          on an instalment plan by FeePlanMaint is split into
      *          items whose bill date is the instalment due date, so
      *          the same oldest-first rule pays the deposit and then
      *          each instalment in due-date order.  The items are
      *          worked on a keyed copy (FEEPAYWK.TMP) in file order,
      *          so there is no limit on how many FEEITEMS.DAT
      *          carries.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-Item-File-Status.

           SELECT Fee-Work-File ASSIGN TO "FEEPAYWK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-Row-Seq
               FILE STATUS IS Fee-Work-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Fee-Item-File.
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
           02  More-Payments-Sw        PIC X VALUE "Y".
       01  Payment-Remaining           PIC 9(5)V99.
       01  Applied-Amount              PIC 9(5)V99.

       01  Oldest-Row-Seq              PIC 9(6).
       01  Oldest-Bill-Date            PIC 9(8).

       01  Chk-Correct-Digit           PIC 9.

           88 Check-Digit-Good         VALUE "Y".

       01  Fee-Item-File-Status        PIC XX.
       01  Fee-Work-File-Status        PIC XX.

       01  Display-Amount              PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadFeeItems
           PERFORM EnterPayments UNTIL No-More-Payments
           PERFORM SaveFeeItems
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

       ApplyPayment.
           MOVE Entry-Payment-Amount TO Payment-Remaining
           MOVE 1 TO Oldest-Row-Seq
           PERFORM ApplyOldestFirst
               UNTIL Payment-Remaining = ZERO
                   OR Oldest-Row-Seq = ZERO
           IF Payment-Remaining > ZERO
               MOVE Payment-Remaining TO Display-Amount
               DISPLAY "Payment exceeds open charges - unapplied "
                   "remainder: " Display-Amount
           END-IF.

      * The oldest open charge is the first on file among items of
      * the same bill date.
       ApplyOldestFirst.
           MOVE ZERO TO Oldest-Row-Seq
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
                   IF FW-Stu-Id = Entry-Stu-Id
                           AND FW-Open-Amount > ZERO
                           AND FW-Item-Type NOT = "C"
                       IF Oldest-Row-Seq = ZERO
                           OR FW-Bill-Date < Oldest-Bill-Date
                           MOVE FW-Row-Seq   TO Oldest-Row-Seq
                           MOVE FW-Bill-Date TO Oldest-Bill-Date
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Oldest-Row-Seq > ZERO
               MOVE Oldest-Row-Seq TO FW-Row-Seq
               READ Fee-Work-File
                   INVALID KEY CONTINUE
               END-READ
               IF Payment-Remaining >= FW-Open-Amount
                   MOVE FW-Open-Amount TO Applied-Amount
               ELSE
                   MOVE Payment-Remaining TO Applied-Amount
               END-IF
               SUBTRACT Applied-Amount FROM FW-Open-Amount
               REWRITE Fee-Work-Rec
                   INVALID KEY CONTINUE
               END-REWRITE
               SUBTRACT Applied-Amount FROM Payment-Remaining
           END-IF.

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
