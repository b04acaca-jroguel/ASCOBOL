      ******************************************************************
      * Author:
      * Date:
      * Purpose: List the fee refunds owed to withdrawn students for
      *          the accounts office - every REFUNDDUE.DAT row still
      *          due, as FeeWithdrawCredit raised it when a student
      *          who had paid more than the charge left standing
      *          withdrew - on REFUNDDUE.RPT with the student's name,
      *          what was paid, the credit and the refund.  Once the
      *          refunds on the listing have been paid out the office
      *          confirms it: the rows are marked paid with the date,
      *          and each refund comes off the open amount of its
      *          withdrawal credit on FEEITEMS.DAT, so the statement
      *          no longer shows the money as owed to the student.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefundDueRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Refund-Due-File ASSIGN TO "REFUNDDUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Refund-Due-File-Status.

           SELECT Fee-Item-File ASSIGN TO "FEEITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-Item-File-Status.

           SELECT Fee-Work-File ASSIGN TO "REFDUEWK.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-Row-Seq
               FILE STATUS IS Fee-Work-File-Status.

           SELECT Student-File ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID OF StudentRec
               FILE STATUS IS Student-File-Status.

           SELECT Refund-Report ASSIGN TO "REFUNDDUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Refund-Due-File.
       01 Refund-Due-Rec.
           88 End-Of-Refund-Due-File   VALUE HIGH-VALUES.
           02 RFD-Stu-Id               PIC 9(7).
           02 RFD-Course               PIC X(4).
           02 RFD-Term                 PIC X(6).
           02 RFD-Withdraw-Date        PIC 9(8).
           02 RFD-Fee-Amount           PIC 9(5)V99.
           02 RFD-Paid-Amount          PIC 9(5)V99.
           02 RFD-Credit-Amount        PIC 9(5)V99.
           02 RFD-Refund-Amount        PIC 9(5)V99.
           02 RFD-Status               PIC X.
               88 RFD-Due              VALUE "D".
           02 RFD-Paid-Date            PIC 9(8).

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

       FD Student-File.
       01 StudentRec.
           COPY STUDREC.

       FD Refund-Report.
       01 Refund-Line                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  Refund-Table.
           02  Refund-Count            PIC 9(4) VALUE ZERO.
           02  Refund-Entry OCCURS 1000 TIMES.
               03 RDT-Stu-Id           PIC 9(7).
               03 RDT-Course           PIC X(4).
               03 RDT-Term             PIC X(6).
               03 RDT-Withdraw-Date    PIC 9(8).
               03 RDT-Fee-Amount       PIC 9(5)V99.
               03 RDT-Paid-Amount      PIC 9(5)V99.
               03 RDT-Credit-Amount    PIC 9(5)V99.
               03 RDT-Refund-Amount    PIC 9(5)V99.
               03 RDT-Status           PIC X.
               03 RDT-Paid-Date        PIC 9(8).

       01  Refund-Sub                  PIC 9(4).

       01  Fee-Row-Count               PIC 9(6) VALUE ZERO.

       01  Fee-Scan-Switch             PIC X VALUE "N".
           88 Fee-Scan-Done            VALUE "Y".
           88 Fee-Scan-Open            VALUE "N".

       01  Credit-Row-Seq              PIC 9(6).

       01  Refund-Overflow-Switch      PIC X VALUE "N".
           88 Refund-Table-Overflowed  VALUE "Y".

       01  Entry-Mark-Paid             PIC X.
           88 Mark-Paid-Wanted         VALUE "Y" "y".
           88 Valid-Mark-Paid          VALUE "Y" "y" "N" "n".

       01  Refunds-Listed              PIC 9(4) VALUE ZERO.
       01  Refund-Total                PIC 9(7)V99 VALUE ZERO.

       01  Student-Name-Hold.
           02  SNH-Surname             PIC X(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  SNH-Initials            PIC X(2).

       01  Current-Run-Date            PIC 9(8).

       01  Student-Master-Switch       PIC X VALUE "N".
           88 Student-Master-Open      VALUE "Y".
           88 Student-Master-Closed    VALUE "N".

       01  Refund-Due-File-Status      PIC XX.
       01  Fee-Item-File-Status        PIC XX.
       01  Fee-Work-File-Status        PIC XX.
       01  Student-File-Status         PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Refund-Heading-Line         PIC X(48) VALUE
           "     FEE REFUNDS DUE TO WITHDRAWN STUDENTS".

       01  Refund-Topic-Line.
           02  FILLER                  PIC X(10) VALUE " STUDENT".
           02  FILLER                  PIC X(13) VALUE "NAME".
           02  FILLER                  PIC X(6)  VALUE "CRSE".
           02  FILLER                  PIC X(8)  VALUE "TERM".
           02  FILLER                  PIC X(8)  VALUE "WITHDREW".
           02  FILLER                  PIC X(11) VALUE "       PAID".
           02  FILLER                  PIC X(11) VALUE "     CREDIT".
           02  FILLER                  PIC X(11) VALUE "     REFUND".

       01  Refund-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Stu-Id              PIC 9(7).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Stu-Name            PIC X(11).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Course              PIC X(4).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Term                PIC X(6).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Withdraw-Date       PIC 9(8).
           02  Prn-Paid                PIC BBZZ,ZZ9.99.
           02  Prn-Credit              PIC BBZZ,ZZ9.99.
           02  Prn-Refund              PIC BBZZ,ZZ9.99.

       01  Refund-Total-Line.
           02  FILLER                  PIC X(22) VALUE
                                          " REFUNDS DUE        : ".
           02  Prn-Refunds-Listed      PIC ZZZ9.
           02  FILLER                  PIC X(20) VALUE
                                          "     TOTAL TO PAY : ".
           02  Prn-Refund-Total        PIC Z,ZZZ,ZZ9.99.

       01  Refund-None-Line            PIC X(40) VALUE
           " NO REFUNDS DUE".

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM LoadRefundsDue
           IF Refund-Table-Overflowed
               DISPLAY "REFUNDDUERPT: more than 1000 rows on "
                   "REFUNDDUE.DAT - table full, nothing listed"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OpenStudentMaster
           OPEN OUTPUT Refund-Report
           WRITE Refund-Line FROM Refund-Heading-Line
           WRITE Refund-Line FROM Blank-Line
           WRITE Refund-Line FROM Refund-Topic-Line
           PERFORM VARYING Refund-Sub FROM 1 BY 1
                   UNTIL Refund-Sub > Refund-Count
               IF RDT-Status(Refund-Sub) = "D"
                   PERFORM WriteRefundLine
               END-IF
           END-PERFORM
           IF Refunds-Listed = ZERO
               WRITE Refund-Line FROM Refund-None-Line
           END-IF
           WRITE Refund-Line FROM Blank-Line
           MOVE Refunds-Listed TO Prn-Refunds-Listed
           MOVE Refund-Total   TO Prn-Refund-Total
           WRITE Refund-Line FROM Refund-Total-Line
           CLOSE Refund-Report
           IF Student-Master-Open
               CLOSE Student-File
           END-IF
           DISPLAY "REFUNDDUERPT: " Refunds-Listed
               " refund(s) due - see REFUNDDUE.RPT"
           IF Refunds-Listed > ZERO
               PERFORM ConfirmRefundsPaid
           END-IF
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LoadRefundsDue.
           OPEN INPUT Refund-Due-File
           IF Refund-Due-File-Status = "00"
               READ Refund-Due-File
                   AT END SET End-Of-Refund-Due-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Refund-Due-File
                   IF Refund-Count < 1000
                       ADD 1 TO Refund-Count
                       MOVE RFD-Stu-Id
                           TO RDT-Stu-Id(Refund-Count)
                       MOVE RFD-Course
                           TO RDT-Course(Refund-Count)
                       MOVE RFD-Term
                           TO RDT-Term(Refund-Count)
                       MOVE RFD-Withdraw-Date
                           TO RDT-Withdraw-Date(Refund-Count)
                       MOVE RFD-Fee-Amount
                           TO RDT-Fee-Amount(Refund-Count)
                       MOVE RFD-Paid-Amount
                           TO RDT-Paid-Amount(Refund-Count)
                       MOVE RFD-Credit-Amount
                           TO RDT-Credit-Amount(Refund-Count)
                       MOVE RFD-Refund-Amount
                           TO RDT-Refund-Amount(Refund-Count)
                       MOVE RFD-Status
                           TO RDT-Status(Refund-Count)
                       MOVE RFD-Paid-Date
                           TO RDT-Paid-Date(Refund-Count)
                   ELSE
                       SET Refund-Table-Overflowed TO TRUE
                   END-IF
                   READ Refund-Due-File
                       AT END SET End-Of-Refund-Due-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Refund-Due-File
           ELSE
               DISPLAY "REFUNDDUERPT: no REFUNDDUE.DAT found - "
                   "no refunds have been raised"
           END-IF.

       OpenStudentMaster.
           OPEN INPUT Student-File
           IF Student-File-Status = "00"
               SET Student-Master-Open TO TRUE
           ELSE
               DISPLAY "REFUNDDUERPT: no STUDENTS.DAT found - "
                   "listed without names"
           END-IF.

       WriteRefundLine.
           MOVE SPACES TO Student-Name-Hold
           IF Student-Master-Open
               MOVE RDT-Stu-Id(Refund-Sub) TO STU-ID OF StudentRec
               READ Student-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE STU-SURNAME OF StudentRec
                           TO SNH-Surname
                       MOVE STU-INITIALS OF StudentRec
                           TO SNH-Initials
               END-READ
           END-IF
           MOVE RDT-Stu-Id(Refund-Sub)        TO Prn-Stu-Id
           MOVE Student-Name-Hold             TO Prn-Stu-Name
           MOVE RDT-Course(Refund-Sub)        TO Prn-Course
           MOVE RDT-Term(Refund-Sub)          TO Prn-Term
           MOVE RDT-Withdraw-Date(Refund-Sub) TO Prn-Withdraw-Date
           MOVE RDT-Paid-Amount(Refund-Sub)   TO Prn-Paid
           MOVE RDT-Credit-Amount(Refund-Sub) TO Prn-Credit
           MOVE RDT-Refund-Amount(Refund-Sub) TO Prn-Refund
           WRITE Refund-Line FROM Refund-Detail-Line
           ADD 1 TO Refunds-Listed
           ADD RDT-Refund-Amount(Refund-Sub) TO Refund-Total.

       ConfirmRefundsPaid.
           DISPLAY "Have the listed refunds been paid out (Y/N): "
               WITH NO ADVANCING
           ACCEPT Entry-Mark-Paid
           PERFORM UNTIL Valid-Mark-Paid
               DISPLAY "Must be Y or N, re-enter          : "
                   WITH NO ADVANCING
               ACCEPT Entry-Mark-Paid
           END-PERFORM
           IF Mark-Paid-Wanted
               PERFORM LoadFeeItems
               PERFORM VARYING Refund-Sub FROM 1 BY 1
                       UNTIL Refund-Sub > Refund-Count
                   IF RDT-Status(Refund-Sub) = "D"
                       PERFORM MarkOneRefundPaid
                   END-IF
               END-PERFORM
               PERFORM SaveFeeItems
               CLOSE Fee-Work-File
               PERFORM SaveRefundsDue
               DISPLAY "REFUNDDUERPT: " Refunds-Listed
                   " refund(s) marked paid"
           END-IF.

      * The refund is money that has left the college, so it comes
      * off the withdrawal credit that was holding it as owed.
       MarkOneRefundPaid.
           MOVE "P" TO RDT-Status(Refund-Sub)
           MOVE Current-Run-Date TO RDT-Paid-Date(Refund-Sub)
           MOVE ZERO TO Credit-Row-Seq
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
                   AND FW-Stu-Id = RDT-Stu-Id(Refund-Sub)
                   AND FW-Course = RDT-Course(Refund-Sub)
                   AND FW-Term = RDT-Term(Refund-Sub)
                   AND FW-Item-Type = "C"
                   MOVE FW-Row-Seq TO Credit-Row-Seq
               END-IF
           END-PERFORM
           IF Credit-Row-Seq > ZERO
               MOVE Credit-Row-Seq TO FW-Row-Seq
               READ Fee-Work-File
                   INVALID KEY CONTINUE
               END-READ
               IF FW-Open-Amount > RDT-Refund-Amount(Refund-Sub)
                   SUBTRACT RDT-Refund-Amount(Refund-Sub)
                       FROM FW-Open-Amount
               ELSE
                   MOVE ZERO TO FW-Open-Amount
               END-IF
               REWRITE Fee-Work-Rec
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF.

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

       SaveRefundsDue.
           OPEN OUTPUT Refund-Due-File
           PERFORM VARYING Refund-Sub FROM 1 BY 1
                   UNTIL Refund-Sub > Refund-Count
               MOVE RDT-Stu-Id(Refund-Sub)        TO RFD-Stu-Id
               MOVE RDT-Course(Refund-Sub)        TO RFD-Course
               MOVE RDT-Term(Refund-Sub)          TO RFD-Term
               MOVE RDT-Withdraw-Date(Refund-Sub)
                   TO RFD-Withdraw-Date
               MOVE RDT-Fee-Amount(Refund-Sub)    TO RFD-Fee-Amount
               MOVE RDT-Paid-Amount(Refund-Sub)   TO RFD-Paid-Amount
               MOVE RDT-Credit-Amount(Refund-Sub)
                   TO RFD-Credit-Amount
               MOVE RDT-Refund-Amount(Refund-Sub)
                   TO RFD-Refund-Amount
               MOVE RDT-Status(Refund-Sub)        TO RFD-Status
               MOVE RDT-Paid-Date(Refund-Sub)     TO RFD-Paid-Date
               WRITE Refund-Due-Rec
           END-PERFORM
           CLOSE Refund-Due-File.
       END PROGRAM RefundDueRpt.
