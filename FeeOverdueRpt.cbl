      ******************************************************************
      * Author:
      * Date:
      * Purpose: List the missed instalments on FeePlanMaint fee
      *          plans - every FEEITEMS.DAT plan item still open
      *          after its due date - on FEEOVERDUE.RPT, most days
      *          late first, with the student's name, the course,
      *          term and instalment, the due date and the amount
      *          still owing, and the count and total overdue.
      *          Days late are counted on the rough years*365 +
      *          months*30 + days scale the aging reports use.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeeOverdueRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Fee-Item-File ASSIGN TO "FEEITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-Item-File-Status.

           SELECT WorkFile ASSIGN TO "WORK.TMP".

           SELECT Student-File ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID OF StudentRec
               FILE STATUS IS Student-File-Status.

           SELECT Overdue-Report ASSIGN TO "FEEOVERDUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Fee-Item-File.
       01 Fee-Item-Rec.
           88 End-Of-Fee-Item-File     VALUE HIGH-VALUES.
           02 FEE-Stu-Id               PIC 9(7).
           02 FEE-Course               PIC X(4).
           02 FEE-Term                 PIC X(6).
           02 FEE-Bill-Date.
               03 FEE-Bill-Year        PIC 9(4).
               03 FEE-Bill-Month       PIC 9(2).
               03 FEE-Bill-Day         PIC 9(2).
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
       01 Work-Overdue-Rec.
           88 End-Of-Work-File         VALUE HIGH-VALUES.
           02 WF-Days-Late             PIC 9(5).
           02 WF-Stu-Id                PIC 9(7).
           02 WF-Due-Date              PIC 9(8).
           02 WF-Course                PIC X(4).
           02 WF-Term                  PIC X(6).
           02 WF-Inst-No               PIC 99.
           02 WF-Inst-Count            PIC 99.
           02 WF-Open-Amount           PIC 9(5)V99.

       FD Student-File.
       01 StudentRec.
           COPY STUDREC.

       FD Overdue-Report.
       01 Overdue-Line                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  Student-Master-Switch       PIC X VALUE "N".
           88 Student-Master-Open      VALUE "Y".
           88 Student-Master-Closed    VALUE "N".

       01  Current-Run-Date.
           02  CRD-Year                PIC 9(4).
           02  CRD-Month               PIC 9(2).
           02  CRD-Day                 PIC 9(2).
       01  Current-Run-Date-R REDEFINES Current-Run-Date PIC 9(8).

       01  Item-Late-Days              PIC S9(5).

       01  Overdue-Totals.
           02  Overdue-Count           PIC 9(5) VALUE ZERO.
           02  Overdue-Amount          PIC 9(7)V99 VALUE ZERO.

       01  Student-Name-Hold.
           02  SNH-Surname             PIC X(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  SNH-Initials            PIC X(2).

       01  Fee-Item-File-Status        PIC XX.

       01  Student-File-Status         PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Overdue-Heading-Line.
           02  FILLER                  PIC X(32) VALUE
                                 "     OVERDUE FEE INSTALMENTS AT ".
           02  Hdg-Run-Date            PIC 9(8).

       01  Overdue-Topic-Line.
           02  FILLER                  PIC X(9)  VALUE " STU-ID  ".
           02  FILLER                  PIC X(12) VALUE "NAME        ".
           02  FILLER                  PIC X(7)  VALUE "COURSE ".
           02  FILLER                  PIC X(8)  VALUE "TERM    ".
           02  FILLER                  PIC X(7)  VALUE "INST   ".
           02  FILLER                  PIC X(10) VALUE "DUE DATE  ".
           02  FILLER                  PIC X(10) VALUE " DAYS LATE".
           02  FILLER                  PIC X(11) VALUE "     AMOUNT".

       01  Overdue-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Ovd-Stu-Id          PIC 9(7).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Ovd-Name            PIC X(11).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Ovd-Course          PIC X(4).
           02  FILLER                  PIC XXX VALUE SPACES.
           02  Prn-Ovd-Term            PIC X(6).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Ovd-Inst-No         PIC 99.
           02  FILLER                  PIC X VALUE "/".
           02  Prn-Ovd-Inst-Count      PIC 99.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Ovd-Due-Date        PIC 9(8).
           02  Prn-Ovd-Days-Late       PIC BBBBBZZZZ9.
           02  Prn-Ovd-Amount          PIC BZZ,ZZ9.99.

       01  Overdue-Total-Line.
           02  FILLER                  PIC X(22) VALUE
                                          " INSTALMENTS OVERDUE :".
           02  Prn-Ovd-Count           PIC ZZZZ9.
           02  FILLER                  PIC X(16) VALUE
                                          "   TOTAL OWING :".
           02  Prn-Ovd-Total           PIC Z,ZZZ,ZZ9.99.

       01  Overdue-None-Line           PIC X(40)
           VALUE " NO INSTALMENTS OVERDUE".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM OpenStudentMaster
           OPEN INPUT Fee-Item-File
           IF Fee-Item-File-Status NOT = "00"
               DISPLAY "FEEOVERDUERPT: cannot open FEEITEMS.DAT - "
                   "status " Fee-Item-File-Status
               SET Run-Failed TO TRUE
           ELSE
               CLOSE Fee-Item-File
               OPEN OUTPUT Overdue-Report
               MOVE Current-Run-Date-R TO Hdg-Run-Date
               WRITE Overdue-Line FROM Overdue-Heading-Line
               WRITE Overdue-Line FROM Overdue-Topic-Line
               SORT WorkFile
                   DESCENDING KEY WF-Days-Late
                   ASCENDING KEY WF-Stu-Id
                   ASCENDING KEY WF-Due-Date
                   INPUT PROCEDURE IS SelectOverdueItems
                   OUTPUT PROCEDURE IS WriteOverdueLines
               IF Overdue-Count = ZERO
                   WRITE Overdue-Line FROM Overdue-None-Line
               ELSE
                   MOVE Overdue-Count  TO Prn-Ovd-Count
                   MOVE Overdue-Amount TO Prn-Ovd-Total
                   WRITE Overdue-Line FROM Overdue-Total-Line
               END-IF
               CLOSE Overdue-Report
           END-IF
           IF Student-Master-Open
               CLOSE Student-File
           END-IF
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       OpenStudentMaster.
           OPEN INPUT Student-File
           IF Student-File-Status = "00"
               SET Student-Master-Open TO TRUE
           ELSE
               DISPLAY "FEEOVERDUERPT: no STUDENTS.DAT found - "
                   "listing without names"
           END-IF.

      * An instalment is missed once its due date has passed with
      * any of it still open; items not on a plan are left to the
      * outstanding-fees aging.
       SelectOverdueItems.
           OPEN INPUT Fee-Item-File
           READ Fee-Item-File
               AT END SET End-Of-Fee-Item-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Fee-Item-File
               IF FEEL-Unused NOT = SPACES
                   AND FEE-Inst-Count > ZERO
                   AND FEE-Item-Type NOT = "C"
                   AND FEE-Open-Amount > ZERO
                   AND FEE-Bill-Date < Current-Run-Date
                   COMPUTE Item-Late-Days =
                       ((CRD-Year - FEE-Bill-Year) * 365)
                       + ((CRD-Month - FEE-Bill-Month) * 30)
                       + (CRD-Day - FEE-Bill-Day)
                   IF Item-Late-Days < 1
                       MOVE 1 TO Item-Late-Days
                   END-IF
                   MOVE Item-Late-Days  TO WF-Days-Late
                   MOVE FEE-Stu-Id      TO WF-Stu-Id
                   MOVE FEE-Bill-Date   TO WF-Due-Date
                   MOVE FEE-Course      TO WF-Course
                   MOVE FEE-Term        TO WF-Term
                   MOVE FEE-Inst-No     TO WF-Inst-No
                   MOVE FEE-Inst-Count  TO WF-Inst-Count
                   MOVE FEE-Open-Amount TO WF-Open-Amount
                   RELEASE Work-Overdue-Rec
               END-IF
               READ Fee-Item-File
                   AT END SET End-Of-Fee-Item-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE Fee-Item-File.

       WriteOverdueLines.
           RETURN WorkFile
               AT END SET End-Of-Work-File TO TRUE
           END-RETURN
           PERFORM UNTIL End-Of-Work-File
               PERFORM LookupStudentName
               MOVE WF-Stu-Id         TO Prn-Ovd-Stu-Id
               MOVE Student-Name-Hold TO Prn-Ovd-Name
               MOVE WF-Course         TO Prn-Ovd-Course
               MOVE WF-Term           TO Prn-Ovd-Term
               MOVE WF-Inst-No        TO Prn-Ovd-Inst-No
               MOVE WF-Inst-Count     TO Prn-Ovd-Inst-Count
               MOVE WF-Due-Date       TO Prn-Ovd-Due-Date
               MOVE WF-Days-Late      TO Prn-Ovd-Days-Late
               MOVE WF-Open-Amount    TO Prn-Ovd-Amount
               WRITE Overdue-Line FROM Overdue-Detail-Line
               ADD 1 TO Overdue-Count
               ADD WF-Open-Amount TO Overdue-Amount
               RETURN WorkFile
                   AT END SET End-Of-Work-File TO TRUE
               END-RETURN
           END-PERFORM.

       LookupStudentName.
           MOVE SPACES TO Student-Name-Hold
           IF Student-Master-Open
               MOVE WF-Stu-Id TO STU-ID OF StudentRec
               READ Student-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE STU-SURNAME OF StudentRec
                           TO SNH-Surname
                       MOVE STU-INITIALS OF StudentRec
                           TO SNH-Initials
               END-READ
           END-IF.
       END PROGRAM FeeOverdueRpt.
