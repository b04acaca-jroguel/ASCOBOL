      ******************************************************************
      * Author:
      * Date:
      * Purpose: Print the letters the student office sends out, on
      *          LETTERS.RPT - an absence warning for every student
      *          AttendRegRpt last listed on ATTEXC.RPT (each has
      *          reached the absence threshold on a course), and a
      *          fee-arrears reminder for every student whose
      *          FEEITEMS.DAT charges have a balance due with a
      *          charge over 30 days old, aged the way ArDunningRpt
      *          ages the trade accounts.  Letters are addressed from
      *          STUCONT.DAT: to the parent/guardian while the
      *          student is under 18 (age from the master's birth
      *          digits), otherwise to the student.  A student with
      *          no address on file gets no letter and is named on
      *          the console.  Every letter printed is logged on
      *          LETTERLOG.DAT, and the same letter - the same kind,
      *          and for absence the same course - is not sent to a
      *          student again within seven days.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. StudentLetters.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Absence-Exception-File ASSIGN TO "ATTEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Absence-Exception-File-Status.

           SELECT Fee-Item-File ASSIGN TO "FEEITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-Item-File-Status.

           SELECT Student-File ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID OF StudentRec
               FILE STATUS IS Student-File-Status.

           SELECT Contact-File ASSIGN TO "STUCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCT-STU-ID OF Contact-Rec
               FILE STATUS IS Contact-File-Status.

           SELECT Letter-Log-File ASSIGN TO "LETTERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Letter-Log-File-Status.

           SELECT WorkFile ASSIGN TO "WORK.TMP".

           SELECT Letters-Report ASSIGN TO "LETTERS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * AttendRegRpt's exception listing - only its detail lines
      * carry a student ID in columns 2-8; the headings do not.
       FD Absence-Exception-File.
       01 Absence-Exception-Rec        PIC X(64).

       01 Absence-Exception-Detail REDEFINES Absence-Exception-Rec.
           88 End-Of-Absence-Exceptions VALUE HIGH-VALUES.
           02 FILLER                   PIC X.
           02 ABX-Stu-Id               PIC 9(7).
           02 FILLER                   PIC X.
           02 ABX-Name                 PIC X(11).
           02 FILLER                   PIC X.
           02 ABX-Course               PIC X(4).
           02 ABX-Sessions             PIC X(8).
           02 ABX-Absences             PIC X(8).
           02 ABX-Pct                  PIC X(6).
           02 FILLER                   PIC X(17).

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

       FD Student-File.
       01 StudentRec.
           COPY STUDREC.

       FD Contact-File.
       01 Contact-Rec.
           COPY STUCONT.

      * One row per letter printed - A absence (with the course) or
      * F fee arrears - and the date it went.
       FD Letter-Log-File.
       01 Letter-Log-Rec.
           88 End-Of-Letter-Log-File   VALUE HIGH-VALUES.
           02 LL-Stu-Id                PIC 9(7).
           02 LL-Letter-Type           PIC X.
           02 LL-Course                PIC X(4).
           02 LL-Sent-Date.
               03 LL-Sent-Year         PIC 9(4).
               03 LL-Sent-Month        PIC 99.
               03 LL-Sent-Day          PIC 99.

       SD WorkFile.
       01 Work-Fee-Rec.
           88 End-Of-Work-File         VALUE HIGH-VALUES.
           02 WF-Stu-Id                PIC 9(7).
           02 WF-Bill-Date.
               03 WF-Bill-Year         PIC 9(4).
               03 WF-Bill-Month        PIC 9(2).
               03 WF-Bill-Day          PIC 9(2).
           02 WF-Open-Amount           PIC 9(5)V99.
           02 WF-Item-Type             PIC X.
               88 WF-Fee-Credit        VALUE "C".

       FD Letters-Report.
       01 Letter-Line                  PIC X(64).

       WORKING-STORAGE SECTION.
      * Letters sent in the last seven days, and any sent this run.
       01  Recent-Letter-Table.
           02  Recent-Count            PIC 9(4) VALUE ZERO.
           02  Recent-Entry OCCURS 2000 TIMES.
               03 RLT-Stu-Id           PIC 9(7).
               03 RLT-Letter-Type      PIC X.
               03 RLT-Course           PIC X(4).

       01  Recent-Sub                  PIC 9(4).

       01  Recent-Match-Switch         PIC X VALUE "N".
           88 Sent-This-Week           VALUE "Y".
           88 Not-Sent-This-Week       VALUE "N".

       01  Current-Run-Date.
           02  CRD-Year                PIC 9(4).
           02  CRD-Month               PIC 9(2).
           02  CRD-Day                 PIC 9(2).

      * Ages are counted in true days off the run date's day number.
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

       01  Run-Day-Number              PIC 9(7).
       01  Item-Age-Days               PIC S9(7).
       01  Letter-Age-Days             PIC S9(7).

      * The letter in hand.
       01  Letter-Request.
           02  Ltq-Stu-Id              PIC 9(7).
           02  Ltq-Type                PIC X.
               88 Ltq-Absence          VALUE "A".
               88 Ltq-Fee-Arrears      VALUE "F".
           02  Ltq-Course              PIC X(4).

       01  Arrears-Control.
           02  Prev-Stu-Id             PIC 9(7) VALUE ZERO.
           02  Arrears-Balance         PIC S9(7)V99 VALUE ZERO.
           02  Worst-Age-Days          PIC S9(7) VALUE ZERO.
           02  Oldest-Bill-Date        PIC 9(8) VALUE ZERO.

       01  Student-Age                 PIC 999.

       01  Minor-Switch                PIC X VALUE "N".
           88 Student-Is-Minor         VALUE "Y".
           88 Student-Is-Adult         VALUE "N".

       01  Addressee-Name.
           02  ADN-Initials            PIC X(2).
           02  FILLER                  PIC X VALUE SPACE.
           02  ADN-Surname             PIC X(8).

       01  Letter-Address.
           02  LAD-Name                PIC X(30).
           02  LAD-Addr-1              PIC X(20).
           02  LAD-Addr-2              PIC X(20).
           02  LAD-Postcode            PIC X(8).

       01  Letter-Ok-Switch            PIC X VALUE "N".
           88 Letter-Addressed         VALUE "Y".
           88 Letter-Not-Addressed     VALUE "N".

       01  First-Letter-Sw             PIC X VALUE "Y".
           88 First-Letter             VALUE "Y".
           88 Not-First-Letter         VALUE "N".

       01  Letter-Counters.
           02  Absence-Letters         PIC 9(5) VALUE ZERO.
           02  Arrears-Letters         PIC 9(5) VALUE ZERO.
           02  Letters-Held-Back       PIC 9(5) VALUE ZERO.
           02  Letters-No-Address      PIC 9(5) VALUE ZERO.

       01  Absence-Exception-File-Status PIC XX.
       01  Fee-Item-File-Status        PIC XX.
       01  Student-File-Status         PIC XX.
       01  Contact-File-Status         PIC XX.
       01  Letter-Log-File-Status      PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Letter-Heading-Line         PIC X(44)
           VALUE "                    STUDENT OFFICE".

       01  Letter-Address-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Ltr-Address             PIC X(30).

       01  Letter-Date-Line.
           02  FILLER                  PIC X(11) VALUE " DATED   : ".
           02  Ltr-Run-Date            PIC 9(8).

       01  Letter-Student-Line.
           02  FILLER                  PIC X(11) VALUE " STUDENT : ".
           02  Ltr-Stu-Id              PIC 9(7).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Ltr-Stu-Name            PIC X(11).

       01  Letter-Dear-Line.
           02  FILLER                  PIC X(6) VALUE " DEAR ".
           02  Ltr-Dear                PIC X(30).

       01  Absence-Re-Line.
           02  FILLER                  PIC X(25) VALUE
               " RE: ABSENCE FROM COURSE ".
           02  Ltr-Course              PIC X(4).

       01  Absence-Body-Lines.
           02  Absence-Body-1-Line     PIC X(60) VALUE
           " OUR REGISTERS SHOW THE ABSENCES BELOW, WHICH HAVE REACHED".
           02  Absence-Body-2-Line     PIC X(60) VALUE
           " THE LEVEL AT WHICH WE MUST WRITE TO YOU.".
           02  Absence-Body-3-Line     PIC X(60) VALUE
           " PLEASE CONTACT THE STUDENT OFFICE TO DISCUSS THIS.".

       01  Absence-Detail-Line.
           02  FILLER                  PIC X(16) VALUE
               " SESSIONS HELD:".
           02  Ltr-Sessions            PIC X(8).
           02  FILLER                  PIC X(10) VALUE "  MISSED:".
           02  Ltr-Absences            PIC X(8).
           02  FILLER                  PIC X(7)  VALUE "  PCT:".
           02  Ltr-Pct                 PIC X(6).

       01  Arrears-Re-Line             PIC X(40) VALUE
           " RE: COURSE FEES OUTSTANDING".

       01  Arrears-Body-Lines.
           02  Arrears-Body-1-Line     PIC X(60) VALUE
           " OUR RECORDS SHOW COURSE FEES UNPAID FOR MORE THAN 30".
           02  Arrears-Body-2-Line     PIC X(60) VALUE
           " DAYS.  PLEASE ARRANGE PAYMENT, OR CONTACT THE STUDENT".
           02  Arrears-Body-3-Line     PIC X(60) VALUE
           " OFFICE IF YOU HAVE ALREADY PAID.".

       01  Arrears-Detail-Line.
           02  FILLER                  PIC X(15) VALUE
               " BALANCE DUE : ".
           02  Ltr-Balance             PIC ZZ,ZZ9.99.
           02  FILLER                  PIC X(17) VALUE
               "   OLDEST BILL : ".
           02  Ltr-Oldest-Bill         PIC 9(8).

       01  Letter-Close-Line           PIC X(20) VALUE
           " STUDENT OFFICE".

       01  Letter-Separator-Line       PIC X(64) VALUE ALL "=".

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           MOVE Current-Run-Date TO Date-Work
           PERFORM WorkOutDayNumber
           MOVE Day-Number TO Run-Day-Number
           PERFORM LoadRecentLetters
           IF Run-OK
               PERFORM OpenAddressFiles
           END-IF
           IF Run-OK
               OPEN EXTEND Letter-Log-File
               IF Letter-Log-File-Status = "35"
                   OPEN OUTPUT Letter-Log-File
               END-IF
               IF Letter-Log-File-Status NOT = "00"
                   DISPLAY "STUDENTLETTERS: cannot open LETTERLOG.DAT "
                       "- status " Letter-Log-File-Status
                       " - no letters printed"
                   CLOSE Student-File
                   CLOSE Contact-File
                   SET Run-Failed TO TRUE
               END-IF
           END-IF
           IF Run-OK
               OPEN OUTPUT Letters-Report
               PERFORM PrintAbsenceLetters
               PERFORM PrintArrearsLetters
               CLOSE Letters-Report
               CLOSE Letter-Log-File
               CLOSE Student-File
               CLOSE Contact-File
               DISPLAY "STUDENTLETTERS: " Absence-Letters
                   " absence and " Arrears-Letters
                   " fee arrears letter(s) - see LETTERS.RPT"
               DISPLAY "STUDENTLETTERS: " Letters-Held-Back
                   " held back as sent this week, "
                   Letters-No-Address " with no address"
           END-IF
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      * Only the last seven days of the log matter - older letters
      * may go again.
       LoadRecentLetters.
           OPEN INPUT Letter-Log-File
           IF Letter-Log-File-Status = "00"
               READ Letter-Log-File
                   AT END SET End-Of-Letter-Log-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Letter-Log-File
                   MOVE LL-Sent-Date TO Date-Work
                   PERFORM WorkOutDayNumber
                   COMPUTE Letter-Age-Days =
                       Run-Day-Number - Day-Number
                   IF Letter-Age-Days < 7
                       IF Recent-Count < 2000
                           ADD 1 TO Recent-Count
                           MOVE LL-Stu-Id
                               TO RLT-Stu-Id(Recent-Count)
                           MOVE LL-Letter-Type
                               TO RLT-Letter-Type(Recent-Count)
                           MOVE LL-Course
                               TO RLT-Course(Recent-Count)
                       ELSE
                           SET Run-Failed TO TRUE
                       END-IF
                   END-IF
                   READ Letter-Log-File
                       AT END SET End-Of-Letter-Log-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Letter-Log-File
               IF Run-Failed
                   DISPLAY "STUDENTLETTERS: more than 2000 letters "
                       "on LETTERLOG.DAT this week - table full, "
                       "no letters printed"
               END-IF
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

       OpenAddressFiles.
           OPEN INPUT Student-File
           IF Student-File-Status NOT = "00"
               DISPLAY "STUDENTLETTERS: cannot open STUDENTS.DAT - "
                   "status " Student-File-Status
               SET Run-Failed TO TRUE
           ELSE
               OPEN INPUT Contact-File
               IF Contact-File-Status NOT = "00"
                   DISPLAY "STUDENTLETTERS: cannot open STUCONT.DAT "
                       "- status " Contact-File-Status
                       " - no letters can be addressed"
                   CLOSE Student-File
                   SET Run-Failed TO TRUE
               END-IF
           END-IF.

       PrintAbsenceLetters.
           OPEN INPUT Absence-Exception-File
           IF Absence-Exception-File-Status NOT = "00"
               DISPLAY "STUDENTLETTERS: no ATTEXC.RPT found - "
                   "no absence letters"
           ELSE
               READ Absence-Exception-File
                   AT END SET End-Of-Absence-Exceptions TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Absence-Exceptions
                   IF ABX-Stu-Id IS NUMERIC
                       MOVE ABX-Stu-Id TO Ltq-Stu-Id
                       SET Ltq-Absence TO TRUE
                       MOVE ABX-Course TO Ltq-Course
                       PERFORM SendOneLetter
                   END-IF
                   READ Absence-Exception-File
                       AT END SET End-Of-Absence-Exceptions TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Absence-Exception-File
           END-IF.

       PrintArrearsLetters.
           OPEN INPUT Fee-Item-File
           IF Fee-Item-File-Status NOT = "00"
               DISPLAY "STUDENTLETTERS: no FEEITEMS.DAT found - "
                   "no fee arrears letters"
           ELSE
               CLOSE Fee-Item-File
               SORT WorkFile
                   ASCENDING KEY WF-Stu-Id
                   ASCENDING KEY WF-Bill-Date
                   INPUT PROCEDURE IS ReadOpenFeeItems
                   OUTPUT PROCEDURE IS FindFeeArrears
           END-IF.

       ReadOpenFeeItems.
           OPEN INPUT Fee-Item-File
           READ Fee-Item-File
               AT END SET End-Of-Fee-Item-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Fee-Item-File
               IF FEE-Open-Amount > ZERO
                   MOVE FEE-Stu-Id      TO WF-Stu-Id
                   MOVE FEE-Bill-Date   TO WF-Bill-Date
                   MOVE FEE-Open-Amount TO WF-Open-Amount
                   MOVE FEE-Item-Type   TO WF-Item-Type
                   RELEASE Work-Fee-Rec
               END-IF
               READ Fee-Item-File
                   AT END SET End-Of-Fee-Item-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE Fee-Item-File.

       FindFeeArrears.
           RETURN WorkFile
               AT END SET End-Of-Work-File TO TRUE
           END-RETURN
           PERFORM UNTIL End-Of-Work-File
               IF WF-Stu-Id NOT = Prev-Stu-Id
                   IF Prev-Stu-Id NOT = ZERO
                       PERFORM FinishStudentArrears
                   END-IF
                   MOVE WF-Stu-Id TO Prev-Stu-Id
                   MOVE ZERO TO Arrears-Balance
                   MOVE ZERO TO Worst-Age-Days
                   MOVE ZERO TO Oldest-Bill-Date
               END-IF
               PERFORM AccumulateFeeItem
               RETURN WorkFile
                   AT END SET End-Of-Work-File TO TRUE
               END-RETURN
           END-PERFORM
           IF Prev-Stu-Id NOT = ZERO
               PERFORM FinishStudentArrears
           END-IF.

      * Credits come off the balance but never make a student late;
      * items arrive oldest first, so the first charge is the oldest.
      * An instalment billed for a later date is not owed yet and
      * stays out of the arrears altogether.
       AccumulateFeeItem.
           IF WF-Bill-Date NOT > Current-Run-Date
               IF WF-Fee-Credit
                   SUBTRACT WF-Open-Amount FROM Arrears-Balance
               ELSE
                   ADD WF-Open-Amount TO Arrears-Balance
                   IF Oldest-Bill-Date = ZERO
                       MOVE WF-Bill-Date TO Oldest-Bill-Date
                   END-IF
                   MOVE WF-Bill-Date TO Date-Work
                   PERFORM WorkOutDayNumber
                   COMPUTE Item-Age-Days =
                       Run-Day-Number - Day-Number
                   IF Item-Age-Days > Worst-Age-Days
                       MOVE Item-Age-Days TO Worst-Age-Days
                   END-IF
               END-IF
           END-IF.

       FinishStudentArrears.
           IF Worst-Age-Days >= 30 AND Arrears-Balance > ZERO
               MOVE Prev-Stu-Id TO Ltq-Stu-Id
               SET Ltq-Fee-Arrears TO TRUE
               MOVE SPACES TO Ltq-Course
               PERFORM SendOneLetter
           END-IF.

       SendOneLetter.
           PERFORM CheckSentThisWeek
           IF Sent-This-Week
               ADD 1 TO Letters-Held-Back
           ELSE
               PERFORM AddressLetter
               IF Letter-Not-Addressed
                   ADD 1 TO Letters-No-Address
                   DISPLAY "STUDENTLETTERS: no address on file for "
                       Ltq-Stu-Id " - letter not sent"
               ELSE
                   PERFORM PrintLetter
                   PERFORM LogLetter
               END-IF
           END-IF.

       CheckSentThisWeek.
           SET Not-Sent-This-Week TO TRUE
           PERFORM VARYING Recent-Sub FROM 1 BY 1
                   UNTIL Recent-Sub > Recent-Count
                       OR Sent-This-Week
               IF RLT-Stu-Id(Recent-Sub) = Ltq-Stu-Id
                   AND RLT-Letter-Type(Recent-Sub) = Ltq-Type
                   AND RLT-Course(Recent-Sub) = Ltq-Course
                   SET Sent-This-Week TO TRUE
               END-IF
           END-PERFORM.

      * Under 18 the letter goes to the parent/guardian named on the
      * contact record - at the student's address when no separate
      * one is held; otherwise it goes to the student.
       AddressLetter.
           SET Letter-Not-Addressed TO TRUE
           MOVE SPACES TO Addressee-Name Letter-Address
           MOVE Ltq-Stu-Id TO STU-ID OF StudentRec
           READ Student-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE STU-INITIALS OF StudentRec TO ADN-Initials
                   MOVE STU-SURNAME OF StudentRec  TO ADN-Surname
                   MOVE Ltq-Stu-Id TO SCT-STU-ID OF Contact-Rec
                   READ Contact-File
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           PERFORM ChooseAddressee
                   END-READ
           END-READ.

       ChooseAddressee.
           PERFORM CheckStudentAge
           IF Student-Is-Minor
                   AND SCT-GUARDIAN-NAME NOT = SPACES
               MOVE SCT-GUARDIAN-NAME TO LAD-Name
               IF SCT-GUARDIAN-ADDR-1 NOT = SPACES
                   MOVE SCT-GUARDIAN-ADDR-1   TO LAD-Addr-1
                   MOVE SCT-GUARDIAN-ADDR-2   TO LAD-Addr-2
                   MOVE SCT-GUARDIAN-POSTCODE TO LAD-Postcode
               ELSE
                   MOVE SCT-ADDR-1   TO LAD-Addr-1
                   MOVE SCT-ADDR-2   TO LAD-Addr-2
                   MOVE SCT-POSTCODE TO LAD-Postcode
               END-IF
           ELSE
               MOVE Addressee-Name TO LAD-Name
               MOVE SCT-ADDR-1     TO LAD-Addr-1
               MOVE SCT-ADDR-2     TO LAD-Addr-2
               MOVE SCT-POSTCODE   TO LAD-Postcode
           END-IF
           IF LAD-Addr-1 NOT = SPACES
               SET Letter-Addressed TO TRUE
           END-IF.

      * Age today from the birth digits, as AgeBandRpt works it; a
      * birth date too bad to read is treated as under 18.
       CheckStudentAge.
           SET Student-Is-Minor TO TRUE
           IF STU-YOB OF StudentRec IS NUMERIC
                   AND STU-MOB OF StudentRec IS NUMERIC
                   AND STU-DOB OF StudentRec IS NUMERIC
               IF STU-YOB OF StudentRec > 1900
                   AND STU-YOB OF StudentRec <= CRD-Year
                   COMPUTE Student-Age =
                       CRD-Year - STU-YOB OF StudentRec
                   IF STU-MOB OF StudentRec > CRD-Month
                       SUBTRACT 1 FROM Student-Age
                   ELSE
                       IF STU-MOB OF StudentRec = CRD-Month
                           AND STU-DOB OF StudentRec > CRD-Day
                           SUBTRACT 1 FROM Student-Age
                       END-IF
                   END-IF
                   IF Student-Age >= 18
                       SET Student-Is-Adult TO TRUE
                   END-IF
               END-IF
           END-IF.

       PrintLetter.
           IF First-Letter
               SET Not-First-Letter TO TRUE
           ELSE
               WRITE Letter-Line FROM Letter-Separator-Line
               WRITE Letter-Line FROM Blank-Line
           END-IF
           WRITE Letter-Line FROM Letter-Heading-Line
           WRITE Letter-Line FROM Blank-Line
           MOVE LAD-Name     TO Ltr-Address
           WRITE Letter-Line FROM Letter-Address-Line
           MOVE LAD-Addr-1   TO Ltr-Address
           WRITE Letter-Line FROM Letter-Address-Line
           IF LAD-Addr-2 NOT = SPACES
               MOVE LAD-Addr-2 TO Ltr-Address
               WRITE Letter-Line FROM Letter-Address-Line
           END-IF
           MOVE LAD-Postcode TO Ltr-Address
           WRITE Letter-Line FROM Letter-Address-Line
           WRITE Letter-Line FROM Blank-Line
           MOVE Current-Run-Date TO Ltr-Run-Date
           WRITE Letter-Line FROM Letter-Date-Line
           MOVE Ltq-Stu-Id       TO Ltr-Stu-Id
           MOVE Addressee-Name   TO Ltr-Stu-Name
           WRITE Letter-Line FROM Letter-Student-Line
           WRITE Letter-Line FROM Blank-Line
           MOVE LAD-Name TO Ltr-Dear
           WRITE Letter-Line FROM Letter-Dear-Line
           WRITE Letter-Line FROM Blank-Line
           IF Ltq-Absence
               MOVE Ltq-Course   TO Ltr-Course
               WRITE Letter-Line FROM Absence-Re-Line
               WRITE Letter-Line FROM Absence-Body-1-Line
               WRITE Letter-Line FROM Absence-Body-2-Line
               WRITE Letter-Line FROM Blank-Line
               MOVE ABX-Sessions TO Ltr-Sessions
               MOVE ABX-Absences TO Ltr-Absences
               MOVE ABX-Pct      TO Ltr-Pct
               WRITE Letter-Line FROM Absence-Detail-Line
               WRITE Letter-Line FROM Blank-Line
               WRITE Letter-Line FROM Absence-Body-3-Line
               ADD 1 TO Absence-Letters
           ELSE
               WRITE Letter-Line FROM Arrears-Re-Line
               WRITE Letter-Line FROM Arrears-Body-1-Line
               WRITE Letter-Line FROM Arrears-Body-2-Line
               WRITE Letter-Line FROM Arrears-Body-3-Line
               WRITE Letter-Line FROM Blank-Line
               MOVE Arrears-Balance  TO Ltr-Balance
               MOVE Oldest-Bill-Date TO Ltr-Oldest-Bill
               WRITE Letter-Line FROM Arrears-Detail-Line
               ADD 1 TO Arrears-Letters
           END-IF
           WRITE Letter-Line FROM Blank-Line
           WRITE Letter-Line FROM Letter-Close-Line.

       LogLetter.
           MOVE Ltq-Stu-Id       TO LL-Stu-Id
           MOVE Ltq-Type         TO LL-Letter-Type
           MOVE Ltq-Course       TO LL-Course
           MOVE Current-Run-Date TO LL-Sent-Date
           WRITE Letter-Log-Rec
           IF Recent-Count < 2000
               ADD 1 TO Recent-Count
               MOVE Ltq-Stu-Id TO RLT-Stu-Id(Recent-Count)
               MOVE Ltq-Type   TO RLT-Letter-Type(Recent-Count)
               MOVE Ltq-Course TO RLT-Course(Recent-Count)
           END-IF.
       END PROGRAM StudentLetters.
