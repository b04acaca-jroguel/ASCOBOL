      *          withdraw them by setting STU-STATUS to W, and correct
      *          the bad gender codes that MaleSort keeps listing on
      *          GENDEREXC.RPT, so those exceptions actually get
      *          resolved.  A withdrawal is credited off the refund
      *          schedule by the shared FeeWithdrawCredit, which
      *          also puts any refund owed on REFUNDDUE.DAT; only a
      *          term missing from TERMS.DAT falls back to a credit
      *          keyed by the office.  Each student's home address,
      *          phone and email, and the parent/guardian written to
      *          while they are under 18 (age from the master's
      *          YOB/MOB/DOB digits), are kept on the indexed
      *          STUCONT.DAT and maintained here too.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Waitlist-File-Status.

           SELECT Contact-File ASSIGN TO "STUCONT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCT-STU-ID
               FILE STATUS IS Contact-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Student-File.
           02 CRS-Title                PIC X(20).
           02 CRS-Capacity             PIC 9(3).
           02 CRS-Tutor                PIC X(20).
           02 FILLER                   PIC X(30).

      * Fee open items kept by FeeBillingRun - a withdrawal here
      * appends a dated pro-rata credit (type C) instead of leaving
      * the full term's charge standing against the student.
       FD Fee-Item-File.
       01 Fee-Item-Rec.
           02 FEE-Orig-Amount          PIC 9(5)V99.
           02 FEE-Open-Amount          PIC 9(5)V99.
           02 FEE-Item-Type            PIC X.
           02 FEE-Inst-No              PIC 99.
           02 FEE-Inst-Count           PIC 99.

      * Enrollment is its own file - withdrawal here flips the
      * student's enrollment on ONE course to W, and only marks the
           02 WL-Status                PIC X.
           02 WL-Promo-Date            PIC 9(8).

      * Address, phone and guardian per student, for the letters
      * StudentLetters sends.
       FD Contact-File.
       01 Contact-Rec.
           COPY STUCONT.

       WORKING-STORAGE SECTION.
       01  Student-Work-Rec.
           COPY STUDREC.

       01  Fee-Item-File-Status        PIC XX.

      * Set by the shared FeeWithdrawCredit.
       01  Wdr-Credit-Result           PIC X.
           88 Wdr-Credit-Raised        VALUE "C".
           88 Wdr-Nothing-Refundable   VALUE "Z".
           88 Wdr-No-Charge            VALUE "N".
           88 Wdr-Already-Credited     VALUE "A".
           88 Wdr-No-Term-Start        VALUE "T".
       01  Wdr-Credit-Term             PIC X(6).
       01  Wdr-Credit-Week             PIC 99.
       01  Wdr-Credit-Percent          PIC 999.
       01  Wdr-Credit-Amount           PIC 9(5)V99.
       01  Wdr-Refund-Due              PIC 9(5)V99.

       01  Display-Amount              PIC ZZ,ZZ9.99.

       01  Current-Run-Date            PIC 9(8).
       01  Run-Date-Parts REDEFINES Current-Run-Date.
           02  RDP-Year                PIC 9(4).
           02  RDP-Month               PIC 99.
           02  RDP-Day                 PIC 99.

       01  Contact-File-Status         PIC XX.

       01  Contact-File-Switch         PIC X VALUE "N".
           88 Contact-File-Open        VALUE "Y".
           88 Contact-File-Closed      VALUE "N".

       01  Contact-Lookup-Switch       PIC X VALUE "N".
           88 Contact-Found            VALUE "Y".
           88 Contact-Not-Found        VALUE "N".

       01  Entry-Guardian              PIC X.
           88 Guardian-Wanted          VALUE "Y" "y".

      * Under 18 - or a birth date on the master too bad to tell -
      * means letters go to the parent/guardian, so one is needed.
       01  Student-Age                 PIC 999.

       01  Minor-Switch                PIC X VALUE "N".
           88 Student-Is-Minor         VALUE "Y".
           88 Student-Is-Adult         VALUE "N".

       PROCEDURE DIVISION.
       Begin.
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM OpenContactFile
               PERFORM MaintainStudents UNTIL No-More-Changes
               IF Contact-File-Open
                   CLOSE Contact-File
               END-IF
               IF Enroll-Changed
                   PERFORM SaveEnrollments
               END-IF

       ChangeStudentFields.
           DISPLAY "Change - 1=SURNAME 2=INITIALS 3=COURSE"
           DISPLAY "         4=WITHDRAW 5=GENDER 6=CONTACT 0=DONE"
           PERFORM GetOneFieldChange
           PERFORM UNTIL Entry-Field-Num = ZERO
               PERFORM GetOneFieldChange
                       ACCEPT Entry-Gender
                   END-PERFORM
                   MOVE Entry-Gender TO STU-GENDER
               WHEN 6
                   PERFORM MaintainContact
               WHEN OTHER
                   DISPLAY "No such field"
           END-EVALUATE.
               MOVE "W" TO STU-STATUS
               DISPLAY "Student withdrawn"
               MOVE STU-COURSE TO Entry-Wdr-Course
               PERFORM RaiseWithdrawalCredit
           ELSE
               DISPLAY "Course to withdraw from (4 chars) : "
                   WITH NO ADVANCING
                       DISPLAY "No active enrollments left - "
                           "student withdrawn"
                   END-IF
                   PERFORM RaiseWithdrawalCredit
               END-IF
           END-IF.

               END-IF
           END-PERFORM.

      * The credit is worked out from the weeks since the term
      * started; any refund now owed is put on REFUNDDUE.DAT.
       RaiseWithdrawalCredit.
           CALL "FeeWithdrawCredit" USING Entry-Stu-Id
               Entry-Wdr-Course Current-Run-Date Wdr-Credit-Result
               Wdr-Credit-Term Wdr-Credit-Week Wdr-Credit-Percent
               Wdr-Credit-Amount Wdr-Refund-Due
           EVALUATE TRUE
               WHEN Wdr-Credit-Raised
                   MOVE Wdr-Credit-Amount TO Display-Amount
                   DISPLAY "Week " Wdr-Credit-Week " of "
                       Wdr-Credit-Term " - " Wdr-Credit-Percent
                       "% fee credit raised: " Display-Amount
                   IF Wdr-Refund-Due > ZERO
                       MOVE Wdr-Refund-Due TO Display-Amount
                       DISPLAY "Already paid more than is now "
                           "charged - refund due: " Display-Amount
                   END-IF
               WHEN Wdr-Nothing-Refundable
                   DISPLAY "Week " Wdr-Credit-Week " of "
                       Wdr-Credit-Term " - past the refund "
                       "schedule, no credit"
               WHEN Wdr-No-Charge
                   DISPLAY "No fee charged for the course - "
                       "no credit"
               WHEN Wdr-Already-Credited
                   DISPLAY "Fee credit already raised for "
                       Wdr-Credit-Term
               WHEN Wdr-No-Term-Start
                   DISPLAY "Term " Wdr-Credit-Term " not on "
                       "TERMS.DAT - credit not worked out"
                   PERFORM OfferProRataCredit
           END-EVALUATE.

      * With no term start to count from the office works out the
      * pro-rata share and keys it, as it always did.
       OfferProRataCredit.
           DISPLAY "(Y) to raise a pro-rata fee credit   : "
               WITH NO ADVANCING
           ACCEPT Entry-Fee-Credit
           IF Fee-Credit-Confirmed
               MOVE Wdr-Credit-Term TO Entry-Credit-Term
               DISPLAY "Credit amount, e.g. 150.00        : "
                   WITH NO ADVANCING
               ACCEPT Entry-Credit-Amount
                   MOVE Entry-Credit-Amount TO FEE-Orig-Amount
                   MOVE Entry-Credit-Amount TO FEE-Open-Amount
                   MOVE "C"                 TO FEE-Item-Type
                   MOVE ZERO TO FEE-Inst-No FEE-Inst-Count
                   WRITE Fee-Item-Rec
                   CLOSE Fee-Item-File
                   DISPLAY "Fee credit raised"
               END-IF
           END-IF.

       OpenContactFile.
           OPEN I-O Contact-File
           IF Contact-File-Status = "35"
               OPEN OUTPUT Contact-File
               CLOSE Contact-File
               OPEN I-O Contact-File
           END-IF
           IF Contact-File-Status = "00"
               SET Contact-File-Open TO TRUE
           ELSE
               DISPLAY "STUDENTMAINT: cannot open STUCONT.DAT - "
                   "status " Contact-File-Status
                   " - contact details cannot be changed"
           END-IF.

      * Every field is keyed afresh, the way CustomerMaint takes an
      * address; the current details are shown first.
       MaintainContact.
           IF Contact-File-Closed
               DISPLAY "Contact file not open - unchanged"
           ELSE
               SET Contact-Not-Found TO TRUE
               MOVE Entry-Stu-Id TO SCT-STU-ID
               READ Contact-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET Contact-Found TO TRUE
               END-READ
               IF Contact-Found
                   DISPLAY "ADDRESS : " SCT-ADDR-1 " " SCT-ADDR-2
                       " " SCT-POSTCODE
                   DISPLAY "PHONE   : " SCT-PHONE " " SCT-EMAIL
                   DISPLAY "GUARDIAN: " SCT-GUARDIAN-NAME " "
                       SCT-GUARDIAN-PHONE
               ELSE
                   MOVE SPACES TO Contact-Rec
                   MOVE Entry-Stu-Id TO SCT-STU-ID
               END-IF
               DISPLAY "Address line 1 (20 chars)          : "
                   WITH NO ADVANCING
               ACCEPT SCT-ADDR-1
               DISPLAY "Address line 2 (20 chars)          : "
                   WITH NO ADVANCING
               ACCEPT SCT-ADDR-2
               DISPLAY "Postcode (8 chars)                 : "
                   WITH NO ADVANCING
               ACCEPT SCT-POSTCODE
               DISPLAY "Phone (15 chars)                   : "
                   WITH NO ADVANCING
               ACCEPT SCT-PHONE
               DISPLAY "Email (30 chars)                   : "
                   WITH NO ADVANCING
               ACCEPT SCT-EMAIL
               PERFORM CheckStudentAge
               IF Student-Is-Minor
                   PERFORM GetGuardianDetails
               ELSE
                   DISPLAY "Parent/guardian details (Y/N)      : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Guardian
                   IF Guardian-Wanted
                       PERFORM GetGuardianDetails
                   ELSE
                       MOVE SPACES TO SCT-GUARDIAN-NAME
                           SCT-GUARDIAN-ADDR-1 SCT-GUARDIAN-ADDR-2
                           SCT-GUARDIAN-POSTCODE SCT-GUARDIAN-PHONE
                   END-IF
               END-IF
               IF Contact-Found
                   REWRITE Contact-Rec
                       INVALID KEY
                           DISPLAY "STUDENTMAINT: contact rewrite "
                               "failed for " Entry-Stu-Id
                   END-REWRITE
               ELSE
                   WRITE Contact-Rec
                       INVALID KEY
                           DISPLAY "STUDENTMAINT: contact write "
                               "failed for " Entry-Stu-Id
                   END-WRITE
               END-IF
           END-IF.

      * Age today from the master's birth digits, worked out the way
      * AgeBandRpt does it.
       CheckStudentAge.
           SET Student-Is-Minor TO TRUE
           IF STU-YOB IS NUMERIC AND STU-MOB IS NUMERIC
                   AND STU-DOB IS NUMERIC
               IF STU-YOB > 1900 AND STU-YOB <= RDP-Year
                   AND STU-MOB >= 1 AND STU-MOB <= 12
                   AND STU-DOB >= 1 AND STU-DOB <= 31
                   COMPUTE Student-Age = RDP-Year - STU-YOB
                   IF STU-MOB > RDP-Month
                       SUBTRACT 1 FROM Student-Age
                   ELSE
                       IF STU-MOB = RDP-Month AND STU-DOB > RDP-Day
                           SUBTRACT 1 FROM Student-Age
                       END-IF
                   END-IF
                   IF Student-Age < 18
                       DISPLAY "Student is " Student-Age
                           " - under 18, parent/guardian needed"
                   ELSE
                       SET Student-Is-Adult TO TRUE
                   END-IF
               ELSE
                   DISPLAY "Birth date on the master is not valid - "
                       "parent/guardian needed"
               END-IF
           ELSE
               DISPLAY "Birth date on the master is not valid - "
                   "parent/guardian needed"
           END-IF.

       GetGuardianDetails.
           DISPLAY "Parent/guardian name (20 chars)    : "
               WITH NO ADVANCING
           ACCEPT SCT-GUARDIAN-NAME
           PERFORM UNTIL SCT-GUARDIAN-NAME NOT = SPACES
                   OR Student-Is-Adult
               DISPLAY "Name is required, re-enter         : "
                   WITH NO ADVANCING
               ACCEPT SCT-GUARDIAN-NAME
           END-PERFORM
           DISPLAY "Guardian address line 1            : "
               WITH NO ADVANCING
           ACCEPT SCT-GUARDIAN-ADDR-1
           PERFORM UNTIL SCT-GUARDIAN-ADDR-1 NOT = SPACES
                   OR Student-Is-Adult
               DISPLAY "Address is required, re-enter      : "
                   WITH NO ADVANCING
               ACCEPT SCT-GUARDIAN-ADDR-1
           END-PERFORM
           DISPLAY "Guardian address line 2            : "
               WITH NO ADVANCING
           ACCEPT SCT-GUARDIAN-ADDR-2
           DISPLAY "Guardian postcode (8 chars)        : "
               WITH NO ADVANCING
           ACCEPT SCT-GUARDIAN-POSTCODE
           DISPLAY "Guardian phone (15 chars)          : "
               WITH NO ADVANCING
           ACCEPT SCT-GUARDIAN-PHONE.

       CheckCourseCode.
           IF Course-Master-Absent
               SET Course-Known TO TRUE
