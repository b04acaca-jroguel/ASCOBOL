      *          against the indexed master through the shared check
      *          digit; courses against COURSE.DAT.  Enrolling a
      *          student already on the course reactivates the
      *          existing record rather than duplicating it.  A new
      *          enrollment whose weekly slots on TIMETABLE.DAT
      *          overlap a course the student is already active on
      *          is shown to the operator, who must confirm it before
      *          it is taken.  A course's prerequisites must show a
      *          qualifying result on GRADEHIST.DAT (the shared
      *          PrereqCheck); a student without one is refused
      *          unless a supervisor - level 5 on OPERATOR.DAT, or
      *          the shared code where there is no operator master -
      *          overrides it with a reason, which is kept on
      *          MAINTAUD.DAT against the student.  Withdrawing an
      *          enrollment raises the pro-rata fee credit off the
      *          refund schedule through the shared FeeWithdrawCredit,
      *          as a withdrawal in StudentMaint does.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Waitlist-File-Status.

           SELECT Operator-File ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Operator-File-Status.

           SELECT Maint-Audit-File ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Maint-Audit-File-Status.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Enroll-File.
           02 CRS-Title                PIC X(20).
           02 CRS-Capacity             PIC 9(3).
           02 CRS-Tutor                PIC X(20).
           02 FILLER                   PIC X(30).

      * The same arrival-order queue intake feeds - an enrollment
      * keyed here against a full course joins the back of it.
           02 WL-Status                PIC X.
           02 WL-Promo-Date            PIC 9(8).

       FD Operator-File.
       01 Operator-Rec.
           88 End-Of-Operator-File     VALUE HIGH-VALUES.
           02 OPR-Id                   PIC X(3).
           02 OPR-Password             PIC X(8).
           02 OPR-Level                PIC 9.
           02 OPR-Locked               PIC X.
           02 OPR-Fail-Count           PIC 9.

      * A prerequisite override goes down as file ENROLL, keyed on
      * the student, with the course and the supervisor before and
      * the reason after.
       FD Maint-Audit-File.
       01 Maint-Audit-Rec.
           02 MA-Date                  PIC 9(8).
           02 MA-Time                  PIC 9(6).
           02 MA-Operator              PIC X(3).
           02 MA-File                  PIC X(12).
           02 MA-Key                   PIC X(7).
           02 MA-Before                PIC X(30).
           02 MA-After                 PIC X(30).

       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
       01  Enroll-Table.
           02  Enroll-Count            PIC 9(4) VALUE ZERO.
           88 Valid-Entry-Action       VALUE "E" "e" "W" "w"
                                             "L" "l".

      * Set by the shared TimetableClash check for each course the
      * student is already active on.
       01  Clash-Result                PIC X.
           88 Clash-Found              VALUE "Y".
       01  Clash-Day                   PIC 9.
       01  Clash-Start-Time            PIC 9(4).
       01  Clash-End-Time              PIC 9(4).

       01  Clash-Seen-Switch           PIC X VALUE "N".
           88 Clash-Seen               VALUE "Y".
           88 No-Clash-Seen            VALUE "N".

       01  Clash-Confirm               PIC X.
           88 Clash-Accepted           VALUE "Y" "y".
           88 Valid-Clash-Confirm      VALUE "Y" "y" "N" "n".

       01  Day-Name-Table.
           02  FILLER                  PIC X(21) VALUE
               "MONTUEWEDTHUFRISATSUN".
       01  Day-Name-R REDEFINES Day-Name-Table.
           02  Day-Name                PIC X(3) OCCURS 7 TIMES.

      * Set by the shared PrereqCheck for the course being taken.
       01  Prereq-Result               PIC X.
           88 Prereq-Met               VALUE "Y".
           88 Prereq-Not-Met           VALUE "N".
       01  Prereq-Missing-Course       PIC X(4).
       01  Prereq-Min-Grade            PIC 999.
       01  Prereq-Grade-Held           PIC X.
           88 Prereq-Result-Held       VALUE "Y".
       01  Prereq-Best-Grade           PIC 999.

       01  Override-Confirm            PIC X.
           88 Override-Wanted          VALUE "Y" "y".
           88 Valid-Override-Confirm   VALUE "Y" "y" "N" "n".

       01  Override-Switch             PIC X VALUE "N".
           88 Override-Granted         VALUE "Y".
           88 Override-Refused         VALUE "N".

       01  Override-Reason             PIC X(30).
       01  Supervisor-Id               PIC X(3).
       01  Supervisor-Password         PIC X(8).

      * The shared code survives only as the fallback for a site
      * that has not built OPERATOR.DAT yet.
       01  Supervisor-Code             PIC X(5) VALUE "SUP42".
       01  Entry-Super-Code            PIC X(5).

       01  Supervisor-Found-Switch     PIC X VALUE "N".
           88 Supervisor-Found         VALUE "Y".
           88 Supervisor-Not-Found     VALUE "N".

       01  Override-Image.
           02  FILLER                  PIC X(16)
                                       VALUE "PREREQ OVERRIDE ".
           02  OVI-Course              PIC X(4).
           02  FILLER                  PIC X(5) VALUE " SUP ".
           02  OVI-Supervisor          PIC X(3).
           02  FILLER                  PIC XX   VALUE SPACES.

       01  Operator-Id                 PIC X(3) VALUE SPACES.

       01  Time-Work.
           02  TW-HHMMSS               PIC 9(6).
           02  FILLER                  PIC 99.

       01  Operator-File-Status        PIC XX.
       01  Maint-Audit-File-Status     PIC XX.
       01  Signon-File-Status          PIC XX.

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

       01  Chk-Correct-Digit           PIC 9.

       01  Chk-Valid-Flag              PIC X.
           IF Student-Master-Open
               CLOSE Student-File
           END-IF
           CANCEL "TimetableClash"
           CANCEL "PrereqCheck"
           MOVE 0 TO RETURN-CODE
           GOBACK.

               ELSE
                   PERFORM FindEnrollment
                   IF Action-Enroll
                       PERFORM CheckTimetableClashes
                       IF Clash-Seen AND NOT Clash-Accepted
                           DISPLAY "Not enrolled"
                       ELSE
                           PERFORM CheckPrerequisites
                           IF Prereq-Not-Met AND Override-Refused
                               DISPLAY "Not enrolled"
                           ELSE
                               PERFORM EnrollStudent
                               IF Override-Granted
                                   PERFORM WriteOverrideAudit
                               END-IF
                           END-IF
                       END-IF
                   ELSE
                       PERFORM WithdrawEnrollment
                   END-IF
               END-IF
           END-PERFORM.

      * Every course the student is active on, other than the one
      * being enrolled, is checked for overlapping weekly slots.
      * Each clash is shown; the operator then decides whether the
      * student takes the course anyway.
       CheckTimetableClashes.
           SET No-Clash-Seen TO TRUE
           MOVE "N" TO Clash-Confirm
           PERFORM VARYING Enroll-Sub FROM 1 BY 1
                   UNTIL Enroll-Sub > Enroll-Count
               IF ENT-Stu-Id(Enroll-Sub) = Entry-Stu-Id
                   AND ENT-Status(Enroll-Sub) = "A"
                   AND ENT-Course(Enroll-Sub) NOT = Entry-Course
                   CALL "TimetableClash" USING Entry-Course
                       ENT-Course(Enroll-Sub) Clash-Result
                       Clash-Day Clash-Start-Time Clash-End-Time
                   IF Clash-Found
                       SET Clash-Seen TO TRUE
                       DISPLAY "Timetable clash with "
                           ENT-Course(Enroll-Sub) " - "
                           Entry-Course " meets "
                           Day-Name(Clash-Day) " "
                           Clash-Start-Time "-" Clash-End-Time
                   END-IF
               END-IF
           END-PERFORM
           IF Clash-Seen
               DISPLAY "Enrol despite the clash (Y/N)       : "
                   WITH NO ADVANCING
               ACCEPT Clash-Confirm
               PERFORM UNTIL Valid-Clash-Confirm
                   DISPLAY "Must be Y or N, re-enter          : "
                       WITH NO ADVANCING
                   ACCEPT Clash-Confirm
               END-PERFORM
           END-IF.

      * A student short of a prerequisite is told which one and
      * what was needed; only a supervisor can let the enrollment
      * through, and must say why.
       CheckPrerequisites.
           SET Override-Refused TO TRUE
           CALL "PrereqCheck" USING Entry-Stu-Id Entry-Course
               Prereq-Result Prereq-Missing-Course Prereq-Min-Grade
               Prereq-Grade-Held Prereq-Best-Grade
           IF Prereq-Not-Met
               IF Prereq-Result-Held
                   DISPLAY "Prerequisite " Prereq-Missing-Course
                       " needs grade " Prereq-Min-Grade
                       " - best held is " Prereq-Best-Grade
               ELSE
                   DISPLAY "Prerequisite " Prereq-Missing-Course
                       " needs grade " Prereq-Min-Grade
                       " - no result on file"
               END-IF
               DISPLAY "Supervisor override (Y/N)           : "
                   WITH NO ADVANCING
               ACCEPT Override-Confirm
               PERFORM UNTIL Valid-Override-Confirm
                   DISPLAY "Must be Y or N, re-enter          : "
                       WITH NO ADVANCING
                   ACCEPT Override-Confirm
               END-PERFORM
               IF Override-Wanted
                   PERFORM GetSupervisorOverride
               END-IF
           END-IF.

       GetSupervisorOverride.
           MOVE SPACES TO Supervisor-Id
           OPEN INPUT Operator-File
           IF Operator-File-Status = "00"
               DISPLAY "Supervisor ID (3 chars)             : "
                   WITH NO ADVANCING
               ACCEPT Supervisor-Id
               DISPLAY "Supervisor password                 : "
                   WITH NO ADVANCING
               ACCEPT Supervisor-Password
               PERFORM FindSupervisor
               CLOSE Operator-File
               IF Supervisor-Found
                   SET Override-Granted TO TRUE
               ELSE
                   DISPLAY "Not a supervisor - override refused"
               END-IF
           ELSE
               DISPLAY "Enter supervisor code: " WITH NO ADVANCING
               ACCEPT Entry-Super-Code
               IF Entry-Super-Code = Supervisor-Code
                   SET Override-Granted TO TRUE
               ELSE
                   DISPLAY "Supervisor code not recognised - "
                       "override refused"
               END-IF
           END-IF
           IF Override-Granted
               MOVE SPACES TO Override-Reason
               PERFORM UNTIL Override-Reason NOT = SPACES
                   DISPLAY "Override reason (30 chars)          : "
                       WITH NO ADVANCING
                   ACCEPT Override-Reason
               END-PERFORM
           END-IF.

      * A locked-out ID cannot override, whatever its level.
       FindSupervisor.
           SET Supervisor-Not-Found TO TRUE
           READ Operator-File
               AT END SET End-Of-Operator-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Operator-File
               IF OPR-Id = Supervisor-Id
                   AND OPR-Password = Supervisor-Password
                   AND OPR-Level >= 5
                   AND OPR-Locked NOT = "Y"
                   SET Supervisor-Found TO TRUE
               END-IF
               READ Operator-File
                   AT END SET End-Of-Operator-File TO TRUE
               END-READ
           END-PERFORM.

       WriteOverrideAudit.
           IF Operator-Id = SPACES
               PERFORM GetOperatorId
           END-IF
           OPEN EXTEND Maint-Audit-File
           IF Maint-Audit-File-Status = "35"
               OPEN OUTPUT Maint-Audit-File
           END-IF
           ACCEPT Time-Work FROM TIME
           MOVE Entry-Course     TO OVI-Course
           MOVE Supervisor-Id    TO OVI-Supervisor
           MOVE Current-Run-Date TO MA-Date
           MOVE TW-HHMMSS        TO MA-Time
           MOVE Operator-Id      TO MA-Operator
           MOVE "ENROLL"         TO MA-File
           MOVE Entry-Stu-Id     TO MA-Key
           MOVE Override-Image   TO MA-Before
           MOVE Override-Reason  TO MA-After
           WRITE Maint-Audit-Rec
           CLOSE Maint-Audit-File.

       GetOperatorId.
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

      * A full course takes nobody through this door either - the
      * student joins the back of the waitlist, exactly as intake
      * would have queued them.
               MOVE "W" TO ENT-Status(Found-Enroll-Sub)
               DISPLAY "Enrollment withdrawn"
               PERFORM PromoteFromWaitlist
               PERFORM RaiseWithdrawalCredit
           END-IF.

      * A term missing from TERMS.DAT gets no credit - TermMaint
      * must carry every term billed.
       RaiseWithdrawalCredit.
           CALL "FeeWithdrawCredit" USING Entry-Stu-Id Entry-Course
               Current-Run-Date Wdr-Credit-Result Wdr-Credit-Term
               Wdr-Credit-Week Wdr-Credit-Percent Wdr-Credit-Amount
               Wdr-Refund-Due
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
                       "TERMS.DAT - no credit raised"
           END-EVALUATE.

       LoadWaitlist.
           OPEN INPUT Waitlist-File
           IF Waitlist-File-Status = "00"
