      ******************************************************************
      * Author:
      * Date:
      * Purpose: List the students currently enrolled on a course
      *          whose prerequisites they do not meet - every active
      *          enrollment on ENROLL.DAT is put through the shared
      *          PrereqCheck against GRADEHIST.DAT - on PREREQ.RPT,
      *          by course and student, with the prerequisite that
      *          fails, the grade it needs and the best the student
      *          holds.  Enrollments a supervisor let through in
      *          EnrollMaint (an ENROLL override on MAINTAUD.DAT) are
      *          marked so, leaving the rest to be cleaned up.
      *          Withdrawn students are left off.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrereqRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Enroll-File ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Enroll-File-Status.

           SELECT Student-File ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID OF StudentRec
               FILE STATUS IS Student-File-Status.

           SELECT Maint-Audit-File ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Maint-Audit-File-Status.

           SELECT WorkFile ASSIGN TO "WORK.TMP".

           SELECT Prereq-Report ASSIGN TO "PREREQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Enroll-File.
       01 Enroll-Rec.
           88 End-Of-Enroll-File       VALUE HIGH-VALUES.
           02 EN-Stu-Id                PIC 9(7).
           02 EN-Course                PIC X(4).
           02 EN-Enroll-Date           PIC 9(8).
           02 EN-Status                PIC X.
               88 EN-Active            VALUE "A".

       FD Student-File.
       01 StudentRec.
           COPY STUDREC.

       FD Maint-Audit-File.
       01 Maint-Audit-Rec.
           88 End-Of-Maint-Audit-File  VALUE HIGH-VALUES.
           02 MA-Date                  PIC 9(8).
           02 MA-Time                  PIC 9(6).
           02 MA-Operator              PIC X(3).
           02 MA-File                  PIC X(12).
           02 MA-Key                   PIC X(7).
           02 MA-Before.
               03 MA-Override-Tag      PIC X(16).
               03 MA-Override-Course   PIC X(4).
               03 FILLER               PIC X(10).
           02 MA-After                 PIC X(30).

       SD WorkFile.
       01 WorkRec.
           88 End-Of-Work-File         VALUE HIGH-VALUES.
           02 WK-Course                PIC X(4).
           02 WK-Stu-Id                PIC 9(7).
           02 WK-Surname               PIC X(8).
           02 WK-Initials              PIC X(2).
           02 WK-Missing-Course        PIC X(4).
           02 WK-Min-Grade             PIC 999.
           02 WK-Grade-Held            PIC X.
           02 WK-Best-Grade            PIC 999.

       FD Prereq-Report.
       01 Prereq-Line                  PIC X(72).

       WORKING-STORAGE SECTION.
      * Overrides granted at enrollment, student and course.
       01  Override-Table.
           02  Override-Count          PIC 9(4) VALUE ZERO.
           02  Override-Entry OCCURS 1000 TIMES.
               03 OVT-Stu-Key          PIC X(7).
               03 OVT-Course           PIC X(4).

       01  Override-Sub                PIC 9(4).

       01  Override-Match-Switch       PIC X VALUE "N".
           88 Override-Matched         VALUE "Y".
           88 Override-Not-Matched     VALUE "N".

       01  Stu-Key-Work                PIC X(7).

      * Set by the shared PrereqCheck for each enrollment.
       01  Prereq-Result               PIC X.
           88 Prereq-Not-Met           VALUE "N".
       01  Prereq-Missing-Course       PIC X(4).
       01  Prereq-Min-Grade            PIC 999.
       01  Prereq-Grade-Held           PIC X.
           88 Prereq-Result-Held       VALUE "Y".
       01  Prereq-Best-Grade           PIC 999.

       01  Report-Counters.
           02  Enrollments-Checked     PIC 9(5) VALUE ZERO.
           02  Enrollments-Failing     PIC 9(5) VALUE ZERO.
           02  Enrollments-Overridden  PIC 9(5) VALUE ZERO.

       01  Student-Master-Switch       PIC X VALUE "N".
           88 Student-Master-Open      VALUE "Y".
           88 Student-Master-Closed    VALUE "N".

       01  Student-Keep-Switch         PIC X VALUE "Y".
           88 Student-Kept             VALUE "Y".
           88 Student-Dropped          VALUE "N".

       01  Enroll-File-Status          PIC XX.
       01  Student-File-Status         PIC XX.
       01  Maint-Audit-File-Status     PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Prereq-Heading-Line         PIC X(56) VALUE
           "  ENROLLED STUDENTS NOT MEETING COURSE PREREQUISITES".

       01  Prereq-Topic-Line.
           02  FILLER                  PIC X(8)  VALUE " COURSE".
           02  FILLER                  PIC X(9)  VALUE "STUDENT".
           02  FILLER                  PIC X(13) VALUE "NAME".
           02  FILLER                  PIC X(7)  VALUE "NEEDS".
           02  FILLER                  PIC X(7)  VALUE " MIN".
           02  FILLER                  PIC X(4)  VALUE "BEST".

       01  Prereq-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Course              PIC X(4).
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Prn-Stu-Id              PIC 9(7).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Surname             PIC X(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Initials            PIC X(2).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Missing-Course      PIC X(4).
           02  FILLER                  PIC X(4) VALUE SPACES.
           02  Prn-Min-Grade           PIC ZZ9.
           02  FILLER                  PIC X(3) VALUE SPACES.
           02  Prn-Best-Grade          PIC X(4).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Override-Flag       PIC X(10).

       01  Best-Grade-Edit             PIC ZZ9.

       01  Prereq-Total-Lines.
           02  Checked-Total-Line.
               03  FILLER              PIC X(36) VALUE
                   " ACTIVE ENROLLMENTS CHECKED      : ".
               03  Prn-Checked         PIC ZZ,ZZ9.
           02  Failing-Total-Line.
               03  FILLER              PIC X(36) VALUE
                   " NOT MEETING PREREQUISITES       : ".
               03  Prn-Failing         PIC ZZ,ZZ9.
           02  Overridden-Total-Line.
               03  FILLER              PIC X(36) VALUE
                   "   OF WHICH SUPERVISOR OVERRIDDEN: ".
               03  Prn-Overridden      PIC ZZ,ZZ9.

       01  Prereq-None-Line            PIC X(48) VALUE
           " ALL ENROLLMENTS MEET THEIR PREREQUISITES".

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           PERFORM OpenStudentMaster
           PERFORM LoadOverrides
           OPEN INPUT Enroll-File
           IF Enroll-File-Status NOT = "00"
               DISPLAY "PREREQRPT: cannot open ENROLL.DAT - "
                   "status " Enroll-File-Status
               SET Run-Failed TO TRUE
           ELSE
               CLOSE Enroll-File
               OPEN OUTPUT Prereq-Report
               WRITE Prereq-Line FROM Prereq-Heading-Line
               WRITE Prereq-Line FROM Blank-Line
               WRITE Prereq-Line FROM Prereq-Topic-Line
               SORT WorkFile
                   ASCENDING KEY WK-Course
                   ASCENDING KEY WK-Stu-Id
                   INPUT PROCEDURE IS ReleaseFailingEnrollments
                   OUTPUT PROCEDURE IS WriteFailingEnrollments
               IF Enrollments-Failing = ZERO
                   WRITE Prereq-Line FROM Prereq-None-Line
               END-IF
               WRITE Prereq-Line FROM Blank-Line
               MOVE Enrollments-Checked    TO Prn-Checked
               MOVE Enrollments-Failing    TO Prn-Failing
               MOVE Enrollments-Overridden TO Prn-Overridden
               WRITE Prereq-Line FROM Checked-Total-Line
               WRITE Prereq-Line FROM Failing-Total-Line
               WRITE Prereq-Line FROM Overridden-Total-Line
               CLOSE Prereq-Report
               DISPLAY "PREREQRPT: " Enrollments-Failing
                   " enrollment(s) short of a prerequisite - "
                   "see PREREQ.RPT"
           END-IF
           IF Student-Master-Open
               CLOSE Student-File
           END-IF
           CANCEL "PrereqCheck"
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
               DISPLAY "PREREQRPT: no STUDENTS.DAT found - "
                   "listed without names, nobody dropped"
           END-IF.

       LoadOverrides.
           OPEN INPUT Maint-Audit-File
           IF Maint-Audit-File-Status = "00"
               READ Maint-Audit-File
                   AT END SET End-Of-Maint-Audit-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Maint-Audit-File
                   IF MA-File = "ENROLL"
                       AND MA-Override-Tag = "PREREQ OVERRIDE "
                       AND Override-Count < 1000
                       ADD 1 TO Override-Count
                       MOVE MA-Key TO OVT-Stu-Key(Override-Count)
                       MOVE MA-Override-Course
                           TO OVT-Course(Override-Count)
                   END-IF
                   READ Maint-Audit-File
                       AT END SET End-Of-Maint-Audit-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Maint-Audit-File
           END-IF.

       ReleaseFailingEnrollments.
           OPEN INPUT Enroll-File
           READ Enroll-File
               AT END SET End-Of-Enroll-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Enroll-File
               IF EN-Active
                   PERFORM CheckOneEnrollment
               END-IF
               READ Enroll-File
                   AT END SET End-Of-Enroll-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE Enroll-File.

      * The student is fetched before the check so a withdrawn
      * student costs no pass of the grade history.
       CheckOneEnrollment.
           SET Student-Kept TO TRUE
           MOVE SPACES TO WK-Surname WK-Initials
           IF Student-Master-Open
               MOVE EN-Stu-Id TO STU-ID OF StudentRec
               READ Student-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF STU-WITHDRAWN IN StudentRec
                           SET Student-Dropped TO TRUE
                       ELSE
                           MOVE STU-SURNAME IN StudentRec
                               TO WK-Surname
                           MOVE STU-INITIALS IN StudentRec
                               TO WK-Initials
                       END-IF
               END-READ
           END-IF
           IF Student-Kept
               ADD 1 TO Enrollments-Checked
               CALL "PrereqCheck" USING EN-Stu-Id EN-Course
                   Prereq-Result Prereq-Missing-Course
                   Prereq-Min-Grade Prereq-Grade-Held
                   Prereq-Best-Grade
               IF Prereq-Not-Met
                   MOVE EN-Course             TO WK-Course
                   MOVE EN-Stu-Id             TO WK-Stu-Id
                   MOVE Prereq-Missing-Course TO WK-Missing-Course
                   MOVE Prereq-Min-Grade      TO WK-Min-Grade
                   MOVE Prereq-Grade-Held     TO WK-Grade-Held
                   MOVE Prereq-Best-Grade     TO WK-Best-Grade
                   RELEASE WorkRec
               END-IF
           END-IF.

       WriteFailingEnrollments.
           RETURN WorkFile
               AT END SET End-Of-Work-File TO TRUE
           END-RETURN
           PERFORM UNTIL End-Of-Work-File
               ADD 1 TO Enrollments-Failing
               MOVE WK-Course         TO Prn-Course
               MOVE WK-Stu-Id         TO Prn-Stu-Id
               MOVE WK-Surname        TO Prn-Surname
               MOVE WK-Initials       TO Prn-Initials
               MOVE WK-Missing-Course TO Prn-Missing-Course
               MOVE WK-Min-Grade      TO Prn-Min-Grade
               IF WK-Grade-Held = "Y"
                   MOVE WK-Best-Grade   TO Best-Grade-Edit
                   MOVE Best-Grade-Edit TO Prn-Best-Grade
               ELSE
                   MOVE "NONE" TO Prn-Best-Grade
               END-IF
               PERFORM FindOverride
               IF Override-Matched
                   MOVE "OVERRIDDEN" TO Prn-Override-Flag
                   ADD 1 TO Enrollments-Overridden
               ELSE
                   MOVE SPACES TO Prn-Override-Flag
               END-IF
               WRITE Prereq-Line FROM Prereq-Detail-Line
               RETURN WorkFile
                   AT END SET End-Of-Work-File TO TRUE
               END-RETURN
           END-PERFORM.

       FindOverride.
           SET Override-Not-Matched TO TRUE
           MOVE WK-Stu-Id TO Stu-Key-Work
           PERFORM VARYING Override-Sub FROM 1 BY 1
                   UNTIL Override-Sub > Override-Count
                       OR Override-Matched
               IF OVT-Stu-Key(Override-Sub) = Stu-Key-Work
                   AND OVT-Course(Override-Sub) = WK-Course
                   SET Override-Matched TO TRUE
               END-IF
           END-PERFORM.
       END PROGRAM PrereqRpt.
