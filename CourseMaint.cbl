      *          validate course codes at student intake, to put
      *          titles and over-capacity warnings on the roster and
      *          honors listings, and to drive the FeeBillingRun
      *          charge per enrolled student.  Each course points at
      *          a tutor ID on the TUTOR.DAT master, checked as it is
      *          keyed, and carries the hours a session runs for the
      *          TutorPayRpt pay claim.  The tutor name is taken from
      *          the master, and refreshed from it on every save, so
      *          the roster shows the name TutorMaint holds.  Up to
      *          three prerequisite courses, each checked against the
      *          course table, and the minimum grade each must have
      *          been passed at, are kept for the PrereqCheck test
      *          made at enrollment and intake.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Course-File-Status.

           SELECT Tutor-File ASSIGN TO "TUTOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tutor-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * The record has grown four times: the fee, the credit hours,
      * the tutor ID and session hours, then the prerequisites.
      * Records from before a change leave the matching tail blank -
      * they load with a zero fee (no charge raised), zero credits
      * (weighted as one on the transcript), no tutor ID with
      * one-hour sessions, and no prerequisites.
       FD Course-File.
       01 Course-Rec.
           88 End-Of-Course-File       VALUE HIGH-VALUES.
           02 CRS-Tutor                PIC X(20).
           02 CRS-Fee                  PIC 9(5)V99.
           02 CRS-Credits              PIC 99.
           02 CRS-Tutor-Id             PIC X(4).
           02 CRS-Session-Hours        PIC 9V9.
           02 CRS-Prereq-Code          PIC X(4) OCCURS 3 TIMES.
           02 CRS-Prereq-Min-Grade     PIC 999.

       01 Course-Legacy-Rec REDEFINES Course-Rec.
           02 FILLER                   PIC X(47).
           02 CRL-Unused               PIC X(7).
           02 CRL-Cred-Unused          PIC XX.
           02 CRL-Tutor-Unused         PIC X(6).
           02 CRL-Prereq-Unused        PIC X(15).

       FD Tutor-File.
       01 Tutor-Rec.
           88 End-Of-Tutor-File        VALUE HIGH-VALUES.
           02 TUT-Id                   PIC X(4).
           02 TUT-Name                 PIC X(20).
           02 FILLER                   PIC X(8).

       WORKING-STORAGE SECTION.
       01  Course-Table.
               03 CRT-Tutor            PIC X(20).
               03 CRT-Fee              PIC 9(5)V99.
               03 CRT-Credits          PIC 99.
               03 CRT-Tutor-Id         PIC X(4).
               03 CRT-Session-Hours    PIC 9V9.
               03 CRT-Prereq-Code      PIC X(4) OCCURS 3 TIMES.
               03 CRT-Prereq-Min-Grade PIC 999.

       01  Tutor-Table.
           02  Tutor-Count             PIC 999 VALUE ZERO.
           02  Tutor-Entry OCCURS 100 TIMES.
               03 TTB-Id               PIC X(4).
               03 TTB-Name             PIC X(20).

       01  Tutor-Master-Switch         PIC X VALUE "N".
           88 Tutor-Master-Present     VALUE "Y".
           88 Tutor-Master-Absent      VALUE "N".

       01  Tutor-Lookup-Switch         PIC X VALUE "N".
           88 Tutor-Found              VALUE "Y".
           88 Tutor-Not-Found          VALUE "N".

       01  Tutor-Sub                   PIC 999.
       01  Lookup-Tutor-Id             PIC X(4).

       01  Maint-Switches.
           02  More-Changes-Sw         PIC X VALUE "Y".
       01  Entry-Course-Tutor          PIC X(20).
       01  Entry-Course-Fee            PIC 9(5)V99.
       01  Entry-Course-Credits        PIC 99.
       01  Entry-Tutor-Id              PIC X(4).
       01  Entry-Session-Hours         PIC 99V9.
       01  Entry-Prereq-Table.
           02  Entry-Prereq-Code       PIC X(4) OCCURS 3 TIMES.
       01  Entry-Prereq-Min-Grade      PIC 999.

       01  Prereq-Sub                  PIC 9.
       01  Check-Course-Sub            PIC 999.
       01  Check-Course-Code           PIC X(4).

       01  Prereq-Entry-Switch         PIC X VALUE "N".
           88 Prereq-Entry-Done        VALUE "Y".
           88 Prereq-Entry-Open        VALUE "N".

       01  Course-Sub                  PIC 999.

           88 Course-Not-Found         VALUE "N".

       01  Course-File-Status          PIC XX.
       01  Tutor-File-Status           PIC XX.

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadTutors
           PERFORM LoadCourses
           PERFORM MaintainCourses UNTIL No-More-Changes
           PERFORM SaveCourses
                           MOVE CRS-Credits
                               TO CRT-Credits(Course-Count)
                       END-IF
                       IF CRL-Tutor-Unused = SPACES
                           MOVE SPACES TO CRT-Tutor-Id(Course-Count)
                           MOVE 1.0
                               TO CRT-Session-Hours(Course-Count)
                       ELSE
                           MOVE CRS-Tutor-Id
                               TO CRT-Tutor-Id(Course-Count)
                           MOVE CRS-Session-Hours
                               TO CRT-Session-Hours(Course-Count)
                       END-IF
                       IF CRL-Prereq-Unused = SPACES
                           PERFORM VARYING Prereq-Sub FROM 1 BY 1
                                   UNTIL Prereq-Sub > 3
                               MOVE SPACES TO CRT-Prereq-Code
                                   (Course-Count, Prereq-Sub)
                           END-PERFORM
                           MOVE ZERO
                               TO CRT-Prereq-Min-Grade(Course-Count)
                       ELSE
                           PERFORM VARYING Prereq-Sub FROM 1 BY 1
                                   UNTIL Prereq-Sub > 3
                               MOVE CRS-Prereq-Code(Prereq-Sub)
                                   TO CRT-Prereq-Code
                                   (Course-Count, Prereq-Sub)
                           END-PERFORM
                           MOVE CRS-Prereq-Min-Grade
                               TO CRT-Prereq-Min-Grade(Course-Count)
                       END-IF
                   END-IF
                   READ Course-File
                       AT END SET End-Of-Course-File TO TRUE
                   "starting from an empty course table"
           END-IF.

       LoadTutors.
           OPEN INPUT Tutor-File
           IF Tutor-File-Status = "00"
               SET Tutor-Master-Present TO TRUE
               READ Tutor-File
                   AT END SET End-Of-Tutor-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Tutor-File
                   IF Tutor-Count < 100
                       ADD 1 TO Tutor-Count
                       MOVE TUT-Id   TO TTB-Id(Tutor-Count)
                       MOVE TUT-Name TO TTB-Name(Tutor-Count)
                   END-IF
                   READ Tutor-File
                       AT END SET End-Of-Tutor-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Tutor-File
           ELSE
               DISPLAY "COURSEMAINT: no TUTOR.DAT found - tutor "
                   "IDs taken as given, unvalidated"
           END-IF.

       MaintainCourses.
           DISPLAY "Enter course code to add/change, blank to finish: "
               WITH NO ADVANCING
               DISPLAY "Enter capacity (001-999)            : "
                   WITH NO ADVANCING
               ACCEPT Entry-Course-Capacity
               PERFORM GetTutorId
               DISPLAY "Enter hours per session, e.g. 1.5   : "
                   WITH NO ADVANCING
               ACCEPT Entry-Session-Hours
               PERFORM UNTIL Entry-Session-Hours > ZERO
                       AND Entry-Session-Hours < 10
                   DISPLAY "Must be 0.1-9.9, re-enter         : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Session-Hours
               END-PERFORM
               DISPLAY "Enter course fee, e.g. 450.00       : "
                   WITH NO ADVANCING
               ACCEPT Entry-Course-Fee
               DISPLAY "Enter credit hours (01-99)          : "
                   WITH NO ADVANCING
               ACCEPT Entry-Course-Credits
               PERFORM GetPrerequisites
               PERFORM FindCourse
               IF Course-Found
                   MOVE Entry-Course-Title
                       TO CRT-Fee(Course-Sub)
                   MOVE Entry-Course-Credits
                       TO CRT-Credits(Course-Sub)
                   MOVE Entry-Tutor-Id
                       TO CRT-Tutor-Id(Course-Sub)
                   MOVE Entry-Session-Hours
                       TO CRT-Session-Hours(Course-Sub)
                   PERFORM VARYING Prereq-Sub FROM 1 BY 1
                           UNTIL Prereq-Sub > 3
                       MOVE Entry-Prereq-Code(Prereq-Sub)
                           TO CRT-Prereq-Code(Course-Sub, Prereq-Sub)
                   END-PERFORM
                   MOVE Entry-Prereq-Min-Grade
                       TO CRT-Prereq-Min-Grade(Course-Sub)
               ELSE
                   IF Course-Count < 200
                       ADD 1 TO Course-Count
                           TO CRT-Fee(Course-Count)
                       MOVE Entry-Course-Credits
                           TO CRT-Credits(Course-Count)
                       MOVE Entry-Tutor-Id
                           TO CRT-Tutor-Id(Course-Count)
                       MOVE Entry-Session-Hours
                           TO CRT-Session-Hours(Course-Count)
                       PERFORM VARYING Prereq-Sub FROM 1 BY 1
                               UNTIL Prereq-Sub > 3
                           MOVE Entry-Prereq-Code(Prereq-Sub)
                               TO CRT-Prereq-Code
                               (Course-Count, Prereq-Sub)
                       END-PERFORM
                       MOVE Entry-Prereq-Min-Grade
                           TO CRT-Prereq-Min-Grade(Course-Count)
                   END-IF
               END-IF
           END-IF.

      * A blank ID leaves the course with no tutor; any other ID
      * must be on the tutor master, whose name goes on the course.
      * With no master on file the ID is taken as keyed and the
      * name left blank.
       GetTutorId.
           SET Tutor-Not-Found TO TRUE
           DISPLAY "Enter tutor ID, blank for none      : "
               WITH NO ADVANCING
           ACCEPT Entry-Tutor-Id
           PERFORM UNTIL Tutor-Found
               MOVE SPACES TO Entry-Course-Tutor
               IF Entry-Tutor-Id = SPACES
                   OR Tutor-Master-Absent
                   SET Tutor-Found TO TRUE
               ELSE
                   MOVE Entry-Tutor-Id TO Lookup-Tutor-Id
                   PERFORM FindTutor
                   IF Tutor-Found
                       MOVE TTB-Name(Tutor-Sub)
                           TO Entry-Course-Tutor
                   ELSE
                       DISPLAY "Not on TUTOR.DAT, re-enter        : "
                           WITH NO ADVANCING
                       ACCEPT Entry-Tutor-Id
                   END-IF
               END-IF
           END-PERFORM.

      * Prerequisites are keyed in turn until one is left blank; each
      * must be another course already on the table.  The minimum
      * grade is asked for only when at least one is given and
      * applies to all of them.
       GetPrerequisites.
           MOVE SPACES TO Entry-Prereq-Table
           MOVE ZERO   TO Entry-Prereq-Min-Grade
           SET Prereq-Entry-Open TO TRUE
           PERFORM VARYING Prereq-Sub FROM 1 BY 1
                   UNTIL Prereq-Sub > 3 OR Prereq-Entry-Done
               PERFORM GetOnePrerequisite
           END-PERFORM
           IF Entry-Prereq-Code(1) NOT = SPACES
               DISPLAY "Enter minimum prerequisite grade    : "
                   WITH NO ADVANCING
               ACCEPT Entry-Prereq-Min-Grade
               PERFORM UNTIL Entry-Prereq-Min-Grade NOT > 100
                   DISPLAY "Must be 000-100, re-enter         : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Prereq-Min-Grade
               END-PERFORM
           END-IF.

       GetOnePrerequisite.
           DISPLAY "Enter prerequisite " Prereq-Sub
               " course, blank if none: " WITH NO ADVANCING
           ACCEPT Entry-Prereq-Code(Prereq-Sub)
           SET Course-Not-Found TO TRUE
           PERFORM UNTIL Entry-Prereq-Code(Prereq-Sub) = SPACES
                   OR Course-Found
               MOVE Entry-Prereq-Code(Prereq-Sub) TO Check-Course-Code
               SET Course-Not-Found TO TRUE
               IF Check-Course-Code NOT = Entry-Course-Code
                   PERFORM VARYING Check-Course-Sub FROM 1 BY 1
                           UNTIL Check-Course-Sub > Course-Count
                               OR Course-Found
                       IF CRT-Code(Check-Course-Sub) = Check-Course-Code
                           SET Course-Found TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF Course-Not-Found
                   DISPLAY "Not another course, re-enter      : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Prereq-Code(Prereq-Sub)
               END-IF
           END-PERFORM
           IF Entry-Prereq-Code(Prereq-Sub) = SPACES
               SET Prereq-Entry-Done TO TRUE
           END-IF.

       FindTutor.
           SET Tutor-Not-Found TO TRUE
           PERFORM VARYING Tutor-Sub FROM 1 BY 1
                   UNTIL Tutor-Sub > Tutor-Count
                       OR Tutor-Found
               IF TTB-Id(Tutor-Sub) = Lookup-Tutor-Id
                   SET Tutor-Found TO TRUE
               END-IF
           END-PERFORM
           IF Tutor-Found
               SUBTRACT 1 FROM Tutor-Sub
           END-IF.

       FindCourse.
           SET Course-Not-Found TO TRUE
           PERFORM VARYING Course-Sub FROM 1 BY 1
               MOVE CRT-Tutor(Course-Sub)    TO CRS-Tutor
               MOVE CRT-Fee(Course-Sub)      TO CRS-Fee
               MOVE CRT-Credits(Course-Sub)  TO CRS-Credits
               MOVE CRT-Tutor-Id(Course-Sub) TO CRS-Tutor-Id
               MOVE CRT-Session-Hours(Course-Sub)
                   TO CRS-Session-Hours
               PERFORM VARYING Prereq-Sub FROM 1 BY 1
                       UNTIL Prereq-Sub > 3
                   MOVE CRT-Prereq-Code(Course-Sub, Prereq-Sub)
                       TO CRS-Prereq-Code(Prereq-Sub)
               END-PERFORM
               MOVE CRT-Prereq-Min-Grade(Course-Sub)
                   TO CRS-Prereq-Min-Grade
               IF CRS-Tutor-Id NOT = SPACES
                   AND Tutor-Master-Present
                   MOVE CRS-Tutor-Id TO Lookup-Tutor-Id
                   PERFORM FindTutor
                   IF Tutor-Found
                       MOVE TTB-Name(Tutor-Sub) TO CRS-Tutor
                   END-IF
               END-IF
               WRITE Course-Rec
           END-PERFORM
           CLOSE Course-File.
