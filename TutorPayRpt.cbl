      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly tutor pay claim.  Every distinct session
      *          date a course holds on ATTEND.DAT in the run month
      *          is one session taught, at the session hours the
      *          course carries on COURSE.DAT; the sessions of each
      *          tutor's courses are totalled against the tutor ID
      *          CourseMaint keeps and valued at the hourly rate on
      *          the TUTOR.DAT master, with the courses listed under
      *          each tutor so the claim can be checked.  A tutor
      *          whose hours pass the hours contracted for is marked
      *          OVER CONTRACT, and a course that held sessions with
      *          no tutor - or one the master does not carry - is
      *          listed apart, unpaid, for the office to sort out.
      *          Written to TUTORPAY.RPT, on the month-end calendar
      *          and on demand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TutorPayRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Attend-File ASSIGN TO "ATTEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Attend-File-Status.

           SELECT WorkFile ASSIGN TO "WORK.TMP".

           SELECT Course-File ASSIGN TO "COURSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Course-File-Status.

           SELECT Tutor-File ASSIGN TO "TUTOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tutor-File-Status.

           SELECT Pay-Report ASSIGN TO "TUTORPAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD Attend-File.
       01 Attend-Rec.
           88 End-Of-Attend-File       VALUE HIGH-VALUES.
           02 AT-Stu-Id                PIC 9(7).
           02 AT-Course                PIC X(4).
           02 AT-Session-Date.
               03 AT-Session-Year-Month PIC 9(6).
               03 AT-Session-Day       PIC 99.
           02 AT-Present               PIC X.

       SD WorkFile.
       01 Work-Session-Rec.
           88 End-Of-Work-File         VALUE HIGH-VALUES.
           02 WK-Course                PIC X(4).
           02 WK-Session-Date          PIC 9(8).

      * Records from before the tutor ID was carried leave the tail
      * blank - no tutor, one-hour sessions, as CourseMaint loads it.
       FD Course-File.
       01 Course-Rec.
           88 End-Of-Course-File       VALUE HIGH-VALUES.
           02 CRS-Code                 PIC X(4).
           02 CRS-Title                PIC X(20).
           02 CRS-Capacity             PIC 9(3).
           02 CRS-Tutor                PIC X(20).
           02 CRS-Fee                  PIC 9(5)V99.
           02 CRS-Credits              PIC 99.
           02 CRS-Tutor-Id             PIC X(4).
           02 CRS-Session-Hours        PIC 9V9.
           02 FILLER                   PIC X(15).

       01 Course-Legacy-Rec REDEFINES Course-Rec.
           02 FILLER                   PIC X(56).
           02 CRL-Tutor-Unused         PIC X(6).

       FD Tutor-File.
       01 Tutor-Rec.
           88 End-Of-Tutor-File        VALUE HIGH-VALUES.
           02 TUT-Id                   PIC X(4).
           02 TUT-Name                 PIC X(20).
           02 TUT-Hourly-Rate          PIC 9(3)V99.
           02 TUT-Contract-Hours       PIC 9(3).

       FD Pay-Report.
       01 Pay-Line                     PIC X(96).

       WORKING-STORAGE SECTION.
       01  Tutor-Table.
           02  Tutor-Count             PIC 999 VALUE ZERO.
           02  Tutor-Entry OCCURS 100 TIMES.
               03 TTB-Id               PIC X(4).
               03 TTB-Name             PIC X(20).
               03 TTB-Hourly-Rate      PIC 9(3)V99.
               03 TTB-Contract-Hours   PIC 9(3).
               03 TTB-Sessions         PIC 9(4).
               03 TTB-Hours            PIC 9(5)V9.
               03 TTB-Claim            PIC 9(7)V99.

       01  Tutor-Sub                   PIC 999.

       01  Course-Table.
           02  Course-Count            PIC 999 VALUE ZERO.
           02  Course-Entry OCCURS 200 TIMES.
               03 CRT-Code             PIC X(4).
               03 CRT-Title            PIC X(20).
               03 CRT-Tutor-Id         PIC X(4).
               03 CRT-Session-Hours    PIC 9V9.
               03 CRT-Sessions         PIC 999.
               03 CRT-Tutor-Sub        PIC 999.

       01  Course-Sub                  PIC 999.

       01  Tutor-Lookup-Switch         PIC X VALUE "N".
           88 Tutor-Found              VALUE "Y".
           88 Tutor-Not-Found          VALUE "N".

       01  Course-Lookup-Switch        PIC X VALUE "N".
           88 Course-Found             VALUE "Y".
           88 Course-Not-Found         VALUE "N".

       01  Lookup-Tutor-Id             PIC X(4).
       01  Lookup-Course               PIC X(4).

       01  Session-Control.
           02  Prev-Course             PIC X(4) VALUE SPACES.
           02  Prev-Session-Date       PIC 9(8) VALUE ZERO.

      * Sessions on ATTEND.DAT for a course code the course master
      * does not carry cannot be tied to a tutor at all.
       01  Unknown-Course-Sessions     PIC 9(5) VALUE ZERO.

       01  Course-Hours-Work           PIC 9(5)V9.
       01  Course-Claim-Work           PIC 9(7)V99.

       01  Report-Totals.
           02  Total-Sessions          PIC 9(5) VALUE ZERO.
           02  Total-Hours             PIC 9(6)V9 VALUE ZERO.
           02  Total-Claim             PIC 9(8)V99 VALUE ZERO.
           02  Over-Contract-Count     PIC 999 VALUE ZERO.
           02  No-Tutor-Count          PIC 999 VALUE ZERO.

       01  Current-Run-Date.
           02  CRD-Year-Month          PIC 9(6).
           02  CRD-Day                 PIC 99.

       01  Attend-File-Status          PIC XX.
       01  Course-File-Status          PIC XX.
       01  Tutor-File-Status           PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Pay-Heading-Line            PIC X(40)
           VALUE "        TUTOR PAY CLAIM FOR THE MONTH".

       01  Pay-Period-Line.
           02  FILLER                  PIC X(14) VALUE
                                          " MONTH      : ".
           02  Prn-Year-Month          PIC 9(6).
           02  FILLER                  PIC X(14) VALUE
                                          "   RUN DATE : ".
           02  Prn-Run-Date            PIC 9(8).

       01  Pay-Topic-Line.
           02  FILLER                  PIC X(6)  VALUE " TUTR ".
           02  FILLER                  PIC X(20) VALUE "NAME".
           02  FILLER                  PIC X(9)  VALUE " SESSIONS".
           02  FILLER                  PIC X(9)  VALUE "    HOURS".
           02  FILLER                  PIC X(8)  VALUE "    RATE".
           02  FILLER                  PIC X(14) VALUE
                                          "         CLAIM".
           02  FILLER                  PIC X(9)  VALUE " CONTRACT".

       01  Pay-Tutor-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Tutor-Id            PIC X(4).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Tutor-Name          PIC X(20).
           02  Prn-Tutor-Sessions      PIC BBBBBZZZ9.
           02  Prn-Tutor-Hours         PIC BBZZZZ9.9.
           02  Prn-Tutor-Rate          PIC BBZZ9.99.
           02  Prn-Tutor-Claim         PIC BBZ,ZZZ,ZZ9.99.
           02  Prn-Tutor-Contract      PIC BBBBBBZZ9.
           02  Prn-Tutor-Flag          PIC BBX(13).

       01  Pay-Course-Line.
           02  FILLER                  PIC X(8) VALUE SPACES.
           02  Prn-Course-Code         PIC X(4).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Course-Title        PIC X(20).
           02  Prn-Course-Sessions     PIC BBZZ9.
           02  FILLER                  PIC X(4) VALUE " X  ".
           02  Prn-Course-Sess-Hours   PIC 9.9.
           02  FILLER                  PIC X(5) VALUE " HRS ".
           02  Prn-Course-Hours        PIC ZZZZ9.9.
           02  Prn-Course-Claim        PIC BBBBBBBBZZZ,ZZ9.99.

       01  Pay-Total-Line.
           02  FILLER                  PIC X(6)  VALUE SPACES.
           02  FILLER                  PIC X(20) VALUE "ALL TUTORS".
           02  Prn-Total-Sessions      PIC BBBBZZZZ9.
           02  Prn-Total-Hours         PIC BZZZZZ9.9.
           02  FILLER                  PIC X(8)  VALUE SPACES.
           02  Prn-Total-Claim         PIC BZZ,ZZZ,ZZ9.99.

       01  Pay-Over-Line.
           02  FILLER                  PIC X(36) VALUE
               " TUTORS OVER CONTRACTED HOURS     :".
           02  Prn-Over-Count          PIC BZZ9.

       01  No-Tutor-Heading-Line       PIC X(60) VALUE
           " COURSES WITH SESSIONS BUT NO TUTOR - NOT IN THE CLAIM".

       01  No-Tutor-Topic-Line.
           02  FILLER                  PIC X(6)  VALUE " CRSE ".
           02  FILLER                  PIC X(20) VALUE "TITLE".
           02  FILLER                  PIC X(9)  VALUE " SESSIONS".
           02  FILLER                  PIC X(6)  VALUE "  TUTR".
           02  FILLER                  PIC X(20) VALUE "  REASON".

       01  No-Tutor-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Nt-Course           PIC X(4).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Nt-Title            PIC X(20).
           02  Prn-Nt-Sessions         PIC BBBBBZZZ9.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Nt-Tutor-Id         PIC X(4).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Nt-Reason           PIC X(24).

       01  No-Tutor-None-Line          PIC X(40) VALUE
           " NONE".

       01  Unknown-Course-Line.
           02  FILLER                  PIC X(36) VALUE
               " SESSIONS FOR COURSES NOT ON FILE :".
           02  Prn-Unknown-Sessions    PIC BZZZZ9.

       01  Pay-None-Line               PIC X(40) VALUE
           " NO TUTORS ON FILE".

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM LoadTutors
           PERFORM LoadCourses
           OPEN INPUT Attend-File
           IF Attend-File-Status NOT = "00"
               DISPLAY "TUTORPAYRPT: cannot open ATTEND.DAT - "
                   "status " Attend-File-Status
               SET Run-Failed TO TRUE
           ELSE
               CLOSE Attend-File
               SORT WorkFile
                   ASCENDING KEY WK-Course
                   ASCENDING KEY WK-Session-Date
                   INPUT PROCEDURE IS ReadMonthSessions
                   OUTPUT PROCEDURE IS CountCourseSessions
               PERFORM VARYING Course-Sub FROM 1 BY 1
                       UNTIL Course-Sub > Course-Count
                   PERFORM ChargeCourseToTutor
               END-PERFORM
               OPEN OUTPUT Pay-Report
               PERFORM PrintPayClaim
               PERFORM PrintNoTutorCourses
               CLOSE Pay-Report
           END-IF
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LoadTutors.
           OPEN INPUT Tutor-File
           IF Tutor-File-Status = "00"
               READ Tutor-File
                   AT END SET End-Of-Tutor-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Tutor-File
                   IF Tutor-Count < 100
                       ADD 1 TO Tutor-Count
                       MOVE TUT-Id   TO TTB-Id(Tutor-Count)
                       MOVE TUT-Name TO TTB-Name(Tutor-Count)
                       MOVE TUT-Hourly-Rate
                           TO TTB-Hourly-Rate(Tutor-Count)
                       MOVE TUT-Contract-Hours
                           TO TTB-Contract-Hours(Tutor-Count)
                       MOVE ZERO TO TTB-Sessions(Tutor-Count)
                           TTB-Hours(Tutor-Count)
                           TTB-Claim(Tutor-Count)
                   END-IF
                   READ Tutor-File
                       AT END SET End-Of-Tutor-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Tutor-File
           ELSE
               DISPLAY "TUTORPAYRPT: no TUTOR.DAT found - every "
                   "course listed as having no tutor"
           END-IF.

       LoadCourses.
           OPEN INPUT Course-File
           IF Course-File-Status = "00"
               READ Course-File
                   AT END SET End-Of-Course-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Course-File
                   IF Course-Count < 200
                       ADD 1 TO Course-Count
                       MOVE CRS-Code  TO CRT-Code(Course-Count)
                       MOVE CRS-Title TO CRT-Title(Course-Count)
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
                       MOVE ZERO TO CRT-Sessions(Course-Count)
                           CRT-Tutor-Sub(Course-Count)
                   END-IF
                   READ Course-File
                       AT END SET End-Of-Course-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Course-File
           ELSE
               DISPLAY "TUTORPAYRPT: no COURSE.DAT found - no "
                   "sessions can be tied to a tutor"
           END-IF.

      * Only the run month's sessions go to the sort; the present
      * or absent marker does not matter - the session was held.
       ReadMonthSessions.
           OPEN INPUT Attend-File
           READ Attend-File
               AT END SET End-Of-Attend-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Attend-File
               IF AT-Session-Year-Month = CRD-Year-Month
                   MOVE AT-Course       TO WK-Course
                   MOVE AT-Session-Date TO WK-Session-Date
                   RELEASE Work-Session-Rec
               END-IF
               READ Attend-File
                   AT END SET End-Of-Attend-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE Attend-File.

      * One attendance row per student comes back for each session,
      * so a session is counted only when the course or the date
      * changes.
       CountCourseSessions.
           RETURN WorkFile
               AT END SET End-Of-Work-File TO TRUE
           END-RETURN
           PERFORM UNTIL End-Of-Work-File
               IF WK-Course NOT = Prev-Course
                   OR WK-Session-Date NOT = Prev-Session-Date
                   MOVE WK-Course       TO Prev-Course
                   MOVE WK-Session-Date TO Prev-Session-Date
                   MOVE WK-Course TO Lookup-Course
                   PERFORM FindCourse
                   IF Course-Found
                       ADD 1 TO CRT-Sessions(Course-Sub)
                   ELSE
                       ADD 1 TO Unknown-Course-Sessions
                   END-IF
               END-IF
               RETURN WorkFile
                   AT END SET End-Of-Work-File TO TRUE
               END-RETURN
           END-PERFORM.

       FindCourse.
           SET Course-Not-Found TO TRUE
           PERFORM VARYING Course-Sub FROM 1 BY 1
                   UNTIL Course-Sub > Course-Count
                       OR Course-Found
               IF CRT-Code(Course-Sub) = Lookup-Course
                   SET Course-Found TO TRUE
               END-IF
           END-PERFORM
           IF Course-Found
               SUBTRACT 1 FROM Course-Sub
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

      * A course that held sessions is charged to its tutor at the
      * tutor's rate; with no tutor, or one not on the master, it
      * is left for the no-tutor listing and nobody is paid.
       ChargeCourseToTutor.
           IF CRT-Sessions(Course-Sub) > ZERO
               IF CRT-Tutor-Id(Course-Sub) = SPACES
                   ADD 1 TO No-Tutor-Count
               ELSE
                   MOVE CRT-Tutor-Id(Course-Sub) TO Lookup-Tutor-Id
                   PERFORM FindTutor
                   IF Tutor-Found
                       MOVE Tutor-Sub TO CRT-Tutor-Sub(Course-Sub)
                       PERFORM WorkOutCourseClaim
                       ADD CRT-Sessions(Course-Sub)
                           TO TTB-Sessions(Tutor-Sub)
                       ADD Course-Hours-Work TO TTB-Hours(Tutor-Sub)
                       ADD Course-Claim-Work TO TTB-Claim(Tutor-Sub)
                       ADD CRT-Sessions(Course-Sub)
                           TO Total-Sessions
                       ADD Course-Hours-Work TO Total-Hours
                       ADD Course-Claim-Work TO Total-Claim
                   ELSE
                       ADD 1 TO No-Tutor-Count
                   END-IF
               END-IF
           END-IF.

       WorkOutCourseClaim.
           MOVE CRT-Tutor-Sub(Course-Sub) TO Tutor-Sub
           COMPUTE Course-Hours-Work =
               CRT-Sessions(Course-Sub) * CRT-Session-Hours(Course-Sub)
           COMPUTE Course-Claim-Work ROUNDED =
               Course-Hours-Work * TTB-Hourly-Rate(Tutor-Sub).

       PrintPayClaim.
           MOVE CRD-Year-Month   TO Prn-Year-Month
           MOVE Current-Run-Date TO Prn-Run-Date
           WRITE Pay-Line FROM Pay-Heading-Line
           WRITE Pay-Line FROM Pay-Period-Line
           WRITE Pay-Line FROM Blank-Line
           IF Tutor-Count = ZERO
               WRITE Pay-Line FROM Pay-None-Line
           ELSE
               WRITE Pay-Line FROM Pay-Topic-Line
               PERFORM VARYING Tutor-Sub FROM 1 BY 1
                       UNTIL Tutor-Sub > Tutor-Count
                   PERFORM PrintOneTutor
               END-PERFORM
               WRITE Pay-Line FROM Blank-Line
               MOVE Total-Sessions TO Prn-Total-Sessions
               MOVE Total-Hours    TO Prn-Total-Hours
               MOVE Total-Claim    TO Prn-Total-Claim
               WRITE Pay-Line FROM Pay-Total-Line
               MOVE Over-Contract-Count TO Prn-Over-Count
               WRITE Pay-Line FROM Pay-Over-Line
           END-IF.

      * Every tutor on the master is listed, idle or not, so a
      * missing claim shows up as a nil line rather than a gap.
       PrintOneTutor.
           MOVE TTB-Id(Tutor-Sub)             TO Prn-Tutor-Id
           MOVE TTB-Name(Tutor-Sub)           TO Prn-Tutor-Name
           MOVE TTB-Sessions(Tutor-Sub)       TO Prn-Tutor-Sessions
           MOVE TTB-Hours(Tutor-Sub)          TO Prn-Tutor-Hours
           MOVE TTB-Hourly-Rate(Tutor-Sub)    TO Prn-Tutor-Rate
           MOVE TTB-Claim(Tutor-Sub)          TO Prn-Tutor-Claim
           MOVE TTB-Contract-Hours(Tutor-Sub) TO Prn-Tutor-Contract
           IF TTB-Hours(Tutor-Sub) > TTB-Contract-Hours(Tutor-Sub)
               MOVE "OVER CONTRACT" TO Prn-Tutor-Flag
               ADD 1 TO Over-Contract-Count
           ELSE
               MOVE SPACES TO Prn-Tutor-Flag
           END-IF
           WRITE Pay-Line FROM Pay-Tutor-Line
           PERFORM VARYING Course-Sub FROM 1 BY 1
                   UNTIL Course-Sub > Course-Count
               IF CRT-Tutor-Sub(Course-Sub) = Tutor-Sub
                   PERFORM PrintTutorCourse
               END-IF
           END-PERFORM.

       PrintTutorCourse.
           PERFORM WorkOutCourseClaim
           MOVE CRT-Code(Course-Sub)          TO Prn-Course-Code
           MOVE CRT-Title(Course-Sub)         TO Prn-Course-Title
           MOVE CRT-Sessions(Course-Sub)      TO Prn-Course-Sessions
           MOVE CRT-Session-Hours(Course-Sub) TO Prn-Course-Sess-Hours
           MOVE Course-Hours-Work             TO Prn-Course-Hours
           MOVE Course-Claim-Work             TO Prn-Course-Claim
           WRITE Pay-Line FROM Pay-Course-Line.

       PrintNoTutorCourses.
           WRITE Pay-Line FROM Blank-Line
           WRITE Pay-Line FROM No-Tutor-Heading-Line
           IF No-Tutor-Count = ZERO
               WRITE Pay-Line FROM No-Tutor-None-Line
           ELSE
               WRITE Pay-Line FROM No-Tutor-Topic-Line
               PERFORM VARYING Course-Sub FROM 1 BY 1
                       UNTIL Course-Sub > Course-Count
                   IF CRT-Sessions(Course-Sub) > ZERO
                       AND CRT-Tutor-Sub(Course-Sub) = ZERO
                       PERFORM PrintNoTutorCourse
                   END-IF
               END-PERFORM
           END-IF
           IF Unknown-Course-Sessions > ZERO
               WRITE Pay-Line FROM Blank-Line
               MOVE Unknown-Course-Sessions TO Prn-Unknown-Sessions
               WRITE Pay-Line FROM Unknown-Course-Line
           END-IF.

       PrintNoTutorCourse.
           MOVE CRT-Code(Course-Sub)     TO Prn-Nt-Course
           MOVE CRT-Title(Course-Sub)    TO Prn-Nt-Title
           MOVE CRT-Sessions(Course-Sub) TO Prn-Nt-Sessions
           MOVE CRT-Tutor-Id(Course-Sub) TO Prn-Nt-Tutor-Id
           IF CRT-Tutor-Id(Course-Sub) = SPACES
               MOVE "NO TUTOR ASSIGNED" TO Prn-Nt-Reason
           ELSE
               MOVE "TUTOR NOT ON TUTOR.DAT" TO Prn-Nt-Reason
           END-IF
           WRITE Pay-Line FROM No-Tutor-Detail-Line.
       END PROGRAM TutorPayRpt.
