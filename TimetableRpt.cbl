      ******************************************************************
      * Author:
      * Date:
      * Purpose: Print the weekly timetable of every student with an
      *          active enrollment on ENROLL.DAT - each course's
      *          slots from TIMETABLE.DAT in day and time order, with
      *          course titles from COURSE.DAT and names from the
      *          indexed STUDENTS.DAT master - on STUTIME.RPT.  A
      *          slot that overlaps an earlier one the same day is
      *          marked CLASH, and a course with no slots shows as
      *          not timetabled.  Withdrawn students are left off.
      *          The room use listing on ROOMUSE.RPT gives, for every
      *          room on the timetable, the hours booked each day of
      *          the week and the week's total as a percentage of the
      *          teaching week (Monday to Friday, 0800 to 1800).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimetableRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Enroll-File ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Enroll-File-Status.

           SELECT Timetable-File ASSIGN TO "TIMETABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Timetable-File-Status.

           SELECT WorkFile ASSIGN TO "WORK.TMP".

           SELECT Student-File ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID OF StudentRec
               FILE STATUS IS Student-File-Status.

           SELECT Course-File ASSIGN TO "COURSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Course-File-Status.

           SELECT Student-Time-Report ASSIGN TO "STUTIME.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Room-Use-Report ASSIGN TO "ROOMUSE.RPT"
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

       FD Timetable-File.
       01 Timetable-Rec.
           88 End-Of-Timetable-File    VALUE HIGH-VALUES.
           02 TT-Course                PIC X(4).
           02 TT-Day                   PIC 9.
           02 TT-Start-Time            PIC 9(4).
           02 TT-End-Time              PIC 9(4).
           02 TT-Room                  PIC X(6).

      * Day 9 sorts a course with no slots to the foot of the
      * student's week.
       SD WorkFile.
       01 Work-Slot-Rec.
           88 End-Of-Work-File         VALUE HIGH-VALUES.
           02 WK-Stu-Id                PIC 9(7).
           02 WK-Day                   PIC 9.
               88 WK-Not-Timetabled    VALUE 9.
           02 WK-Start-Time            PIC 9(4).
           02 WK-End-Time              PIC 9(4).
           02 WK-Course                PIC X(4).
           02 WK-Room                  PIC X(6).

       FD Student-File.
       01 StudentRec.
           COPY STUDREC.

       FD Course-File.
       01 Course-Rec.
           88 End-Of-Course-File       VALUE HIGH-VALUES.
           02 CRS-Code                 PIC X(4).
           02 CRS-Title                PIC X(20).
           02 FILLER                   PIC X(53).

       FD Student-Time-Report.
       01 Student-Time-Line            PIC X(64).

       FD Room-Use-Report.
       01 Room-Use-Line                PIC X(80).

       WORKING-STORAGE SECTION.
       01  Slot-Table.
           02  Slot-Count              PIC 999 VALUE ZERO.
           02  Slot-Entry OCCURS 600 TIMES.
               03 SLT-Course           PIC X(4).
               03 SLT-Day              PIC 9.
               03 SLT-Start-Time       PIC 9(4).
               03 SLT-End-Time         PIC 9(4).
               03 SLT-Room             PIC X(6).

       01  Slot-Sub                    PIC 999.
       01  Course-Slot-Count           PIC 99.

       01  Course-Table.
           02  Course-Count            PIC 999 VALUE ZERO.
           02  Course-Entry OCCURS 200 TIMES.
               03 CRT-Code             PIC X(4).
               03 CRT-Title            PIC X(20).

       01  Course-Sub                  PIC 999.

       01  Room-Table.
           02  Room-Count              PIC 999 VALUE ZERO.
           02  Room-Entry OCCURS 200 TIMES.
               03 RMT-Room             PIC X(6).
               03 RMT-Slots            PIC 999.
               03 RMT-Day-Minutes      PIC 9(4) OCCURS 7 TIMES.
               03 RMT-Week-Minutes     PIC 9(5).

       01  Room-Swap-Entry             PIC X(42).

       01  Room-Sub                    PIC 999.
       01  Sort-I                      PIC 999.
       01  Sort-J                      PIC 999.
       01  Day-Sub                     PIC 9.

       01  Room-Lookup-Switch          PIC X VALUE "N".
           88 Room-Found               VALUE "Y".
           88 Room-Not-Found           VALUE "N".

      * Monday to Friday, 0800 to 1800 - fifty hours.
       01  Teaching-Week-Minutes       PIC 9(5) VALUE 3000.

       01  Time-Split.
           02  TS-Hours                PIC 99.
           02  TS-Minutes              PIC 99.
       01  Time-Split-N REDEFINES Time-Split PIC 9(4).

       01  Start-Minutes               PIC 9(4).
       01  End-Minutes                 PIC 9(4).
       01  Hours-Work                  PIC 999V9.
       01  Pct-Work                    PIC 999.

       01  Day-Name-Table.
           02  FILLER                  PIC X(21) VALUE
               "MONTUEWEDTHUFRISATSUN".
       01  Day-Name-R REDEFINES Day-Name-Table.
           02  Day-Name                PIC X(3) OCCURS 7 TIMES.

       01  Student-Master-Switch       PIC X VALUE "N".
           88 Student-Master-Open      VALUE "Y".
           88 Student-Master-Closed    VALUE "N".

       01  Student-Ok-Switch           PIC X VALUE "N".
           88 Student-On-Register      VALUE "Y".
           88 Student-Off-Register     VALUE "N".

       01  Student-Name-Hold.
           02  SNH-Surname             PIC X(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  SNH-Initials            PIC X(2).

       01  Student-Control.
           02  Prev-Stu-Id             PIC 9(7) VALUE ZERO.
           02  Prev-Day                PIC 9 VALUE ZERO.
           02  Day-Latest-End          PIC 9(4) VALUE ZERO.

       01  Report-Counts.
           02  Students-Printed        PIC 9(5) VALUE ZERO.
           02  Clash-Count             PIC 9(5) VALUE ZERO.

       01  Enroll-File-Status          PIC XX.
       01  Timetable-File-Status       PIC XX.
       01  Student-File-Status         PIC XX.
       01  Course-File-Status          PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Student-Heading-Line.
           02  FILLER                  PIC X(19) VALUE
                                          " TIMETABLE STUDENT ".
           02  Hdg-Stu-Id              PIC 9(7).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Hdg-Stu-Name            PIC X(11).

       01  Student-Topic-Line.
           02  FILLER                  PIC X(6)  VALUE " DAY".
           02  FILLER                  PIC X(11) VALUE "TIME".
           02  FILLER                  PIC X(27) VALUE "COURSE".
           02  FILLER                  PIC X(8)  VALUE "ROOM".

       01  Student-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Day                 PIC X(3).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Start-Time          PIC 9(4).
           02  Prn-Time-Dash           PIC X.
           02  Prn-End-Time            PIC 9(4).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Course              PIC X(4).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Course-Title        PIC X(20).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Room                PIC X(6).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Clash-Flag          PIC X(5).

       01  Not-Timetabled-Line.
           02  FILLER                  PIC X(17) VALUE
                                          "   -  NOT TIMED  ".
           02  Prn-Nt-Course           PIC X(4).
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Nt-Title            PIC X(20).

       01  Student-Total-Line.
           02  FILLER                  PIC X(22) VALUE
                                          " STUDENTS LISTED    : ".
           02  Prn-Students-Printed    PIC ZZZZ9.
           02  FILLER                  PIC X(18) VALUE
                                          "   CLASHES      : ".
           02  Prn-Clash-Count         PIC ZZZZ9.

       01  Room-Heading-Line           PIC X(48) VALUE
           "        ROOM USE - HOURS BOOKED EACH WEEK".

       01  Room-Topic-Line.
           02  FILLER                  PIC X(7)  VALUE " ROOM".
           02  FILLER                  PIC X(5)  VALUE "SLOTS".
           02  FILLER                  PIC X(42) VALUE
               "   MON   TUE   WED   THU   FRI   SAT   SUN".
           02  FILLER                  PIC X(7)  VALUE "   WEEK".
           02  FILLER                  PIC X(6)  VALUE "   PCT".

       01  Room-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Room-Id             PIC X(6).
           02  Prn-Room-Slots          PIC BZZZ9.
           02  Prn-Room-Day-Hours      PIC BZZ9.9 OCCURS 7 TIMES.
           02  Prn-Room-Week-Hours     PIC BBZZ9.9.
           02  Prn-Room-Pct            PIC BBBZZ9.

       01  Room-Note-Line              PIC X(72) VALUE
           " PCT IS THE WEEK'S HOURS OVER THE 50-HOUR TEACHING WEEK".

       01  Room-None-Line              PIC X(40) VALUE
           " NO ROOMS ON THE TIMETABLE".

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           PERFORM OpenStudentMaster
           PERFORM LoadCourseTitles
           PERFORM LoadTimetable
           OPEN INPUT Enroll-File
           IF Enroll-File-Status NOT = "00"
               DISPLAY "TIMETABLERPT: cannot open ENROLL.DAT - "
                   "status " Enroll-File-Status
               SET Run-Failed TO TRUE
           ELSE
               CLOSE Enroll-File
               OPEN OUTPUT Student-Time-Report
               SORT WorkFile
                   ASCENDING KEY WK-Stu-Id
                   ASCENDING KEY WK-Day
                   ASCENDING KEY WK-Start-Time
                   INPUT PROCEDURE IS ReleaseStudentSlots
                   OUTPUT PROCEDURE IS WriteStudentTimetables
               WRITE Student-Time-Line FROM Blank-Line
               MOVE Students-Printed TO Prn-Students-Printed
               MOVE Clash-Count      TO Prn-Clash-Count
               WRITE Student-Time-Line FROM Student-Total-Line
               CLOSE Student-Time-Report
           END-IF
           PERFORM PrintRoomUse
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
               DISPLAY "TIMETABLERPT: no STUDENTS.DAT found - "
                   "timetables without names, nobody dropped"
           END-IF.

       LoadCourseTitles.
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
                   END-IF
                   READ Course-File
                       AT END SET End-Of-Course-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Course-File
           END-IF.

       LoadTimetable.
           OPEN INPUT Timetable-File
           IF Timetable-File-Status = "00"
               READ Timetable-File
                   AT END SET End-Of-Timetable-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Timetable-File
                   IF Slot-Count < 600
                       ADD 1 TO Slot-Count
                       MOVE TT-Course     TO SLT-Course(Slot-Count)
                       MOVE TT-Day        TO SLT-Day(Slot-Count)
                       MOVE TT-Start-Time
                           TO SLT-Start-Time(Slot-Count)
                       MOVE TT-End-Time   TO SLT-End-Time(Slot-Count)
                       MOVE TT-Room       TO SLT-Room(Slot-Count)
                   END-IF
                   READ Timetable-File
                       AT END SET End-Of-Timetable-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Timetable-File
           ELSE
               DISPLAY "TIMETABLERPT: no TIMETABLE.DAT found - "
                   "every course shown as not timetabled"
           END-IF.

      * Each active enrollment goes to the sort once per weekly slot
      * of its course, or once on day 9 when the course has none.
       ReleaseStudentSlots.
           OPEN INPUT Enroll-File
           READ Enroll-File
               AT END SET End-Of-Enroll-File TO TRUE
           END-READ
           PERFORM UNTIL End-Of-Enroll-File
               IF EN-Status = "A"
                   PERFORM ReleaseEnrollmentSlots
               END-IF
               READ Enroll-File
                   AT END SET End-Of-Enroll-File TO TRUE
               END-READ
           END-PERFORM
           CLOSE Enroll-File.

       ReleaseEnrollmentSlots.
           MOVE ZERO TO Course-Slot-Count
           MOVE EN-Stu-Id TO WK-Stu-Id
           MOVE EN-Course TO WK-Course
           PERFORM VARYING Slot-Sub FROM 1 BY 1
                   UNTIL Slot-Sub > Slot-Count
               IF SLT-Course(Slot-Sub) = EN-Course
                   ADD 1 TO Course-Slot-Count
                   MOVE SLT-Day(Slot-Sub)        TO WK-Day
                   MOVE SLT-Start-Time(Slot-Sub) TO WK-Start-Time
                   MOVE SLT-End-Time(Slot-Sub)   TO WK-End-Time
                   MOVE SLT-Room(Slot-Sub)       TO WK-Room
                   RELEASE Work-Slot-Rec
               END-IF
           END-PERFORM
           IF Course-Slot-Count = ZERO
               SET WK-Not-Timetabled TO TRUE
               MOVE ZERO   TO WK-Start-Time WK-End-Time
               MOVE SPACES TO WK-Room
               RELEASE Work-Slot-Rec
           END-IF.

       WriteStudentTimetables.
           RETURN WorkFile
               AT END SET End-Of-Work-File TO TRUE
           END-RETURN
           PERFORM UNTIL End-Of-Work-File
               IF WK-Stu-Id NOT = Prev-Stu-Id
                   PERFORM StartStudentTimetable
               END-IF
               IF Student-On-Register
                   PERFORM WriteSlotLine
               END-IF
               RETURN WorkFile
                   AT END SET End-Of-Work-File TO TRUE
               END-RETURN
           END-PERFORM.

       StartStudentTimetable.
           MOVE WK-Stu-Id TO Prev-Stu-Id
           MOVE ZERO TO Prev-Day Day-Latest-End
           PERFORM LookupStudent
           IF Student-On-Register
               ADD 1 TO Students-Printed
               MOVE WK-Stu-Id         TO Hdg-Stu-Id
               MOVE Student-Name-Hold TO Hdg-Stu-Name
               WRITE Student-Time-Line FROM Blank-Line
               WRITE Student-Time-Line FROM Student-Heading-Line
               WRITE Student-Time-Line FROM Student-Topic-Line
           END-IF.

      * A withdrawn student gets no timetable; with no master to
      * ask, everyone is printed (names blank).
       LookupStudent.
           IF Student-Master-Closed
               SET Student-On-Register TO TRUE
               MOVE SPACES TO Student-Name-Hold
           ELSE
               SET Student-Off-Register TO TRUE
               MOVE WK-Stu-Id TO STU-ID OF StudentRec
               READ Student-File
                   INVALID KEY
                       MOVE SPACES TO Student-Name-Hold
                   NOT INVALID KEY
                       IF NOT STU-WITHDRAWN OF StudentRec
                           SET Student-On-Register TO TRUE
                           MOVE STU-SURNAME OF StudentRec
                               TO SNH-Surname
                           MOVE STU-INITIALS OF StudentRec
                               TO SNH-Initials
                       END-IF
               END-READ
           END-IF.

      * Slots come back in start-time order within the day, so a
      * slot starting before the latest end so far that day overlaps
      * one already printed.
       WriteSlotLine.
           PERFORM FindCourseTitle
           IF WK-Not-Timetabled
               MOVE WK-Course        TO Prn-Nt-Course
               IF Course-Sub > Course-Count
                   MOVE SPACES TO Prn-Nt-Title
               ELSE
                   MOVE CRT-Title(Course-Sub) TO Prn-Nt-Title
               END-IF
               WRITE Student-Time-Line FROM Not-Timetabled-Line
           ELSE
               IF WK-Day NOT = Prev-Day
                   MOVE WK-Day TO Prev-Day
                   MOVE ZERO TO Day-Latest-End
               END-IF
               IF WK-Start-Time < Day-Latest-End
                   MOVE "CLASH" TO Prn-Clash-Flag
                   ADD 1 TO Clash-Count
               ELSE
                   MOVE SPACES TO Prn-Clash-Flag
               END-IF
               IF WK-End-Time > Day-Latest-End
                   MOVE WK-End-Time TO Day-Latest-End
               END-IF
               MOVE Day-Name(WK-Day) TO Prn-Day
               MOVE WK-Start-Time    TO Prn-Start-Time
               MOVE "-"              TO Prn-Time-Dash
               MOVE WK-End-Time      TO Prn-End-Time
               MOVE WK-Course        TO Prn-Course
               IF Course-Sub > Course-Count
                   MOVE SPACES TO Prn-Course-Title
               ELSE
                   MOVE CRT-Title(Course-Sub) TO Prn-Course-Title
               END-IF
               MOVE WK-Room          TO Prn-Room
               WRITE Student-Time-Line FROM Student-Detail-Line
           END-IF.

       FindCourseTitle.
           PERFORM VARYING Course-Sub FROM 1 BY 1
                   UNTIL Course-Sub > Course-Count
                       OR CRT-Code(Course-Sub) = WK-Course
               CONTINUE
           END-PERFORM.

       PrintRoomUse.
           PERFORM VARYING Slot-Sub FROM 1 BY 1
                   UNTIL Slot-Sub > Slot-Count
               PERFORM AddSlotToRoom
           END-PERFORM
           PERFORM SortRooms
           OPEN OUTPUT Room-Use-Report
           WRITE Room-Use-Line FROM Room-Heading-Line
           WRITE Room-Use-Line FROM Blank-Line
           IF Room-Count = ZERO
               WRITE Room-Use-Line FROM Room-None-Line
           ELSE
               WRITE Room-Use-Line FROM Room-Topic-Line
               PERFORM VARYING Room-Sub FROM 1 BY 1
                       UNTIL Room-Sub > Room-Count
                   PERFORM PrintOneRoom
               END-PERFORM
               WRITE Room-Use-Line FROM Blank-Line
               WRITE Room-Use-Line FROM Room-Note-Line
           END-IF
           CLOSE Room-Use-Report.

       AddSlotToRoom.
           SET Room-Not-Found TO TRUE
           PERFORM VARYING Room-Sub FROM 1 BY 1
                   UNTIL Room-Sub > Room-Count
                       OR Room-Found
               IF RMT-Room(Room-Sub) = SLT-Room(Slot-Sub)
                   SET Room-Found TO TRUE
               END-IF
           END-PERFORM
           IF Room-Found
               SUBTRACT 1 FROM Room-Sub
           ELSE
               IF Room-Count < 200
                   ADD 1 TO Room-Count
                   MOVE Room-Count TO Room-Sub
                   MOVE SLT-Room(Slot-Sub) TO RMT-Room(Room-Sub)
                   MOVE ZERO TO RMT-Slots(Room-Sub)
                       RMT-Week-Minutes(Room-Sub)
                   PERFORM VARYING Day-Sub FROM 1 BY 1
                           UNTIL Day-Sub > 7
                       MOVE ZERO TO RMT-Day-Minutes(Room-Sub, Day-Sub)
                   END-PERFORM
                   SET Room-Found TO TRUE
               ELSE
                   DISPLAY "TIMETABLERPT: room table full - "
                       SLT-Room(Slot-Sub) " left off"
               END-IF
           END-IF
           IF Room-Found
               MOVE SLT-Start-Time(Slot-Sub) TO Time-Split-N
               COMPUTE Start-Minutes = TS-Hours * 60 + TS-Minutes
               MOVE SLT-End-Time(Slot-Sub) TO Time-Split-N
               COMPUTE End-Minutes = TS-Hours * 60 + TS-Minutes
               ADD 1 TO RMT-Slots(Room-Sub)
               MOVE SLT-Day(Slot-Sub) TO Day-Sub
               IF Day-Sub >= 1 AND Day-Sub <= 7
                   AND End-Minutes > Start-Minutes
                   COMPUTE RMT-Day-Minutes(Room-Sub, Day-Sub) =
                       RMT-Day-Minutes(Room-Sub, Day-Sub)
                       + End-Minutes - Start-Minutes
                   COMPUTE RMT-Week-Minutes(Room-Sub) =
                       RMT-Week-Minutes(Room-Sub)
                       + End-Minutes - Start-Minutes
               END-IF
           END-IF.

       SortRooms.
           PERFORM VARYING Sort-I FROM 1 BY 1
                   UNTIL Sort-I >= Room-Count
               PERFORM VARYING Sort-J FROM 1 BY 1
                       UNTIL Sort-J > Room-Count - Sort-I
                   IF RMT-Room(Sort-J) > RMT-Room(Sort-J + 1)
                       MOVE Room-Entry(Sort-J) TO Room-Swap-Entry
                       MOVE Room-Entry(Sort-J + 1)
                           TO Room-Entry(Sort-J)
                       MOVE Room-Swap-Entry
                           TO Room-Entry(Sort-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PrintOneRoom.
           MOVE RMT-Room(Room-Sub)  TO Prn-Room-Id
           MOVE RMT-Slots(Room-Sub) TO Prn-Room-Slots
           PERFORM VARYING Day-Sub FROM 1 BY 1
                   UNTIL Day-Sub > 7
               COMPUTE Hours-Work ROUNDED =
                   RMT-Day-Minutes(Room-Sub, Day-Sub) / 60
               MOVE Hours-Work TO Prn-Room-Day-Hours(Day-Sub)
           END-PERFORM
           COMPUTE Hours-Work ROUNDED =
               RMT-Week-Minutes(Room-Sub) / 60
           MOVE Hours-Work TO Prn-Room-Week-Hours
           COMPUTE Pct-Work ROUNDED =
               RMT-Week-Minutes(Room-Sub) * 100
               / Teaching-Week-Minutes
               ON SIZE ERROR MOVE 999 TO Pct-Work
           END-COMPUTE
           MOVE Pct-Work TO Prn-Room-Pct
           WRITE Room-Use-Line FROM Room-Detail-Line.
       END PROGRAM TimetableRpt.
