      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the TIMETABLE.DAT weekly course timetable -
      *          one row per slot: course code, day of the week
      *          (1 Monday to 7 Sunday), start and end time (HHMM,
      *          24-hour) and room.  A course may meet several times
      *          a week.  A slot is refused when its room is already
      *          booked at an overlapping time on the same day, or
      *          when the course itself already meets then, so the
      *          timetable never holds a double booking.  Course
      *          codes are checked against COURSE.DAT.  The slots
      *          drive the clash check at enrollment (TimetableClash)
      *          and the student timetable and room use listings of
      *          TimetableRpt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimetableMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Timetable-File ASSIGN TO "TIMETABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Timetable-File-Status.

           SELECT Course-File ASSIGN TO "COURSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Course-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Timetable-File.
       01 Timetable-Rec.
           88 End-Of-Timetable-File    VALUE HIGH-VALUES.
           02 TT-Course                PIC X(4).
           02 TT-Day                   PIC 9.
           02 TT-Start-Time            PIC 9(4).
           02 TT-End-Time              PIC 9(4).
           02 TT-Room                  PIC X(6).

       FD Course-File.
       01 Course-Rec.
           88 End-Of-Course-File       VALUE HIGH-VALUES.
           02 CRS-Code                 PIC X(4).
           02 CRS-Title                PIC X(20).
           02 FILLER                   PIC X(53).

       WORKING-STORAGE SECTION.
       01  Slot-Table.
           02  Slot-Count              PIC 999 VALUE ZERO.
           02  Slot-Entry OCCURS 600 TIMES.
               03 SLT-Course           PIC X(4).
               03 SLT-Day              PIC 9.
               03 SLT-Start-Time       PIC 9(4).
               03 SLT-End-Time         PIC 9(4).
               03 SLT-Room             PIC X(6).
               03 SLT-Deleted          PIC X.

       01  Slot-Sub                    PIC 999.
       01  Found-Slot-Sub              PIC 999.

       01  Course-Code-Table.
           02  Course-Count            PIC 999 VALUE ZERO.
           02  Course-Code-Entry OCCURS 200 TIMES
                   PIC X(4).

       01  Course-Sub                  PIC 999.

      * TIMETABLE.DAT is rewritten in full from the table, so a file
      * bigger than the table must stop the session - a partial
      * save would silently delete slots.  A course master bigger
      * than its table would refuse good course codes, so that
      * stops the session too.
       01  Table-Overflow-Switch       PIC X VALUE "N".
           88 Table-Overflowed         VALUE "Y".

       01  Course-Master-Switch        PIC X VALUE "N".
           88 Course-Master-Present    VALUE "Y".
           88 Course-Master-Absent     VALUE "N".

       01  Course-Check-Switch         PIC X VALUE "N".
           88 Course-Known             VALUE "Y".
           88 Course-Unknown           VALUE "N".

       01  Maint-Switches.
           02  More-Changes-Sw         PIC X VALUE "Y".
               88 More-Changes         VALUE "Y".
               88 No-More-Changes      VALUE "N".

       01  Entry-Course                PIC X(4).
       01  Entry-Action                PIC X.
           88 Action-Add               VALUE "A" "a".
           88 Action-Delete            VALUE "D" "d".
           88 Valid-Entry-Action       VALUE "A" "a" "D" "d".
       01  Entry-Day                   PIC 9.
           88 Valid-Entry-Day          VALUE 1 THRU 7.
       01  Entry-Start-Time.
           02  Entry-Start-Hh          PIC 99.
           02  Entry-Start-Mm          PIC 99.
       01  Entry-Start-Time-N REDEFINES Entry-Start-Time
                                       PIC 9(4).
       01  Entry-End-Time.
           02  Entry-End-Hh            PIC 99.
           02  Entry-End-Mm            PIC 99.
       01  Entry-End-Time-N REDEFINES Entry-End-Time
                                       PIC 9(4).
       01  Entry-Room                  PIC X(6).

       01  Slot-Edit-Switch            PIC X VALUE "Y".
           88 Slot-Acceptable          VALUE "Y".
           88 Slot-Refused             VALUE "N".

       01  Day-Name-Table.
           02  FILLER                  PIC X(21) VALUE
               "MONTUEWEDTHUFRISATSUN".
       01  Day-Name-R REDEFINES Day-Name-Table.
           02  Day-Name                PIC X(3) OCCURS 7 TIMES.

       01  Course-Slot-Count           PIC 99.

       01  Timetable-File-Status       PIC XX.

       01  Course-File-Status          PIC XX.

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadCourseCodes
           PERFORM LoadTimetable
           IF Table-Overflowed
               DISPLAY "TIMETABLEMAINT: more than 600 slots on "
                   "TIMETABLE.DAT or 200 courses on COURSE.DAT - "
                   "table full, nothing changed and nothing rewritten"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM MaintainTimetable UNTIL No-More-Changes
           PERFORM SaveTimetable
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LoadCourseCodes.
           OPEN INPUT Course-File
           IF Course-File-Status = "00"
               SET Course-Master-Present TO TRUE
               READ Course-File
                   AT END SET End-Of-Course-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Course-File
                   IF Course-Count < 200
                       ADD 1 TO Course-Count
                       MOVE CRS-Code
                           TO Course-Code-Entry(Course-Count)
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Course-File
                       AT END SET End-Of-Course-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Course-File
           ELSE
               DISPLAY "TIMETABLEMAINT: no COURSE.DAT found - course "
                   "codes taken as given, unvalidated"
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
                       MOVE "N"           TO SLT-Deleted(Slot-Count)
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Timetable-File
                       AT END SET End-Of-Timetable-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Timetable-File
           ELSE
               DISPLAY "TIMETABLEMAINT: no TIMETABLE.DAT found - "
                   "starting from an empty timetable"
           END-IF.

       MaintainTimetable.
           DISPLAY "Enter course code to change, blank to finish : "
               WITH NO ADVANCING
           ACCEPT Entry-Course
           IF Entry-Course = SPACES
               SET No-More-Changes TO TRUE
           ELSE
               PERFORM CheckCourseCode
               IF Course-Unknown
                   DISPLAY "Course not on course master - "
                       "not changed"
               ELSE
                   PERFORM ListCourseSlots
                   DISPLAY "(A)dd or (D)elete a slot            : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Action
                   PERFORM UNTIL Valid-Entry-Action
                       DISPLAY "Must be A or D, re-enter          : "
                           WITH NO ADVANCING
                       ACCEPT Entry-Action
                   END-PERFORM
                   PERFORM GetSlotTimes
                   IF Action-Add
                       PERFORM AddSlot
                   ELSE
                       PERFORM DeleteSlot
                   END-IF
               END-IF
           END-IF.

       ListCourseSlots.
           MOVE ZERO TO Course-Slot-Count
           PERFORM VARYING Slot-Sub FROM 1 BY 1
                   UNTIL Slot-Sub > Slot-Count
               IF SLT-Course(Slot-Sub) = Entry-Course
                   AND SLT-Deleted(Slot-Sub) = "N"
                   ADD 1 TO Course-Slot-Count
                   DISPLAY "  " Day-Name(SLT-Day(Slot-Sub))
                       "  " SLT-Start-Time(Slot-Sub)
                       "-" SLT-End-Time(Slot-Sub)
                       "  " SLT-Room(Slot-Sub)
               END-IF
           END-PERFORM
           IF Course-Slot-Count = ZERO
               DISPLAY "  No slots timetabled for " Entry-Course
           END-IF.

      * A slot is found by its day and start time, so only those
      * are asked for when deleting.
       GetSlotTimes.
           DISPLAY "Day of week (1 Mon - 7 Sun)         : "
               WITH NO ADVANCING
           ACCEPT Entry-Day
           PERFORM UNTIL Valid-Entry-Day
               DISPLAY "Must be 1-7, re-enter             : "
                   WITH NO ADVANCING
               ACCEPT Entry-Day
           END-PERFORM
           DISPLAY "Start time (HHMM, 24-hour)          : "
               WITH NO ADVANCING
           ACCEPT Entry-Start-Time
           PERFORM UNTIL Entry-Start-Time IS NUMERIC
                   AND Entry-Start-Hh < 24
                   AND Entry-Start-Mm < 60
               DISPLAY "Must be 0000-2359, re-enter       : "
                   WITH NO ADVANCING
               ACCEPT Entry-Start-Time
           END-PERFORM
           IF Action-Add
               DISPLAY "End time (HHMM, 24-hour)            : "
                   WITH NO ADVANCING
               ACCEPT Entry-End-Time
               PERFORM UNTIL Entry-End-Time IS NUMERIC
                       AND Entry-End-Hh < 24
                       AND Entry-End-Mm < 60
                       AND Entry-End-Time-N > Entry-Start-Time-N
                   DISPLAY "Must be after the start, re-enter : "
                       WITH NO ADVANCING
                   ACCEPT Entry-End-Time
               END-PERFORM
               DISPLAY "Room (6 chars)                      : "
                   WITH NO ADVANCING
               ACCEPT Entry-Room
               PERFORM UNTIL Entry-Room NOT = SPACES
                   DISPLAY "Room is required, re-enter        : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Room
               END-PERFORM
           END-IF.

      * Overlap means each slot starts before the other ends, so a
      * room can be handed straight from one class to the next.
       AddSlot.
           SET Slot-Acceptable TO TRUE
           PERFORM VARYING Slot-Sub FROM 1 BY 1
                   UNTIL Slot-Sub > Slot-Count
                       OR Slot-Refused
               IF SLT-Deleted(Slot-Sub) = "N"
                   AND SLT-Day(Slot-Sub) = Entry-Day
                   AND SLT-Start-Time(Slot-Sub) < Entry-End-Time-N
                   AND Entry-Start-Time-N < SLT-End-Time(Slot-Sub)
                   IF SLT-Room(Slot-Sub) = Entry-Room
                       SET Slot-Refused TO TRUE
                       DISPLAY "Room " Entry-Room " already booked "
                           Day-Name(Entry-Day) " "
                           SLT-Start-Time(Slot-Sub) "-"
                           SLT-End-Time(Slot-Sub) " by "
                           SLT-Course(Slot-Sub) " - slot not added"
                   ELSE
                       IF SLT-Course(Slot-Sub) = Entry-Course
                           SET Slot-Refused TO TRUE
                           DISPLAY Entry-Course " already meets "
                               Day-Name(Entry-Day) " "
                               SLT-Start-Time(Slot-Sub) "-"
                               SLT-End-Time(Slot-Sub) " in "
                               SLT-Room(Slot-Sub)
                               " - slot not added"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Slot-Acceptable
               IF Slot-Count < 600
                   ADD 1 TO Slot-Count
                   MOVE Entry-Course       TO SLT-Course(Slot-Count)
                   MOVE Entry-Day          TO SLT-Day(Slot-Count)
                   MOVE Entry-Start-Time-N
                       TO SLT-Start-Time(Slot-Count)
                   MOVE Entry-End-Time-N   TO SLT-End-Time(Slot-Count)
                   MOVE Entry-Room         TO SLT-Room(Slot-Count)
                   MOVE "N"                TO SLT-Deleted(Slot-Count)
                   DISPLAY "Slot added"
               ELSE
                   DISPLAY "Timetable full - slot not added"
               END-IF
           END-IF.

       DeleteSlot.
           MOVE ZERO TO Found-Slot-Sub
           PERFORM VARYING Slot-Sub FROM 1 BY 1
                   UNTIL Slot-Sub > Slot-Count
               IF SLT-Course(Slot-Sub) = Entry-Course
                   AND SLT-Deleted(Slot-Sub) = "N"
                   AND SLT-Day(Slot-Sub) = Entry-Day
                   AND SLT-Start-Time(Slot-Sub) = Entry-Start-Time-N
                   MOVE Slot-Sub TO Found-Slot-Sub
               END-IF
           END-PERFORM
           IF Found-Slot-Sub = ZERO
               DISPLAY "No slot for " Entry-Course " then - "
                   "not changed"
           ELSE
               MOVE "Y" TO SLT-Deleted(Found-Slot-Sub)
               DISPLAY "Slot deleted"
           END-IF.

       CheckCourseCode.
           IF Course-Master-Absent
               SET Course-Known TO TRUE
           ELSE
               SET Course-Unknown TO TRUE
               PERFORM VARYING Course-Sub FROM 1 BY 1
                       UNTIL Course-Sub > Course-Count
                           OR Course-Known
                   IF Course-Code-Entry(Course-Sub) = Entry-Course
                       SET Course-Known TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       SaveTimetable.
           OPEN OUTPUT Timetable-File
           PERFORM VARYING Slot-Sub FROM 1 BY 1
                   UNTIL Slot-Sub > Slot-Count
               IF SLT-Deleted(Slot-Sub) = "N"
                   MOVE SLT-Course(Slot-Sub)     TO TT-Course
                   MOVE SLT-Day(Slot-Sub)        TO TT-Day
                   MOVE SLT-Start-Time(Slot-Sub) TO TT-Start-Time
                   MOVE SLT-End-Time(Slot-Sub)   TO TT-End-Time
                   MOVE SLT-Room(Slot-Sub)       TO TT-Room
                   WRITE Timetable-Rec
               END-IF
           END-PERFORM
           CLOSE Timetable-File.
       END PROGRAM TimetableMaint.
