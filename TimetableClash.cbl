      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared timetable clash check.  Callers pass the
      *          course a student is being put on and a course the
      *          student already holds; the weekly slots of both on
      *          TIMETABLE.DAT are compared and a Y/N flag comes back,
      *          with the day and times of the first slot of the new
      *          course that overlaps.  The timetable is read once on
      *          the first call and held - a caller CANCELs this
      *          routine when it finishes so the next caller sees any
      *          change TimetableMaint has made since.  Should
      *          TIMETABLE.DAT hold more slots than the table, each
      *          call reads the two courses' slots off the file
      *          instead, so no clash goes unseen.  A course with no
      *          slots, or no TIMETABLE.DAT at all, never clashes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TimetableClash.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Timetable-File ASSIGN TO "TIMETABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Timetable-File-Status.

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

       WORKING-STORAGE SECTION.
       01  Slot-Table.
           02  Slot-Count              PIC 999 VALUE ZERO.
           02  Slot-Entry OCCURS 600 TIMES.
               03 SLT-Course           PIC X(4).
               03 SLT-Day              PIC 9.
               03 SLT-Start-Time       PIC 9(4).
               03 SLT-End-Time         PIC 9(4).

       01  New-Slot-Sub                PIC 999.
       01  Held-Slot-Sub               PIC 999.

       01  Timetable-Loaded-Switch     PIC X VALUE "N".
           88 Timetable-Loaded         VALUE "Y".

       01  Timetable-Overflow-Switch   PIC X VALUE "N".
           88 Timetable-Overflowed     VALUE "Y".

       01  Timetable-File-Status       PIC XX.

       LINKAGE SECTION.
       01  Clash-New-Course            PIC X(4).
       01  Clash-Held-Course           PIC X(4).
       01  Clash-Result                PIC X.
           88 Clash-Found              VALUE "Y".
           88 No-Clash                 VALUE "N".
       01  Clash-Day                   PIC 9.
       01  Clash-Start-Time            PIC 9(4).
       01  Clash-End-Time              PIC 9(4).

       PROCEDURE DIVISION USING Clash-New-Course Clash-Held-Course
               Clash-Result Clash-Day Clash-Start-Time
               Clash-End-Time.
       Begin.
           IF NOT Timetable-Loaded
               PERFORM LoadTimetable
               SET Timetable-Loaded TO TRUE
           END-IF
           IF Timetable-Overflowed
               PERFORM LoadCallSlots
           END-IF
           SET No-Clash TO TRUE
           MOVE ZERO TO Clash-Day Clash-Start-Time Clash-End-Time
           PERFORM VARYING New-Slot-Sub FROM 1 BY 1
                   UNTIL New-Slot-Sub > Slot-Count
                       OR Clash-Found
               IF SLT-Course(New-Slot-Sub) = Clash-New-Course
                   PERFORM CheckAgainstHeldSlots
               END-IF
           END-PERFORM
           GOBACK.

       LoadTimetable.
           OPEN INPUT Timetable-File
           IF Timetable-File-Status = "00"
               READ Timetable-File
                   AT END SET End-Of-Timetable-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Timetable-File
                   IF Slot-Count < 600
                       PERFORM TableSlotRow
                   ELSE
                       SET Timetable-Overflowed TO TRUE
                   END-IF
                   READ Timetable-File
                       AT END SET End-Of-Timetable-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Timetable-File
           ELSE
               DISPLAY "TIMETABLECLASH: no TIMETABLE.DAT found - "
                   "timetable clashes not checked"
           END-IF.

       TableSlotRow.
           ADD 1 TO Slot-Count
           MOVE TT-Course     TO SLT-Course(Slot-Count)
           MOVE TT-Day        TO SLT-Day(Slot-Count)
           MOVE TT-Start-Time TO SLT-Start-Time(Slot-Count)
           MOVE TT-End-Time   TO SLT-End-Time(Slot-Count).

      * Past the table's size only the slots of the two courses in
      * question are tabled, afresh for each call.
       LoadCallSlots.
           MOVE ZERO TO Slot-Count
           OPEN INPUT Timetable-File
           IF Timetable-File-Status = "00"
               READ Timetable-File
                   AT END SET End-Of-Timetable-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Timetable-File
                   IF (TT-Course = Clash-New-Course
                       OR TT-Course = Clash-Held-Course)
                       AND Slot-Count < 600
                       PERFORM TableSlotRow
                   END-IF
                   READ Timetable-File
                       AT END SET End-Of-Timetable-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Timetable-File
           END-IF.

      * Two slots on the same day clash when each starts before the
      * other ends - back-to-back slots (one ends at 1100, the next
      * starts at 1100) do not.
       CheckAgainstHeldSlots.
           PERFORM VARYING Held-Slot-Sub FROM 1 BY 1
                   UNTIL Held-Slot-Sub > Slot-Count
                       OR Clash-Found
               IF SLT-Course(Held-Slot-Sub) = Clash-Held-Course
                   AND SLT-Day(Held-Slot-Sub) = SLT-Day(New-Slot-Sub)
                   AND SLT-Start-Time(New-Slot-Sub)
                       < SLT-End-Time(Held-Slot-Sub)
                   AND SLT-Start-Time(Held-Slot-Sub)
                       < SLT-End-Time(New-Slot-Sub)
                   SET Clash-Found TO TRUE
                   MOVE SLT-Day(New-Slot-Sub) TO Clash-Day
                   MOVE SLT-Start-Time(New-Slot-Sub)
                       TO Clash-Start-Time
                   MOVE SLT-End-Time(New-Slot-Sub) TO Clash-End-Time
               END-IF
           END-PERFORM.
       END PROGRAM TimetableClash.
