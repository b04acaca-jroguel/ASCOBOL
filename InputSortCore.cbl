      *          NightlyRun for the unattended batch chain - kept as
      *          its own callable module because a PROCEDURE DIVISION
      *          USING clause cannot itself be built as an executable.
      *          An intake record whose course meets at the same time
      *          as a course the ID is already active on in
      *          ENROLL.DAT (by the TIMETABLE.DAT slots) is refused
      *          to STUDREJ.RPT like any other failed edit, as is
      *          one whose course lists a prerequisite the ID has no
      *          qualifying GRADEHIST.DAT result for (the shared
      *          PrereqCheck) - overrides are for EnrollMaint, where a
      *          supervisor can be asked.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT Waitlist-File ASSIGN TO "WAITLIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS Waitlist-File-Status.
           SELECT Held-Enroll-Work ASSIGN TO "HELDENR.TMP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HEW-Key
                   FILE STATUS IS Held-Enroll-Work-Status.
       DATA DIVISION.
       FILE SECTION.
       FD StudentFile.
           02 CRS-Title            PIC X(20).
           02 CRS-Capacity         PIC 9(3).
           02 CRS-Tutor            PIC X(20).
           02 FILLER                   PIC X(30).

       FD Student-Reject-Report.
       01 Student-Reject-Line      PIC X(72).
           02 WL-Status            PIC X.
           02 WL-Promo-Date        PIC 9(8).

      * The active enrollments already on ENROLL.DAT, keyed by
      * student, for the timetable clash check - only an ID carried
      * over from an earlier intake can hit one, but the check is
      * cheap and the keyed copy has no limit on ENROLL.DAT's size.
       FD Held-Enroll-Work.
       01 Held-Enroll-Work-Rec.
           02 HEW-Key.
               03 HEW-Stu-Id       PIC 9(7).
               03 HEW-Course       PIC X(4).

       WORKING-STORAGE SECTION.
       01  Entry-Mode          PIC X VALUE "I".
           88 Batch-Mode       VALUE "B" "b".
               03 CCT-Capacity     PIC 9(3).
               03 CCT-Active-Count PIC 9(4).

       01  Held-Enroll-Work-Status PIC XX.

       01  Held-Work-Switch        PIC X VALUE "N".
           88 Held-Work-Open       VALUE "Y".

       01  Held-Scan-Switch        PIC X VALUE "N".
           88 Held-Scan-Done       VALUE "Y".
           88 Held-Scan-Open       VALUE "N".

       01  Clash-Result            PIC X.
           88 Clash-Found          VALUE "Y".
       01  Clash-Day               PIC 9.
       01  Clash-Start-Time        PIC 9(4).
       01  Clash-End-Time          PIC 9(4).

       01  Prereq-Result           PIC X.
           88 Prereq-Not-Met       VALUE "N".
       01  Prereq-Missing-Course   PIC X(4).
       01  Prereq-Min-Grade        PIC 999.
       01  Prereq-Grade-Held       PIC X.
       01  Prereq-Best-Grade       PIC 999.

       01  Course-Found-Sub        PIC 999.

       01  Capacity-Check-Switch   PIC X.
               END-IF
               CLOSE Student-Reject-Report
               PERFORM SaveNextStudentSeq
               CANCEL "TimetableClash"
               CANCEL "PrereqCheck"
           END-IF
           IF Master-File-Open
               CLOSE Master-Student-File
           END-IF
           IF Held-Work-Open
               CLOSE Held-Enroll-Work
           END-IF
           PERFORM WriteStepStats
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
      * so the capacity check sees what is really in the room, not
      * just what this run has added.
       LoadEnrollHeadcounts.
           OPEN OUTPUT Held-Enroll-Work
           CLOSE Held-Enroll-Work
           OPEN I-O Held-Enroll-Work
           SET Held-Work-Open TO TRUE
           OPEN INPUT Enroll-File
           IF Enroll-File-Status = "00"
               READ Enroll-File
               END-READ
               PERFORM UNTIL End-Of-Enroll-Scan
                   IF EN-Status = "A"
                       PERFORM TableHeldEnrollment
                       PERFORM VARYING Course-Sub FROM 1 BY 1
                               UNTIL Course-Sub > Course-Count
                           IF CCT-Code(Course-Sub) = EN-Course
               CLOSE Enroll-File
           END-IF.

      * A student active twice on the same course needs checking
      * only once, so the second row is simply not keyed.
       TableHeldEnrollment.
           MOVE EN-Stu-Id TO HEW-Stu-Id
           MOVE EN-Course TO HEW-Course
           WRITE Held-Enroll-Work-Rec
               INVALID KEY CONTINUE
           END-WRITE.

      * Capacity zero means no limit recorded, the same rule the
      * roster's warning uses.
       CheckCourseCapacity.
                   SET Student-Invalid TO TRUE
                   MOVE "COURSE NOT ON COURSE MASTER"
                       TO Student-Reject-Reason
               ELSE
                   PERFORM CheckTimetableClash
                   IF NOT Student-Invalid
                       PERFORM CheckPrerequisites
                   END-IF
               END-IF
           END-IF.

       CheckPrerequisites.
           CALL "PrereqCheck" USING WStudentId
               STU-COURSE IN WorkRec-Detail Prereq-Result
               Prereq-Missing-Course Prereq-Min-Grade
               Prereq-Grade-Held Prereq-Best-Grade
           IF Prereq-Not-Met
               SET Student-Invalid TO TRUE
               MOVE SPACES TO Student-Reject-Reason
               STRING "PREREQUISITE " Prereq-Missing-Course
                   " NOT MET (" Prereq-Min-Grade ")"
                   DELIMITED BY SIZE
                   INTO Student-Reject-Reason
           END-IF.

       CheckTimetableClash.
           IF Held-Work-Open
               SET Held-Scan-Open TO TRUE
               MOVE WStudentId TO HEW-Stu-Id
               MOVE LOW-VALUES TO HEW-Course
               START Held-Enroll-Work
                   KEY IS NOT LESS THAN HEW-Key
                   INVALID KEY SET Held-Scan-Done TO TRUE
               END-START
               PERFORM UNTIL Held-Scan-Done OR Student-Invalid
                   READ Held-Enroll-Work NEXT RECORD
                       AT END SET Held-Scan-Done TO TRUE
                   END-READ
                   IF Held-Scan-Open
                       IF HEW-Stu-Id NOT = WStudentId
                           SET Held-Scan-Done TO TRUE
                       ELSE
                           PERFORM CheckOneHeldCourse
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CheckOneHeldCourse.
           IF HEW-Course NOT = STU-COURSE IN WorkRec-Detail
               CALL "TimetableClash" USING
                   STU-COURSE IN WorkRec-Detail
                   HEW-Course Clash-Result
                   Clash-Day Clash-Start-Time Clash-End-Time
               IF Clash-Found
                   SET Student-Invalid TO TRUE
                   MOVE SPACES TO Student-Reject-Reason
                   STRING "TIMETABLE CLASH WITH "
                       HEW-Course
                       DELIMITED BY SIZE
                       INTO Student-Reject-Reason
               END-IF
           END-IF.

