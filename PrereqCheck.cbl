      ******************************************************************
      * Author:
      * Date:
      * Purpose: Shared course prerequisite check.  Callers pass a
      *          student ID and the course the student is to be put
      *          on; every prerequisite the course lists on COURSE.DAT
      *          must carry a result on GRADEHIST.DAT at or above the
      *          course's minimum grade (the best of any terms sat
      *          counts).  A Y/N flag comes back, and when the check
      *          fails, the first prerequisite not met, the grade it
      *          needed and the best grade the student holds on it
      *          (with a flag saying whether there is any result at
      *          all).  The course prerequisites are read once on the
      *          first call and held - callers CANCEL this routine
      *          when they finish.  Should COURSE.DAT list more such
      *          courses than are held, each call looks its course
      *          up on the file instead, so no course goes unchecked.
      *          A course with no prerequisites always passes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrereqCheck.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Course-File ASSIGN TO "COURSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Course-File-Status.

           SELECT Grade-Hist-File ASSIGN TO "GRADEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Grade-Hist-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * Records from before the prerequisites were carried leave the
      * tail blank - no prerequisites.
       FD Course-File.
       01 Course-Rec.
           88 End-Of-Course-File       VALUE HIGH-VALUES.
           02 CRS-Code                 PIC X(4).
           02 FILLER                   PIC X(58).
           02 CRS-Prereq-Code          PIC X(4) OCCURS 3 TIMES.
           02 CRS-Prereq-Min-Grade     PIC 999.

       01 Course-Legacy-Rec REDEFINES Course-Rec.
           02 FILLER                   PIC X(62).
           02 CRL-Prereq-Unused        PIC X(15).

       FD Grade-Hist-File.
       01 Grade-Hist-Rec.
           88 End-Of-Grade-Hist-File   VALUE HIGH-VALUES.
           02 GH-Stu-Id                PIC 9(7).
           02 GH-Course                PIC X(4).
           02 GH-Term                  PIC X(6).
           02 GH-Grade                 PIC 999.

       WORKING-STORAGE SECTION.
      * Only courses that list a prerequisite are tabled.  The
      * entry after the last is where a course looked up on the
      * file is held for the call once the table has overflowed.
       01  Prereq-Table.
           02  Prereq-Course-Count     PIC 999 VALUE ZERO.
           02  Prereq-Course-Entry OCCURS 201 TIMES.
               03 PQT-Course           PIC X(4).
               03 PQT-Prereq-Code      PIC X(4) OCCURS 3 TIMES.
               03 PQT-Min-Grade        PIC 999.

       01  Prereq-Course-Sub           PIC 999.
       01  Found-Prereq-Sub            PIC 999.
       01  Prereq-Sub                  PIC 9.
       01  Prereq-Spare-Sub            PIC 999 VALUE 201.

       01  Prereq-Overflow-Switch      PIC X VALUE "N".
           88 Prereq-Table-Overflowed  VALUE "Y".

      * Best result the student holds on each of the course's
      * prerequisites, gathered in one pass of the grade history.
       01  Best-Grade-Table.
           02  Best-Grade-Entry OCCURS 3 TIMES.
               03 BGT-Held             PIC X.
               03 BGT-Grade            PIC 999.

       01  Prereqs-Loaded-Switch       PIC X VALUE "N".
           88 Prereqs-Loaded           VALUE "Y".

       01  Grade-Hist-Switch           PIC X VALUE "Y".
           88 Grade-Hist-Present       VALUE "Y".
           88 Grade-Hist-Absent        VALUE "N".

       01  Course-File-Status          PIC XX.
       01  Grade-Hist-File-Status      PIC XX.

       LINKAGE SECTION.
       01  Pq-Stu-Id                   PIC 9(7).
       01  Pq-Course                   PIC X(4).
       01  Pq-Result                   PIC X.
           88 Pq-Met                   VALUE "Y".
           88 Pq-Not-Met               VALUE "N".
       01  Pq-Missing-Course           PIC X(4).
       01  Pq-Min-Grade                PIC 999.
       01  Pq-Grade-Held               PIC X.
       01  Pq-Best-Grade               PIC 999.

       PROCEDURE DIVISION USING Pq-Stu-Id Pq-Course Pq-Result
               Pq-Missing-Course Pq-Min-Grade Pq-Grade-Held
               Pq-Best-Grade.
       Begin.
           IF NOT Prereqs-Loaded
               PERFORM LoadPrerequisites
               SET Prereqs-Loaded TO TRUE
           END-IF
           SET Pq-Met TO TRUE
           MOVE SPACES TO Pq-Missing-Course
           MOVE ZERO   TO Pq-Min-Grade Pq-Best-Grade
           MOVE "N"    TO Pq-Grade-Held
           MOVE ZERO TO Found-Prereq-Sub
           IF Prereq-Table-Overflowed
               PERFORM LookupPrereqOnFile
           ELSE
               PERFORM VARYING Prereq-Course-Sub FROM 1 BY 1
                       UNTIL Prereq-Course-Sub > Prereq-Course-Count
                   IF PQT-Course(Prereq-Course-Sub) = Pq-Course
                       MOVE Prereq-Course-Sub TO Found-Prereq-Sub
                   END-IF
               END-PERFORM
           END-IF
           IF Found-Prereq-Sub > ZERO
               PERFORM GatherBestGrades
               PERFORM VARYING Prereq-Sub FROM 1 BY 1
                       UNTIL Prereq-Sub > 3 OR Pq-Not-Met
                   PERFORM CheckOnePrereq
               END-PERFORM
           END-IF
           GOBACK.

       LoadPrerequisites.
           OPEN INPUT Course-File
           IF Course-File-Status = "00"
               READ Course-File
                   AT END SET End-Of-Course-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Course-File
                   IF CRL-Prereq-Unused NOT = SPACES
                       AND CRS-Prereq-Code(1) NOT = SPACES
                       IF Prereq-Course-Count < 200
                           ADD 1 TO Prereq-Course-Count
                           MOVE Prereq-Course-Count
                               TO Prereq-Course-Sub
                           PERFORM TablePrereqRow
                       ELSE
                           SET Prereq-Table-Overflowed TO TRUE
                       END-IF
                   END-IF
                   READ Course-File
                       AT END SET End-Of-Course-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Course-File
           END-IF.

       TablePrereqRow.
           MOVE CRS-Code TO PQT-Course(Prereq-Course-Sub)
           PERFORM VARYING Prereq-Sub FROM 1 BY 1
                   UNTIL Prereq-Sub > 3
               MOVE CRS-Prereq-Code(Prereq-Sub)
                   TO PQT-Prereq-Code(Prereq-Course-Sub, Prereq-Sub)
           END-PERFORM
           MOVE CRS-Prereq-Min-Grade
               TO PQT-Min-Grade(Prereq-Course-Sub).

      * Past the table's size the course's own row is found on
      * COURSE.DAT - the last one listing a prerequisite counts, as
      * it does in the table.
       LookupPrereqOnFile.
           OPEN INPUT Course-File
           IF Course-File-Status = "00"
               READ Course-File
                   AT END SET End-Of-Course-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Course-File
                   IF CRS-Code = Pq-Course
                       AND CRL-Prereq-Unused NOT = SPACES
                       AND CRS-Prereq-Code(1) NOT = SPACES
                       MOVE Prereq-Spare-Sub TO Prereq-Course-Sub
                       PERFORM TablePrereqRow
                       MOVE Prereq-Spare-Sub TO Found-Prereq-Sub
                   END-IF
                   READ Course-File
                       AT END SET End-Of-Course-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Course-File
           END-IF.

      * The history is read afresh on each call that needs it, so
      * a result GradeEntry has just added is seen straight away.
       GatherBestGrades.
           PERFORM VARYING Prereq-Sub FROM 1 BY 1
                   UNTIL Prereq-Sub > 3
               MOVE "N"  TO BGT-Held(Prereq-Sub)
               MOVE ZERO TO BGT-Grade(Prereq-Sub)
           END-PERFORM
           IF Grade-Hist-Present
               OPEN INPUT Grade-Hist-File
               IF Grade-Hist-File-Status = "00"
                   READ Grade-Hist-File
                       AT END SET End-Of-Grade-Hist-File TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Grade-Hist-File
                       IF GH-Stu-Id = Pq-Stu-Id
                           PERFORM NoteGradeAgainstPrereqs
                       END-IF
                       READ Grade-Hist-File
                           AT END SET End-Of-Grade-Hist-File TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE Grade-Hist-File
               ELSE
                   SET Grade-Hist-Absent TO TRUE
                   DISPLAY "PREREQCHECK: no GRADEHIST.DAT found - "
                       "no prerequisite can be shown as passed"
               END-IF
           END-IF.

       NoteGradeAgainstPrereqs.
           PERFORM VARYING Prereq-Sub FROM 1 BY 1
                   UNTIL Prereq-Sub > 3
               IF PQT-Prereq-Code(Found-Prereq-Sub, Prereq-Sub)
                       = GH-Course
                   AND PQT-Prereq-Code(Found-Prereq-Sub, Prereq-Sub)
                       NOT = SPACES
                   IF BGT-Held(Prereq-Sub) = "N"
                       OR GH-Grade > BGT-Grade(Prereq-Sub)
                       MOVE "Y"      TO BGT-Held(Prereq-Sub)
                       MOVE GH-Grade TO BGT-Grade(Prereq-Sub)
                   END-IF
               END-IF
           END-PERFORM.

       CheckOnePrereq.
           IF PQT-Prereq-Code(Found-Prereq-Sub, Prereq-Sub)
                   NOT = SPACES
               IF BGT-Held(Prereq-Sub) = "N"
                   OR BGT-Grade(Prereq-Sub)
                       < PQT-Min-Grade(Found-Prereq-Sub)
                   SET Pq-Not-Met TO TRUE
                   MOVE PQT-Prereq-Code(Found-Prereq-Sub, Prereq-Sub)
                       TO Pq-Missing-Course
                   MOVE PQT-Min-Grade(Found-Prereq-Sub)
                       TO Pq-Min-Grade
                   MOVE BGT-Held(Prereq-Sub)  TO Pq-Grade-Held
                   MOVE BGT-Grade(Prereq-Sub) TO Pq-Best-Grade
               END-IF
           END-IF.
       END PROGRAM PrereqCheck.
