      ******************************************************************
      * Author:
      * Date:
      * Purpose: Enrollment census return for the funding body.
      *          Takes a census date, which must fall in a term on
      *          TERMS.DAT, and counts the enrollments on ENROLL.DAT
      *          active on that date (active or since completed,
      *          enrolled on or before it) for students still on
      *          STUDENTS.DAT and not withdrawn - by course, gender,
      *          the AgeBandRpt bands (age at the census date), and
      *          new against continuing (a student is new when the
      *          earliest enrollment they hold began on or after the
      *          term start).  Enrollments counted at the previous
      *          census that have since been withdrawn are counted as
      *          withdrawals.  The first run for a census date keeps
      *          every counted row on CENSUS.DAT; any later run for
      *          the same date counts that snapshot instead of the
      *          live files, so the return always reproduces.  A
      *          census cannot be taken for a future date or behind
      *          the latest one already on file.  Prints the signed-
      *          off summary on CENSUS.RPT and writes the return to
      *          CENSUSXT.DAT as an H header, a D record per course
      *          and a T trailer, the way WebStockFeed sends its feed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CensusReturn.
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

           SELECT Term-File ASSIGN TO "TERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Term-File-Status.

           SELECT Census-File ASSIGN TO "CENSUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Census-File-Status.

           SELECT WorkFile ASSIGN TO "WORK.TMP".

           SELECT Census-Report ASSIGN TO "CENSUS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Census-Extract-File ASSIGN TO "CENSUSXT.DAT"
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

       FD Student-File.
       01 StudentRec.
           COPY STUDREC.

       FD Term-File.
       01 Term-Rec.
           88 End-Of-Term-File         VALUE HIGH-VALUES.
           02 TRM-Term                 PIC X(6).
           02 TRM-Start-Date           PIC 9(8).
           02 TRM-End-Date             PIC 9(8).

      * The census snapshot - one E row per enrollment counted and
      * one W row per withdrawal since the previous census, as they
      * stood when the census date was first run.
       FD Census-File.
       01 Census-Rec.
           88 End-Of-Census-File       VALUE HIGH-VALUES.
           02 CNS-Census-Date          PIC 9(8).
           02 CNS-Term                 PIC X(6).
           02 CNS-Rec-Type             PIC X.
               88 CNS-Enrolled         VALUE "E".
               88 CNS-Withdrawn        VALUE "W".
           02 CNS-Stu-Id               PIC 9(7).
           02 CNS-Course               PIC X(4).
           02 CNS-Gender               PIC X.
      * 1 under 18, 2 18 to 21, 3 22 and over.
           02 CNS-Age-Band             PIC 9.
      * N new this term, C continuing.
           02 CNS-Intake               PIC X.

       SD WorkFile.
       01 WorkRec.
           88 End-Of-Work-File         VALUE HIGH-VALUES.
           02 WK-Course                PIC X(4).
           02 WK-Rec-Type              PIC X.
           02 WK-Stu-Id                PIC 9(7).
           02 WK-Gender                PIC X.
           02 WK-Age-Band              PIC 9.
           02 WK-Intake                PIC X.

       FD Census-Report.
       01 Census-Line                  PIC X(72).

      * H header (census date, term, provider), one D record per
      * course, then a T trailer with the totals to prove the lot.
       FD Census-Extract-File.
       01 Census-Extract-Rec           PIC X(60).

       01 Census-Header-Rec REDEFINES Census-Extract-Rec.
           02 CXT-H-Type               PIC X.
           02 CXT-H-Census-Date        PIC 9(8).
           02 CXT-H-Term               PIC X(6).
           02 CXT-H-Provider           PIC X(8).
           02 CXT-H-Run-Date           PIC 9(8).
           02 FILLER                   PIC X(29).

       01 Census-Detail-Rec REDEFINES Census-Extract-Rec.
           02 CXT-D-Type               PIC X.
           02 CXT-D-Course             PIC X(4).
           02 CXT-D-Headcount          PIC 9(5).
           02 CXT-D-Male               PIC 9(5).
           02 CXT-D-Female             PIC 9(5).
           02 CXT-D-Under-18           PIC 9(5).
           02 CXT-D-18-To-21           PIC 9(5).
           02 CXT-D-22-And-Over        PIC 9(5).
           02 CXT-D-New                PIC 9(5).
           02 CXT-D-Continuing         PIC 9(5).
           02 CXT-D-Withdrawn          PIC 9(5).
           02 FILLER                   PIC X(10).

       01 Census-Trailer-Rec REDEFINES Census-Extract-Rec.
           02 CXT-T-Type               PIC X.
           02 CXT-T-Count              PIC 9(6).
           02 CXT-T-Headcount          PIC 9(7).
           02 CXT-T-Students           PIC 9(7).
           02 CXT-T-Withdrawn          PIC 9(7).
           02 FILLER                   PIC X(32).

       WORKING-STORAGE SECTION.
      * The college's provider number with the funding body.
       01  Provider-Number             PIC X(8) VALUE "00000000".

       01  Enroll-Table.
           02  Enroll-Count            PIC 9(4) VALUE ZERO.
           02  Enroll-Entry OCCURS 2000 TIMES.
               03 ENT-Stu-Id           PIC 9(7).
               03 ENT-Course           PIC X(4).
               03 ENT-Enroll-Date      PIC 9(8).
               03 ENT-Status           PIC X.

       01  Enroll-Sub                  PIC 9(4).
       01  First-Enroll-Sub            PIC 9(4).
       01  Intake-Sub                  PIC 9(4).

      * The enrollments the previous census counted.
       01  Prev-Census-Table.
           02  Prev-Count              PIC 9(4) VALUE ZERO.
           02  Prev-Entry OCCURS 2000 TIMES.
               03 PCT-Stu-Id           PIC 9(7).
               03 PCT-Course           PIC X(4).
               03 PCT-Gender           PIC X.
               03 PCT-Age-Band         PIC 9.
               03 PCT-Intake           PIC X.

       01  Prev-Sub                    PIC 9(4).

      * Students already counted, for the distinct headcount.
       01  Counted-Student-Table.
           02  Counted-Count           PIC 9(4) VALUE ZERO.
           02  Counted-Stu-Id          PIC 9(7) OCCURS 2000 TIMES.

       01  Counted-Sub                 PIC 9(4).

       01  Counted-Switch              PIC X VALUE "N".
           88 Student-Counted          VALUE "Y".
           88 Student-Not-Counted      VALUE "N".

       01  Entry-Census-Date           PIC 9(8).

       01  Census-Date-Work.
           02  CDW-Year                PIC 9(4).
           02  CDW-Month               PIC 99.
           02  CDW-Day                 PIC 99.
       01  Census-Date-R REDEFINES Census-Date-Work PIC 9(8).

       01  Date-Check-Switch           PIC X VALUE "N".
           88 Date-Good                VALUE "Y".
           88 Date-Bad                 VALUE "N".

       01  Census-Term                 PIC X(6) VALUE SPACES.
       01  Census-Term-Start           PIC 9(8) VALUE ZERO.
       01  Prev-Census-Date            PIC 9(8) VALUE ZERO.
       01  Latest-Census-Date          PIC 9(8) VALUE ZERO.
       01  Current-Run-Date            PIC 9(8).

       01  Census-Taken-Switch         PIC X VALUE "N".
           88 Census-Already-Taken     VALUE "Y".
           88 Census-Not-Taken         VALUE "N".

       01  Withdrawn-Switch            PIC X VALUE "N".
           88 Enrollment-Withdrawn     VALUE "Y".
           88 Enrollment-Not-Withdrawn VALUE "N".

       01  Student-Age                 PIC 999.
       01  Student-Age-Band            PIC 9.
       01  Student-Intake              PIC X.

       01  Break-Course                PIC X(4) VALUE SPACES.

       01  Course-Counts.
           02  Crs-Headcount           PIC 9(5).
           02  Crs-Male                PIC 9(5).
           02  Crs-Female              PIC 9(5).
           02  Crs-Under-18            PIC 9(5).
           02  Crs-18-To-21            PIC 9(5).
           02  Crs-22-And-Over         PIC 9(5).
           02  Crs-New                 PIC 9(5).
           02  Crs-Continuing          PIC 9(5).
           02  Crs-Withdrawn           PIC 9(5).

       01  Census-Totals.
           02  Tot-Headcount           PIC 9(5) VALUE ZERO.
           02  Tot-Male                PIC 9(5) VALUE ZERO.
           02  Tot-Female              PIC 9(5) VALUE ZERO.
           02  Tot-Under-18            PIC 9(5) VALUE ZERO.
           02  Tot-18-To-21            PIC 9(5) VALUE ZERO.
           02  Tot-22-And-Over         PIC 9(5) VALUE ZERO.
           02  Tot-New                 PIC 9(5) VALUE ZERO.
           02  Tot-Continuing          PIC 9(5) VALUE ZERO.
           02  Tot-Withdrawn           PIC 9(5) VALUE ZERO.
           02  Courses-Returned        PIC 9(6) VALUE ZERO.

       01  Enroll-File-Status          PIC XX.
       01  Student-File-Status         PIC XX.
       01  Term-File-Status            PIC XX.
       01  Census-File-Status          PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Census-Heading-Line.
           02  FILLER                  PIC X(33) VALUE
               "  ENROLLMENT CENSUS RETURN  TERM ".
           02  Hdg-Term                PIC X(6).
           02  FILLER                  PIC X(15) VALUE
               "  CENSUS DATE ".
           02  Hdg-Census-Date         PIC 9(8).

       01  Census-Source-Line.
           02  FILLER                  PIC X(14) VALUE
               " FIGURES FROM ".
           02  Prn-Source              PIC X(40).

       01  Census-Prev-Line.
           02  FILLER                  PIC X(36) VALUE
               " WITHDRAWALS SINCE CENSUS OF       ".
           02  Prn-Prev-Census         PIC X(8).

       01  Census-Topic-Line.
           02  FILLER                  PIC X(8)  VALUE " COURSE".
           02  FILLER                  PIC X(6)  VALUE "  HEAD".
           02  FILLER                  PIC X(6)  VALUE "  MALE".
           02  FILLER                  PIC X(6)  VALUE "   FEM".
           02  FILLER                  PIC X(6)  VALUE "   <18".
           02  FILLER                  PIC X(6)  VALUE " 18-21".
           02  FILLER                  PIC X(6)  VALUE "   22+".
           02  FILLER                  PIC X(6)  VALUE "   NEW".
           02  FILLER                  PIC X(6)  VALUE "  CONT".
           02  FILLER                  PIC X(6)  VALUE "  WDRN".

       01  Census-Detail-Line.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-Course              PIC X(6).
           02  Prn-Headcount           PIC BZZZZ9.
           02  Prn-Male                PIC BZZZZ9.
           02  Prn-Female              PIC BZZZZ9.
           02  Prn-Under-18            PIC BZZZZ9.
           02  Prn-18-To-21            PIC BZZZZ9.
           02  Prn-22-And-Over         PIC BZZZZ9.
           02  Prn-New                 PIC BZZZZ9.
           02  Prn-Continuing          PIC BZZZZ9.
           02  Prn-Withdrawn           PIC BZZZZ9.

       01  Census-Students-Line.
           02  FILLER                  PIC X(36) VALUE
               " DISTINCT STUDENTS ACTIVE        : ".
           02  Prn-Students            PIC ZZ,ZZ9.

       01  Census-None-Line            PIC X(48) VALUE
           " NO ENROLLMENTS ACTIVE ON THE CENSUS DATE".

       01  Census-Signoff-Lines.
           02  Prepared-Line           PIC X(60) VALUE
           " PREPARED BY  : ____________________   DATE : __________".
           02  Signed-Off-Line         PIC X(60) VALUE
           " SIGNED OFF BY: ____________________   DATE : __________".

       01  Separator-Line              PIC X(62) VALUE ALL "-".

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM GetCensusDate
           PERFORM FindCensusTerm
           IF Run-OK
               PERFORM ScanCensusHistory
           END-IF
           IF Run-OK AND Census-Not-Taken
               PERFORM TakeCensusSnapshot
           END-IF
           IF Run-OK
               PERFORM PrintCensusReturn
           END-IF
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       GetCensusDate.
           DISPLAY "Enter census date (YYYYMMDD)        : "
               WITH NO ADVANCING
           ACCEPT Entry-Census-Date
           MOVE Entry-Census-Date TO Census-Date-R
           PERFORM CheckDate
           PERFORM UNTIL Date-Good
               DISPLAY "Not a date, re-enter              : "
                   WITH NO ADVANCING
               ACCEPT Entry-Census-Date
               MOVE Entry-Census-Date TO Census-Date-R
               PERFORM CheckDate
           END-PERFORM.

       CheckDate.
           SET Date-Bad TO TRUE
           IF Census-Date-Work IS NUMERIC
               IF CDW-Year > 1999
                   AND CDW-Month >= 1 AND CDW-Month <= 12
                   AND CDW-Day >= 1 AND CDW-Day <= 31
                   SET Date-Good TO TRUE
               END-IF
           END-IF.

       FindCensusTerm.
           OPEN INPUT Term-File
           IF Term-File-Status = "00"
               READ Term-File
                   AT END SET End-Of-Term-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Term-File
                   IF Entry-Census-Date >= TRM-Start-Date
                       AND Entry-Census-Date <= TRM-End-Date
                       MOVE TRM-Term       TO Census-Term
                       MOVE TRM-Start-Date TO Census-Term-Start
                   END-IF
                   READ Term-File
                       AT END SET End-Of-Term-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Term-File
           END-IF
           IF Census-Term = SPACES
               DISPLAY "CENSUSRETURN: " Entry-Census-Date
                   " is in no term on TERMS.DAT - no census taken"
               SET Run-Failed TO TRUE
           END-IF.

      * Whether this date has been taken already, and the census
      * before it that withdrawals are counted from.
       ScanCensusHistory.
           OPEN INPUT Census-File
           IF Census-File-Status = "00"
               READ Census-File
                   AT END SET End-Of-Census-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Census-File
                   IF CNS-Census-Date = Entry-Census-Date
                       SET Census-Already-Taken TO TRUE
                   END-IF
                   IF CNS-Census-Date < Entry-Census-Date
                       AND CNS-Census-Date > Prev-Census-Date
                       MOVE CNS-Census-Date TO Prev-Census-Date
                   END-IF
                   IF CNS-Census-Date > Latest-Census-Date
                       MOVE CNS-Census-Date TO Latest-Census-Date
                   END-IF
                   READ Census-File
                       AT END SET End-Of-Census-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Census-File
           END-IF
           IF Census-Not-Taken
               IF Entry-Census-Date > Current-Run-Date
                   DISPLAY "CENSUSRETURN: " Entry-Census-Date
                       " is a future date - no census taken"
                   SET Run-Failed TO TRUE
               END-IF
               IF Entry-Census-Date < Latest-Census-Date
                   DISPLAY "CENSUSRETURN: a later census ("
                       Latest-Census-Date ") is already on file - "
                       "no census taken for " Entry-Census-Date
                   SET Run-Failed TO TRUE
               END-IF
           END-IF.

      * Everything is loaded and checked before the first row goes
      * to CENSUS.DAT - a part-written snapshot would be reproduced
      * as the census for good.
       TakeCensusSnapshot.
           PERFORM LoadEnrollments
           IF Run-OK
               PERFORM LoadPreviousCensus
           END-IF
           IF Run-OK
               OPEN INPUT Student-File
               IF Student-File-Status NOT = "00"
                   DISPLAY "CENSUSRETURN: cannot open STUDENTS.DAT - "
                       "status " Student-File-Status
                   SET Run-Failed TO TRUE
               END-IF
           END-IF
           IF Run-OK
               OPEN EXTEND Census-File
               IF Census-File-Status NOT = "00"
                   OPEN OUTPUT Census-File
               END-IF
               PERFORM VARYING Enroll-Sub FROM 1 BY 1
                       UNTIL Enroll-Sub > Enroll-Count
                   IF (ENT-Status(Enroll-Sub) = "A"
                           OR ENT-Status(Enroll-Sub) = "C")
                       AND ENT-Enroll-Date(Enroll-Sub)
                           <= Entry-Census-Date
                       PERFORM SnapshotEnrollment
                   END-IF
               END-PERFORM
               PERFORM VARYING Prev-Sub FROM 1 BY 1
                       UNTIL Prev-Sub > Prev-Count
                   PERFORM SnapshotWithdrawal
               END-PERFORM
               CLOSE Census-File
               CLOSE Student-File
           END-IF.

       LoadEnrollments.
           OPEN INPUT Enroll-File
           IF Enroll-File-Status NOT = "00"
               DISPLAY "CENSUSRETURN: cannot open ENROLL.DAT - "
                   "status " Enroll-File-Status
               SET Run-Failed TO TRUE
           ELSE
               READ Enroll-File
                   AT END SET End-Of-Enroll-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Enroll-File
                   IF Enroll-Count < 2000
                       ADD 1 TO Enroll-Count
                       MOVE EN-Stu-Id TO ENT-Stu-Id(Enroll-Count)
                       MOVE EN-Course TO ENT-Course(Enroll-Count)
                       MOVE EN-Enroll-Date
                           TO ENT-Enroll-Date(Enroll-Count)
                       MOVE EN-Status TO ENT-Status(Enroll-Count)
                   ELSE
                       SET Run-Failed TO TRUE
                   END-IF
                   READ Enroll-File
                       AT END SET End-Of-Enroll-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Enroll-File
               IF Run-Failed
                   DISPLAY "CENSUSRETURN: more than 2000 records on "
                       "ENROLL.DAT - table full, no census taken"
               END-IF
           END-IF.

       LoadPreviousCensus.
           IF Prev-Census-Date > ZERO
               OPEN INPUT Census-File
               READ Census-File
                   AT END SET End-Of-Census-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Census-File
                   IF CNS-Census-Date = Prev-Census-Date
                       AND CNS-Enrolled
                       IF Prev-Count < 2000
                           ADD 1 TO Prev-Count
                           MOVE CNS-Stu-Id   TO PCT-Stu-Id(Prev-Count)
                           MOVE CNS-Course   TO PCT-Course(Prev-Count)
                           MOVE CNS-Gender   TO PCT-Gender(Prev-Count)
                           MOVE CNS-Age-Band
                               TO PCT-Age-Band(Prev-Count)
                           MOVE CNS-Intake   TO PCT-Intake(Prev-Count)
                       ELSE
                           SET Run-Failed TO TRUE
                       END-IF
                   END-IF
                   READ Census-File
                       AT END SET End-Of-Census-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Census-File
               IF Run-Failed
                   DISPLAY "CENSUSRETURN: more than 2000 rows on the "
                       "census of " Prev-Census-Date " - table full, "
                       "no census taken"
               END-IF
           END-IF.

      * A student withdrawn on the master is off every course, so
      * none of their enrollments count whatever ENROLL.DAT says.
       SnapshotEnrollment.
           MOVE ENT-Stu-Id(Enroll-Sub) TO STU-ID OF StudentRec
           READ Student-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF NOT STU-WITHDRAWN IN StudentRec
                       PERFORM ComputeCensusAge
                       PERFORM FindStudentIntake
                       MOVE Entry-Census-Date TO CNS-Census-Date
                       MOVE Census-Term       TO CNS-Term
                       SET CNS-Enrolled TO TRUE
                       MOVE ENT-Stu-Id(Enroll-Sub) TO CNS-Stu-Id
                       MOVE ENT-Course(Enroll-Sub) TO CNS-Course
                       MOVE STU-GENDER IN StudentRec TO CNS-Gender
                       MOVE Student-Age-Band  TO CNS-Age-Band
                       MOVE Student-Intake    TO CNS-Intake
                       WRITE Census-Rec
                   END-IF
           END-READ.

      * Age at the census date, banded as AgeBandRpt bands it.
       ComputeCensusAge.
           COMPUTE Student-Age = CDW-Year - STU-YOB IN StudentRec
           IF STU-MOB IN StudentRec > CDW-Month
               SUBTRACT 1 FROM Student-Age
           ELSE
               IF STU-MOB IN StudentRec = CDW-Month
                   AND STU-DOB IN StudentRec > CDW-Day
                   SUBTRACT 1 FROM Student-Age
               END-IF
           END-IF
           IF Student-Age < 18
               MOVE 1 TO Student-Age-Band
           ELSE
               IF Student-Age <= 21
                   MOVE 2 TO Student-Age-Band
               ELSE
                   MOVE 3 TO Student-Age-Band
               END-IF
           END-IF.

      * New when the student's first enrollment on any course began
      * in this term; continuing when they were here before it.
       FindStudentIntake.
           MOVE Enroll-Sub TO First-Enroll-Sub
           PERFORM VARYING Intake-Sub FROM 1 BY 1
                   UNTIL Intake-Sub > Enroll-Count
               IF ENT-Stu-Id(Intake-Sub) = ENT-Stu-Id(Enroll-Sub)
                   AND ENT-Enroll-Date(Intake-Sub)
                       < ENT-Enroll-Date(First-Enroll-Sub)
                   MOVE Intake-Sub TO First-Enroll-Sub
               END-IF
           END-PERFORM
           IF ENT-Enroll-Date(First-Enroll-Sub) >= Census-Term-Start
               MOVE "N" TO Student-Intake
           ELSE
               MOVE "C" TO Student-Intake
           END-IF.

      * An enrollment the previous census counted is a withdrawal
      * when it is now withdrawn, or the student is.
       SnapshotWithdrawal.
           SET Enrollment-Not-Withdrawn TO TRUE
           PERFORM VARYING Enroll-Sub FROM 1 BY 1
                   UNTIL Enroll-Sub > Enroll-Count
               IF ENT-Stu-Id(Enroll-Sub) = PCT-Stu-Id(Prev-Sub)
                   AND ENT-Course(Enroll-Sub) = PCT-Course(Prev-Sub)
                   AND ENT-Status(Enroll-Sub) = "W"
                   SET Enrollment-Withdrawn TO TRUE
               END-IF
           END-PERFORM
           IF Enrollment-Not-Withdrawn
               MOVE PCT-Stu-Id(Prev-Sub) TO STU-ID OF StudentRec
               READ Student-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF STU-WITHDRAWN IN StudentRec
                           SET Enrollment-Withdrawn TO TRUE
                       END-IF
               END-READ
           END-IF
           IF Enrollment-Withdrawn
               MOVE Entry-Census-Date       TO CNS-Census-Date
               MOVE Census-Term             TO CNS-Term
               SET CNS-Withdrawn TO TRUE
               MOVE PCT-Stu-Id(Prev-Sub)    TO CNS-Stu-Id
               MOVE PCT-Course(Prev-Sub)    TO CNS-Course
               MOVE PCT-Gender(Prev-Sub)    TO CNS-Gender
               MOVE PCT-Age-Band(Prev-Sub)  TO CNS-Age-Band
               MOVE PCT-Intake(Prev-Sub)    TO CNS-Intake
               WRITE Census-Rec
           END-IF.

      * Fresh or reproduced, the return is always counted from the
      * snapshot rows for the census date.
       PrintCensusReturn.
           OPEN OUTPUT Census-Report
           OPEN OUTPUT Census-Extract-File
           MOVE Census-Term       TO Hdg-Term
           MOVE Entry-Census-Date TO Hdg-Census-Date
           WRITE Census-Line FROM Census-Heading-Line
           WRITE Census-Line FROM Blank-Line
           IF Census-Already-Taken
               MOVE "SNAPSHOT ON FILE - REPRODUCED" TO Prn-Source
           ELSE
               MOVE "SNAPSHOT TAKEN THIS RUN" TO Prn-Source
           END-IF
           WRITE Census-Line FROM Census-Source-Line
           IF Prev-Census-Date > ZERO
               MOVE Prev-Census-Date TO Prn-Prev-Census
           ELSE
               MOVE "NONE" TO Prn-Prev-Census
           END-IF
           WRITE Census-Line FROM Census-Prev-Line
           WRITE Census-Line FROM Blank-Line
           WRITE Census-Line FROM Census-Topic-Line
           MOVE SPACES TO Census-Header-Rec
           MOVE "H"               TO CXT-H-Type
           MOVE Entry-Census-Date TO CXT-H-Census-Date
           MOVE Census-Term       TO CXT-H-Term
           MOVE Provider-Number   TO CXT-H-Provider
           MOVE Current-Run-Date  TO CXT-H-Run-Date
           WRITE Census-Extract-Rec
           SORT WorkFile
               ASCENDING KEY WK-Course
               ASCENDING KEY WK-Rec-Type
               ASCENDING KEY WK-Stu-Id
               INPUT PROCEDURE IS ReleaseCensusRows
               OUTPUT PROCEDURE IS CountCensusRows
           IF Courses-Returned = ZERO
               WRITE Census-Line FROM Census-None-Line
           END-IF
           WRITE Census-Line FROM Separator-Line
           MOVE "TOTAL"          TO Prn-Course
           MOVE Tot-Headcount    TO Prn-Headcount
           MOVE Tot-Male         TO Prn-Male
           MOVE Tot-Female       TO Prn-Female
           MOVE Tot-Under-18     TO Prn-Under-18
           MOVE Tot-18-To-21     TO Prn-18-To-21
           MOVE Tot-22-And-Over  TO Prn-22-And-Over
           MOVE Tot-New          TO Prn-New
           MOVE Tot-Continuing   TO Prn-Continuing
           MOVE Tot-Withdrawn    TO Prn-Withdrawn
           WRITE Census-Line FROM Census-Detail-Line
           WRITE Census-Line FROM Blank-Line
           MOVE Counted-Count    TO Prn-Students
           WRITE Census-Line FROM Census-Students-Line
           WRITE Census-Line FROM Blank-Line
           WRITE Census-Line FROM Blank-Line
           WRITE Census-Line FROM Prepared-Line
           WRITE Census-Line FROM Blank-Line
           WRITE Census-Line FROM Signed-Off-Line
           MOVE SPACES TO Census-Trailer-Rec
           MOVE "T"              TO CXT-T-Type
           MOVE Courses-Returned TO CXT-T-Count
           MOVE Tot-Headcount    TO CXT-T-Headcount
           MOVE Counted-Count    TO CXT-T-Students
           MOVE Tot-Withdrawn    TO CXT-T-Withdrawn
           WRITE Census-Extract-Rec
           CLOSE Census-Report
           CLOSE Census-Extract-File
           DISPLAY "CENSUSRETURN: " Tot-Headcount
               " enrollment(s) at census " Entry-Census-Date
               " - see CENSUS.RPT, return on CENSUSXT.DAT".

       ReleaseCensusRows.
           OPEN INPUT Census-File
           IF Census-File-Status = "00"
               READ Census-File
                   AT END SET End-Of-Census-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Census-File
                   IF CNS-Census-Date = Entry-Census-Date
                       MOVE CNS-Course   TO WK-Course
                       MOVE CNS-Rec-Type TO WK-Rec-Type
                       MOVE CNS-Stu-Id   TO WK-Stu-Id
                       MOVE CNS-Gender   TO WK-Gender
                       MOVE CNS-Age-Band TO WK-Age-Band
                       MOVE CNS-Intake   TO WK-Intake
                       RELEASE WorkRec
                   END-IF
                   READ Census-File
                       AT END SET End-Of-Census-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Census-File
           END-IF.

       CountCensusRows.
           RETURN WorkFile
               AT END SET End-Of-Work-File TO TRUE
           END-RETURN
           IF NOT End-Of-Work-File
               MOVE WK-Course TO Break-Course
               INITIALIZE Course-Counts
           END-IF
           PERFORM UNTIL End-Of-Work-File
               IF WK-Course NOT = Break-Course
                   PERFORM WriteCourseCounts
                   MOVE WK-Course TO Break-Course
                   INITIALIZE Course-Counts
               END-IF
               IF WK-Rec-Type = "W"
                   ADD 1 TO Crs-Withdrawn
               ELSE
                   PERFORM CountEnrolledRow
               END-IF
               RETURN WorkFile
                   AT END SET End-Of-Work-File TO TRUE
               END-RETURN
           END-PERFORM
           IF Break-Course NOT = SPACES
               PERFORM WriteCourseCounts
           END-IF.

       CountEnrolledRow.
           ADD 1 TO Crs-Headcount
           IF WK-Gender = "M"
               ADD 1 TO Crs-Male
           ELSE
               ADD 1 TO Crs-Female
           END-IF
           EVALUATE WK-Age-Band
               WHEN 1 ADD 1 TO Crs-Under-18
               WHEN 2 ADD 1 TO Crs-18-To-21
               WHEN OTHER ADD 1 TO Crs-22-And-Over
           END-EVALUATE
           IF WK-Intake = "N"
               ADD 1 TO Crs-New
           ELSE
               ADD 1 TO Crs-Continuing
           END-IF
           SET Student-Not-Counted TO TRUE
           PERFORM VARYING Counted-Sub FROM 1 BY 1
                   UNTIL Counted-Sub > Counted-Count
                       OR Student-Counted
               IF Counted-Stu-Id(Counted-Sub) = WK-Stu-Id
                   SET Student-Counted TO TRUE
               END-IF
           END-PERFORM
           IF Student-Not-Counted AND Counted-Count < 2000
               ADD 1 TO Counted-Count
               MOVE WK-Stu-Id TO Counted-Stu-Id(Counted-Count)
           END-IF.

       WriteCourseCounts.
           MOVE Break-Course     TO Prn-Course
           MOVE Crs-Headcount    TO Prn-Headcount
           MOVE Crs-Male         TO Prn-Male
           MOVE Crs-Female       TO Prn-Female
           MOVE Crs-Under-18     TO Prn-Under-18
           MOVE Crs-18-To-21     TO Prn-18-To-21
           MOVE Crs-22-And-Over  TO Prn-22-And-Over
           MOVE Crs-New          TO Prn-New
           MOVE Crs-Continuing   TO Prn-Continuing
           MOVE Crs-Withdrawn    TO Prn-Withdrawn
           WRITE Census-Line FROM Census-Detail-Line
           MOVE SPACES TO Census-Detail-Rec
           MOVE "D"              TO CXT-D-Type
           MOVE Break-Course     TO CXT-D-Course
           MOVE Crs-Headcount    TO CXT-D-Headcount
           MOVE Crs-Male         TO CXT-D-Male
           MOVE Crs-Female       TO CXT-D-Female
           MOVE Crs-Under-18     TO CXT-D-Under-18
           MOVE Crs-18-To-21     TO CXT-D-18-To-21
           MOVE Crs-22-And-Over  TO CXT-D-22-And-Over
           MOVE Crs-New          TO CXT-D-New
           MOVE Crs-Continuing   TO CXT-D-Continuing
           MOVE Crs-Withdrawn    TO CXT-D-Withdrawn
           WRITE Census-Extract-Rec
           ADD 1 TO Courses-Returned
           ADD Crs-Headcount     TO Tot-Headcount
           ADD Crs-Male          TO Tot-Male
           ADD Crs-Female        TO Tot-Female
           ADD Crs-Under-18      TO Tot-Under-18
           ADD Crs-18-To-21      TO Tot-18-To-21
           ADD Crs-22-And-Over   TO Tot-22-And-Over
           ADD Crs-New           TO Tot-New
           ADD Crs-Continuing    TO Tot-Continuing
           ADD Crs-Withdrawn     TO Tot-Withdrawn.
       END PROGRAM CensusReturn.
