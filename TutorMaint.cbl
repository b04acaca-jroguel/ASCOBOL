      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the TUTOR.DAT tutor master - tutor ID,
      *          name, hourly rate and the hours a month the tutor
      *          is contracted for.  CourseMaint checks the tutor
      *          ID each course points at against this file and
      *          takes the tutor's name from it, and the monthly
      *          TutorPayRpt pay claim values each tutor's sessions
      *          at the rate held here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TutorMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Tutor-File ASSIGN TO "TUTOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tutor-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Tutor-File.
       01 Tutor-Rec.
           88 End-Of-Tutor-File        VALUE HIGH-VALUES.
           02 TUT-Id                   PIC X(4).
           02 TUT-Name                 PIC X(20).
           02 TUT-Hourly-Rate          PIC 9(3)V99.
           02 TUT-Contract-Hours       PIC 9(3).

       WORKING-STORAGE SECTION.
       01  Tutor-Table.
           02  Tutor-Count             PIC 999 VALUE ZERO.
           02  Tutor-Entry OCCURS 100 TIMES.
               03 TTB-Id               PIC X(4).
               03 TTB-Name             PIC X(20).
               03 TTB-Hourly-Rate      PIC 9(3)V99.
               03 TTB-Contract-Hours   PIC 9(3).

       01  Maint-Switches.
           02  More-Changes-Sw         PIC X VALUE "Y".
               88 More-Changes         VALUE "Y".
               88 No-More-Changes      VALUE "N".

       01  Entry-Tutor-Id              PIC X(4).
       01  Entry-Tutor-Name            PIC X(20).
       01  Entry-Hourly-Rate           PIC 9(3)V99.
       01  Entry-Contract-Hours        PIC 9(3).

       01  Tutor-Sub                   PIC 999.

      * TUTOR.DAT is rewritten in full from the table, so a file
      * bigger than the table must stop the session - a partial
      * save would silently delete tutors.
       01  Table-Overflow-Switch       PIC X VALUE "N".
           88 Table-Overflowed         VALUE "Y".

       01  Tutor-Lookup-Switch         PIC X VALUE "N".
           88 Tutor-Found              VALUE "Y".
           88 Tutor-Not-Found          VALUE "N".

       01  Tutor-File-Status           PIC XX.

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadTutors
           IF Table-Overflowed
               DISPLAY "TUTORMAINT: more than 100 tutors on "
                   "TUTOR.DAT - table full, nothing changed and "
                   "nothing rewritten"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM MaintainTutors UNTIL No-More-Changes
           PERFORM SaveTutors
           MOVE 0 TO RETURN-CODE
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
                       MOVE TUT-Id       TO TTB-Id(Tutor-Count)
                       MOVE TUT-Name     TO TTB-Name(Tutor-Count)
                       MOVE TUT-Hourly-Rate
                           TO TTB-Hourly-Rate(Tutor-Count)
                       MOVE TUT-Contract-Hours
                           TO TTB-Contract-Hours(Tutor-Count)
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Tutor-File
                       AT END SET End-Of-Tutor-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Tutor-File
           ELSE
               DISPLAY "TUTORMAINT: no TUTOR.DAT found - "
                   "starting from an empty tutor table"
           END-IF.

       MaintainTutors.
           DISPLAY "Enter tutor ID to add/change, blank to finish: "
               WITH NO ADVANCING
           ACCEPT Entry-Tutor-Id
           IF Entry-Tutor-Id = SPACES
               SET No-More-Changes TO TRUE
           ELSE
               DISPLAY "Enter tutor name (20 chars)         : "
                   WITH NO ADVANCING
               ACCEPT Entry-Tutor-Name
               DISPLAY "Enter hourly rate, e.g. 32.50       : "
                   WITH NO ADVANCING
               ACCEPT Entry-Hourly-Rate
               DISPLAY "Enter contracted hours a month      : "
                   WITH NO ADVANCING
               ACCEPT Entry-Contract-Hours
               PERFORM FindTutor
               IF Tutor-Found
                   MOVE Entry-Tutor-Name
                       TO TTB-Name(Tutor-Sub)
                   MOVE Entry-Hourly-Rate
                       TO TTB-Hourly-Rate(Tutor-Sub)
                   MOVE Entry-Contract-Hours
                       TO TTB-Contract-Hours(Tutor-Sub)
               ELSE
                   IF Tutor-Count < 100
                       ADD 1 TO Tutor-Count
                       MOVE Entry-Tutor-Id
                           TO TTB-Id(Tutor-Count)
                       MOVE Entry-Tutor-Name
                           TO TTB-Name(Tutor-Count)
                       MOVE Entry-Hourly-Rate
                           TO TTB-Hourly-Rate(Tutor-Count)
                       MOVE Entry-Contract-Hours
                           TO TTB-Contract-Hours(Tutor-Count)
                   ELSE
                       DISPLAY "TUTORMAINT: tutor table full - "
                           Entry-Tutor-Id " not added"
                   END-IF
               END-IF
           END-IF.

       FindTutor.
           SET Tutor-Not-Found TO TRUE
           PERFORM VARYING Tutor-Sub FROM 1 BY 1
                   UNTIL Tutor-Sub > Tutor-Count
                       OR Tutor-Found
               IF TTB-Id(Tutor-Sub) = Entry-Tutor-Id
                   SET Tutor-Found TO TRUE
               END-IF
           END-PERFORM
           IF Tutor-Found
               SUBTRACT 1 FROM Tutor-Sub
           END-IF.

       SaveTutors.
           OPEN OUTPUT Tutor-File
           PERFORM VARYING Tutor-Sub FROM 1 BY 1
                   UNTIL Tutor-Sub > Tutor-Count
               MOVE TTB-Id(Tutor-Sub)        TO TUT-Id
               MOVE TTB-Name(Tutor-Sub)      TO TUT-Name
               MOVE TTB-Hourly-Rate(Tutor-Sub)
                   TO TUT-Hourly-Rate
               MOVE TTB-Contract-Hours(Tutor-Sub)
                   TO TUT-Contract-Hours
               WRITE Tutor-Rec
           END-PERFORM
           CLOSE Tutor-File.
       END PROGRAM TutorMaint.
