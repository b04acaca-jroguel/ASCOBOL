      *          applies the counted quantities to OILSTOCK.DAT and
      *          the OILLOTS.DAT lot positions.  Keying the same oil,
      *          location and lot again replaces the earlier count.
      *          The week's cycle count schedule from OilAbcClass
      *          (COUNTSCH.DAT) is shown as the due list at the start;
      *          each count keyed is marked off against it, and
      *          whatever on the schedule is still not counted is
      *          reported at the end of the session.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Master-File-Status.

           SELECT Count-Schedule-File ASSIGN TO "COUNTSCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Count-Schedule-File-Status.

       DATA DIVISION.
       FILE SECTION.
      * A blank location is a count from before locations existed
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

      * The cycle count schedule - a blank lot is unlotted stock,
      * and the counted date stays zero until a count is keyed.
       FD Count-Schedule-File.
       01 Count-Schedule-Rec.
           88 End-Of-Count-Schedule-File VALUE HIGH-VALUES.
           02 CS-Sched-Date            PIC 9(8).
           02 CS-Week-No               PIC 9(6).
           02 CS-Oil-Num               PIC 99.
           02 CS-Location              PIC XX.
           02 CS-Lot-No                PIC X(10).
           02 CS-Abc-Class             PIC X.
           02 CS-Carried               PIC X.
           02 CS-Counted-Date          PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Count-Table.
               03 CNT-Count-Date       PIC 9(8).

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.

       01  Maint-Switches.

       01  Oil-Master-File-Status      PIC XX.

       01  Schedule-Table.
           02  Schedule-Count          PIC 999 VALUE ZERO.
           02  Schedule-Entry OCCURS 400 TIMES.
               03 SCT-Sched-Date       PIC 9(8).
               03 SCT-Week-No          PIC 9(6).
               03 SCT-Oil-Num          PIC 99.
               03 SCT-Location         PIC XX.
               03 SCT-Lot-No           PIC X(10).
               03 SCT-Abc-Class        PIC X.
               03 SCT-Carried          PIC X.
               03 SCT-Counted-Date     PIC 9(8).

       01  Schedule-Sub                PIC 999.
       01  Schedule-Missed-Count       PIC 999.

       01  Match-Oil-Num               PIC 99.
       01  Match-Location              PIC XX.
       01  Match-Lot-No                PIC X(10).
       01  Match-Count-Date            PIC 9(8).

       01  Schedule-Loaded-Switch      PIC X VALUE "N".
           88 Schedule-Loaded          VALUE "Y".

      * COUNTSCH.DAT is rewritten in full from the table as well, so
      * a schedule bigger than the table stops the session the same
      * way.
       01  Schedule-Overflow-Switch    PIC X VALUE "N".
           88 Schedule-Overflowed      VALUE "Y".

       01  Count-Schedule-File-Status  PIC XX.

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadCounts
               GOBACK
           END-IF
           PERFORM LoadOilNames
           PERFORM LoadCountSchedule
           IF Schedule-Overflowed
               DISPLAY "OILCOUNTENTRY: more than 400 lines on "
                   "COUNTSCH.DAT - table full, no entries taken "
                   "and nothing rewritten"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ShowDueList
           PERFORM GetCountEntry UNTIL No-More-Entries
           PERFORM SaveCounts
           PERFORM ReportMissedCounts
           PERFORM SaveCountSchedule
           GOBACK.

       LoadCounts.
                   AT END SET End-Of-Count-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Count-File
                   IF CN-Oil-Num >= 1 AND CN-Oil-Num <= 99
                       PERFORM LoadOneCount
                   END-IF
                   READ Count-File
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name TO OMT-Oil-Name(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
           END-IF.

       GetCountEntry.
           DISPLAY "Enter oil number counted (1-99), 00 to finish: "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Num
           IF Entry-Oil-Num = ZERO
               SET No-More-Entries TO TRUE
           ELSE
               IF Entry-Oil-Num NOT NUMERIC
                   DISPLAY "Oil number must be 01-99"
               ELSE
                   DISPLAY "Oil " Entry-Oil-Num " - "
                       OMT-Oil-Name(Entry-Oil-Num)
                   TO CNT-Counted-Qty(Found-Count-Sub)
               MOVE Entry-Count-Date
                   TO CNT-Count-Date(Found-Count-Sub)
               MOVE Entry-Oil-Num    TO Match-Oil-Num
               MOVE Entry-Location   TO Match-Location
               MOVE Entry-Lot-No     TO Match-Lot-No
               MOVE Entry-Count-Date TO Match-Count-Date
               PERFORM MarkScheduleCounted
           END-IF.

       SaveCounts.
               WRITE Count-Rec
           END-PERFORM
           CLOSE Count-File.

      * Counts already keyed and waiting on COUNTS.DAT mark their
      * schedule lines off as the schedule is loaded.
       LoadCountSchedule.
           OPEN INPUT Count-Schedule-File
           IF Count-Schedule-File-Status = "00"
               SET Schedule-Loaded TO TRUE
               READ Count-Schedule-File
                   AT END SET End-Of-Count-Schedule-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Count-Schedule-File
                   IF Schedule-Count < 400
                       ADD 1 TO Schedule-Count
                       MOVE Count-Schedule-Rec
                           TO Schedule-Entry(Schedule-Count)
                   ELSE
                       SET Schedule-Overflowed TO TRUE
                   END-IF
                   READ Count-Schedule-File
                       AT END SET End-Of-Count-Schedule-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Count-Schedule-File
               PERFORM VARYING Count-Sub FROM 1 BY 1
                       UNTIL Count-Sub > Count-Count
                   MOVE CNT-Oil-Num(Count-Sub)    TO Match-Oil-Num
                   MOVE CNT-Location(Count-Sub)   TO Match-Location
                   MOVE CNT-Lot-No(Count-Sub)     TO Match-Lot-No
                   MOVE CNT-Count-Date(Count-Sub) TO Match-Count-Date
                   PERFORM MarkScheduleCounted
               END-PERFORM
           END-IF.

      * Only a count dated on or after the line was scheduled
      * clears it.
       MarkScheduleCounted.
           PERFORM VARYING Schedule-Sub FROM 1 BY 1
                   UNTIL Schedule-Sub > Schedule-Count
               IF SCT-Oil-Num(Schedule-Sub) = Match-Oil-Num
                   AND SCT-Location(Schedule-Sub) = Match-Location
                   AND SCT-Lot-No(Schedule-Sub) = Match-Lot-No
                   AND Match-Count-Date >= SCT-Sched-Date(Schedule-Sub)
                   MOVE Match-Count-Date
                       TO SCT-Counted-Date(Schedule-Sub)
               END-IF
           END-PERFORM.

       ShowDueList.
           IF Schedule-Count = ZERO
               DISPLAY "No cycle count schedule - count as required"
           ELSE
               DISPLAY "Counts due (oil / location / lot / class):"
               PERFORM VARYING Schedule-Sub FROM 1 BY 1
                       UNTIL Schedule-Sub > Schedule-Count
                   PERFORM ShowScheduleLine
               END-PERFORM
           END-IF.

       ShowScheduleLine.
           IF SCT-Counted-Date(Schedule-Sub) NOT = ZERO
               DISPLAY "  " SCT-Oil-Num(Schedule-Sub) " "
                   OMT-Oil-Name(SCT-Oil-Num(Schedule-Sub)) " "
                   SCT-Location(Schedule-Sub) " "
                   SCT-Lot-No(Schedule-Sub) " "
                   SCT-Abc-Class(Schedule-Sub) "  counted "
                   SCT-Counted-Date(Schedule-Sub)
           ELSE
               IF SCT-Carried(Schedule-Sub) = "C"
                   DISPLAY "  " SCT-Oil-Num(Schedule-Sub) " "
                       OMT-Oil-Name(SCT-Oil-Num(Schedule-Sub)) " "
                       SCT-Location(Schedule-Sub) " "
                       SCT-Lot-No(Schedule-Sub) " "
                       SCT-Abc-Class(Schedule-Sub)
                       "  missed last time"
               ELSE
                   DISPLAY "  " SCT-Oil-Num(Schedule-Sub) " "
                       OMT-Oil-Name(SCT-Oil-Num(Schedule-Sub)) " "
                       SCT-Location(Schedule-Sub) " "
                       SCT-Lot-No(Schedule-Sub) " "
                       SCT-Abc-Class(Schedule-Sub)
               END-IF
           END-IF.

       ReportMissedCounts.
           MOVE ZERO TO Schedule-Missed-Count
           PERFORM VARYING Schedule-Sub FROM 1 BY 1
                   UNTIL Schedule-Sub > Schedule-Count
               IF SCT-Counted-Date(Schedule-Sub) = ZERO
                   IF Schedule-Missed-Count = ZERO
                       DISPLAY "Scheduled but NOT counted:"
                   END-IF
                   ADD 1 TO Schedule-Missed-Count
                   DISPLAY "  " SCT-Oil-Num(Schedule-Sub) " "
                       OMT-Oil-Name(SCT-Oil-Num(Schedule-Sub)) " "
                       SCT-Location(Schedule-Sub) " "
                       SCT-Lot-No(Schedule-Sub) " "
                       SCT-Abc-Class(Schedule-Sub)
               END-IF
           END-PERFORM
           IF Schedule-Count > ZERO
               DISPLAY "OILCOUNTENTRY: " Schedule-Missed-Count
                   " of " Schedule-Count
                   " scheduled counts not yet taken"
           END-IF.

       SaveCountSchedule.
           IF Schedule-Loaded
               OPEN OUTPUT Count-Schedule-File
               PERFORM VARYING Schedule-Sub FROM 1 BY 1
                       UNTIL Schedule-Sub > Schedule-Count
                   MOVE Schedule-Entry(Schedule-Sub)
                       TO Count-Schedule-Rec
                   WRITE Count-Schedule-Rec
               END-PERFORM
               CLOSE Count-Schedule-File
           END-IF.
       END PROGRAM OilCountEntry.
