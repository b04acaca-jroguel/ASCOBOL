      *          code, name and commission rate - used by the sales
      *          run's commission report.  The house code WEB is worth
      *          carrying here too so web sales land under a name.
      *          Each rep's monthly sales targets are kept alongside
      *          on SALESTGT.DAT, one row per rep and month, for the
      *          RepTargetRpt attainment report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Rep-File-Status.

           SELECT Sales-Target-File ASSIGN TO "SALESTGT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sales-Target-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Sales-Rep-File.
           02 REP-Name                 PIC X(20).
           02 REP-Comm-Rate            PIC 99V9.

       FD Sales-Target-File.
       01 Sales-Target-Rec.
           88 End-Of-Sales-Target-File VALUE HIGH-VALUES.
           02 TGT-Rep-Id               PIC X(3).
           02 TGT-Year-Month           PIC 9(6).
           02 TGT-Amount               PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  Rep-Master-Table.
           02  Rep-Master-Count        PIC 99 VALUE ZERO.

       01  Rep-Sub                     PIC 99.

       01  Target-Table.
           02  Target-Count            PIC 999 VALUE ZERO.
           02  Target-Entry OCCURS 600 TIMES.
               03 TGT-T-Rep-Id         PIC X(3).
               03 TGT-T-Year-Month     PIC 9(6).
               03 TGT-T-Amount         PIC 9(7)V99.

       01  Target-Sub                  PIC 999.

      * SALESTGT.DAT is rewritten in full from the table, so a file
      * bigger than the table must stop the session - a partial
      * save would silently delete targets.
       01  Table-Overflow-Switch       PIC X VALUE "N".
           88 Table-Overflowed         VALUE "Y".

       01  Target-Lookup-Switch        PIC X VALUE "N".
           88 Target-Found             VALUE "Y".
           88 Target-Not-Found         VALUE "N".

       01  Entry-Target-Month          PIC 9(6).
       01  Entry-Target-Amount         PIC 9(7)V99.
       01  Display-Target-Amount       PIC Z,ZZZ,ZZ9.99.

       01  Rep-Lookup-Switch           PIC X VALUE "N".
           88 Rep-Found                VALUE "Y".
           88 Rep-Not-Found            VALUE "N".

       01  Sales-Rep-File-Status       PIC XX.

       01  Sales-Target-File-Status    PIC XX.

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadReps
           PERFORM LoadTargets
           IF Table-Overflowed
               DISPLAY "SALESREPMAINT: more than 600 targets on "
                   "SALESTGT.DAT - table full, nothing changed "
                   "and nothing rewritten"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM MaintainReps UNTIL No-More-Changes
               PERFORM SaveReps
               PERFORM SaveTargets
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LoadReps.
                           TO RPM-Comm-Rate(Rep-Master-Count)
                   END-IF
               END-IF
               PERFORM MaintainTargets
           END-IF.

      * Targets are keyed a month at a time; keying a month again
      * replaces its target, and a zero target clears it.
       MaintainTargets.
           MOVE 999999 TO Entry-Target-Month
           PERFORM UNTIL Entry-Target-Month = ZERO
               DISPLAY "Target month YYYYMM, 0 when done       : "
                   WITH NO ADVANCING
               ACCEPT Entry-Target-Month
               IF Entry-Target-Month NOT = ZERO
                   PERFORM FindTarget
                   IF Target-Found
                       MOVE TGT-T-Amount(Target-Sub)
                           TO Display-Target-Amount
                       DISPLAY "Current target : " Display-Target-Amount
                   END-IF
                   DISPLAY "Sales target for the month, e.g. 8000.00: "
                       WITH NO ADVANCING
                   ACCEPT Entry-Target-Amount
                   IF Target-Found
                       MOVE Entry-Target-Amount
                           TO TGT-T-Amount(Target-Sub)
                   ELSE
                       IF Target-Count < 600
                           ADD 1 TO Target-Count
                           MOVE Entry-Rep-Id
                               TO TGT-T-Rep-Id(Target-Count)
                           MOVE Entry-Target-Month
                               TO TGT-T-Year-Month(Target-Count)
                           MOVE Entry-Target-Amount
                               TO TGT-T-Amount(Target-Count)
                       ELSE
                           DISPLAY "Target table full - not recorded"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FindTarget.
           SET Target-Not-Found TO TRUE
           PERFORM VARYING Target-Sub FROM 1 BY 1
                   UNTIL Target-Sub > Target-Count
                       OR Target-Found
               IF TGT-T-Rep-Id(Target-Sub) = Entry-Rep-Id
                   AND TGT-T-Year-Month(Target-Sub)
                       = Entry-Target-Month
                   SET Target-Found TO TRUE
               END-IF
           END-PERFORM
           IF Target-Found
               SUBTRACT 1 FROM Target-Sub
           END-IF.

       LoadTargets.
           OPEN INPUT Sales-Target-File
           IF Sales-Target-File-Status = "00"
               READ Sales-Target-File
                   AT END SET End-Of-Sales-Target-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-Target-File
                   IF Target-Count < 600
                       ADD 1 TO Target-Count
                       MOVE TGT-Rep-Id TO TGT-T-Rep-Id(Target-Count)
                       MOVE TGT-Year-Month
                           TO TGT-T-Year-Month(Target-Count)
                       MOVE TGT-Amount TO TGT-T-Amount(Target-Count)
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Sales-Target-File
                       AT END SET End-Of-Sales-Target-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Sales-Target-File
           END-IF.

       SaveTargets.
           OPEN OUTPUT Sales-Target-File
           PERFORM VARYING Target-Sub FROM 1 BY 1
                   UNTIL Target-Sub > Target-Count
               IF TGT-T-Amount(Target-Sub) > ZERO
                   MOVE TGT-T-Rep-Id(Target-Sub)     TO TGT-Rep-Id
                   MOVE TGT-T-Year-Month(Target-Sub) TO TGT-Year-Month
                   MOVE TGT-T-Amount(Target-Sub)     TO TGT-Amount
                   WRITE Sales-Target-Rec
               END-IF
           END-PERFORM
           CLOSE Sales-Target-File.

       FindRep.
           SET Rep-Not-Found TO TRUE
           PERFORM VARYING Rep-Sub FROM 1 BY 1
