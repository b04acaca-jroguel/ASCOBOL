      *          the master instead of trusting the feed.  The unit
      *          cost entered here acts as a standard cost; goods-in
      *          posted by OilReceiptsPost roll it forward as a
      *          moving average.  An oil dropped from the range is
      *          flagged discontinued rather than deleted, so its
      *          history still reports under its name.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 OM-Unit-Cost             PIC 9(4)V99.
      * D once the oil is no longer sold - blank, as on every record
      * written before the flag existed, is an oil still in the range.
           02 OM-Status                PIC X.
               88 OM-Discontinued      VALUE "D".

      * Records written before the cost field existed leave the
      * record tail blank - they load with a zero unit cost.

       WORKING-STORAGE SECTION.
       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.
               03 OMT-Oil-Class        PIC X     VALUE SPACE.
               03 OMT-Unit-Cost        PIC 9(4)V99 VALUE ZERO.
               03 OMT-Status           PIC X     VALUE SPACE.

       01  Maint-Switches.
           02  More-Changes-Sw         PIC X VALUE "Y".
       01  Entry-Oil-Class             PIC X.
           88 Valid-Entry-Oil-Class    VALUE "E" "C".
       01  Entry-Unit-Cost             PIC 9(4)V99.
       01  Entry-Oil-Status            PIC X.
           88 Valid-Entry-Oil-Status   VALUE "A" "D".

       01  Table-Sub                   PIC 999.

       01  Oil-Master-File-Status      PIC XX.

                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name  TO OMT-Oil-Name(OM-Oil-Num)
                       MOVE OM-Oil-Class TO OMT-Oil-Class(OM-Oil-Num)
                       IF OML-Unused = SPACES
                           MOVE OM-Unit-Cost
                               TO OMT-Unit-Cost(OM-Oil-Num)
                       END-IF
                       MOVE OM-Status TO OMT-Status(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
                       AT END SET End-Of-Oil-Master-File TO TRUE
           END-IF.

       MaintainOilMaster.
           DISPLAY "Enter oil number to change (1-99), 00 to finish: "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Num
           IF Entry-Oil-Num = ZERO
               SET No-More-Changes TO TRUE
           ELSE
               IF Entry-Oil-Num > 99
                   DISPLAY "Oil number must be 01-99"
               ELSE
                   DISPLAY "Current name : "
                       OMT-Oil-Name(Entry-Oil-Num)
                   DISPLAY "Enter unit cost, e.g. 2.45 (standard) : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Unit-Cost
                   DISPLAY "(A)ctive or (D)iscontinued            : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Oil-Status
                   PERFORM UNTIL Valid-Entry-Oil-Status
                       DISPLAY "Must be A or D, re-enter          : "
                           WITH NO ADVANCING
                       ACCEPT Entry-Oil-Status
                   END-PERFORM
                   MOVE Entry-Oil-Name
                       TO OMT-Oil-Name(Entry-Oil-Num)
                   MOVE Entry-Oil-Class
                       TO OMT-Oil-Class(Entry-Oil-Num)
                   MOVE Entry-Unit-Cost
                       TO OMT-Unit-Cost(Entry-Oil-Num)
                   IF Entry-Oil-Status = "D"
                       MOVE "D" TO OMT-Status(Entry-Oil-Num)
                   ELSE
                       MOVE SPACE TO OMT-Status(Entry-Oil-Num)
                   END-IF
               END-IF
           END-IF.

       SaveOilMaster.
           OPEN OUTPUT Oil-Master-File
           PERFORM VARYING Table-Sub FROM 1 BY 1
                   UNTIL Table-Sub > 99
               IF OMT-Oil-Name(Table-Sub) NOT = SPACES
                   MOVE Table-Sub              TO OM-Oil-Num
                   MOVE OMT-Oil-Name(Table-Sub)  TO OM-Oil-Name
                   MOVE OMT-Oil-Class(Table-Sub) TO OM-Oil-Class
                   MOVE OMT-Unit-Cost(Table-Sub) TO OM-Unit-Cost
                   MOVE OMT-Status(Table-Sub)    TO OM-Status
                   WRITE Oil-Master-Rec
               END-IF
           END-PERFORM
