           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 OM-Unit-Cost             PIC 9(4)V99.
      * D once the oil is no longer sold - blank, as on every record
      * written before the flag existed, is an oil still in the range.
           02 OM-Status                PIC X.
               88 OM-Discontinued      VALUE "D".

       01 Oil-Master-Legacy-Rec REDEFINES Oil-Master-Rec.
           02 FILLER                   PIC X(23).

       WORKING-STORAGE SECTION.
       01  Oil-Stock-Table.
           02  Stock-Entry OCCURS 99 TIMES.
               03  Stock-Loc-Entry OCCURS 2 TIMES.
                   04 ST-On-Hand-Qty   PIC S9(6) VALUE ZERO.
                   04 ST-Reorder-Point PIC 9(6)  VALUE ZERO.
       01  Po-Reference-Num            PIC 9(6).

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.
               03 OMT-Oil-Class        PIC X     VALUE SPACE.
               03 OMT-Unit-Cost        PIC 9(4)V99 VALUE ZERO.
               03 OMT-Status           PIC X     VALUE SPACE.

       01  Oil-Master-File-Status      PIC XX.

                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name
                           TO OMT-Oil-Name(OM-Oil-Num)
                       MOVE OM-Oil-Class
                           MOVE OM-Unit-Cost
                               TO OMT-Unit-Cost(OM-Oil-Num)
                       END-IF
                       MOVE OM-Status TO OMT-Status(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
                       AT END SET End-Of-Oil-Master-File TO TRUE
       PostOneReceipt.
           MOVE RC-Location TO Location-Work
           PERFORM FindLocationIdx
           IF RC-Oil-Num < 1 OR RC-Oil-Num > 99
               DISPLAY "OILRECEIPTSPOST: receipt for oil "
                   RC-Oil-Num " out of range - skipped"
           ELSE
               END-PERFORM
           END-IF.

      * An oil number with no stock and no reorder point at a
      * location gets no row - most of the number range is unused.
       SaveOilStock.
           OPEN OUTPUT Oil-Stock-File
           PERFORM VARYING Po-Sub FROM 1 BY 1 UNTIL Po-Sub > 99
               PERFORM VARYING Location-Sub FROM 1 BY 1
                       UNTIL Location-Sub > 2
                   IF ST-On-Hand-Qty(Po-Sub, Location-Sub) NOT = ZERO
                       OR ST-Reorder-Point(Po-Sub, Location-Sub)
                           NOT = ZERO
                       MOVE Po-Sub TO OS-Oil-Num
                       MOVE ST-On-Hand-Qty(Po-Sub, Location-Sub)
                           TO OS-On-Hand-Qty
                       MOVE ST-Reorder-Point(Po-Sub, Location-Sub)
                           TO OS-Reorder-Point
                       MOVE Location-Code(Location-Sub) TO OS-Location
                       WRITE Oil-Stock-Rec
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE Oil-Stock-File.

       SaveOilMaster.
           OPEN OUTPUT Oil-Master-File
           PERFORM VARYING Po-Sub FROM 1 BY 1 UNTIL Po-Sub > 99
               IF OMT-Oil-Name(Po-Sub) NOT = SPACES
                   MOVE Po-Sub                  TO OM-Oil-Num
                   MOVE OMT-Oil-Name(Po-Sub)    TO OM-Oil-Name
                   MOVE OMT-Oil-Class(Po-Sub)   TO OM-Oil-Class
                   MOVE OMT-Unit-Cost(Po-Sub)   TO OM-Unit-Cost
                   MOVE OMT-Status(Po-Sub)      TO OM-Status
                   WRITE Oil-Master-Rec
               END-IF
           END-PERFORM
