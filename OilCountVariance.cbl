           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

       FD Stock-Ledger-File.
       01 Stock-Ledger-Rec.

       WORKING-STORAGE SECTION.
       01  Oil-Stock-Table.
           02  Stock-Entry OCCURS 99 TIMES.
               03  Stock-Loc-Entry OCCURS 2 TIMES.
                   04 ST-On-Hand-Qty   PIC S9(6) VALUE ZERO.
                   04 ST-Reorder-Point PIC 9(6)  VALUE ZERO.

       01  Count-Table.
           02  Count-Entry OCCURS 99 TIMES.
               03  Count-Loc-Entry OCCURS 2 TIMES.
                   04 CNT-Counted-Sw   PIC X    VALUE "N".
                       88 CNT-Counted  VALUE "Y".
           88 Lot-Count-Matched        VALUE "Y".

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.

       01  Price-History-Table.

       01  Current-Run-Date        PIC 9(8).

       01  Oil-Num-Idx             PIC 999.

       01  Variance-Qty            PIC S9(6).

               PERFORM UNTIL End-Of-Count-File
                   MOVE CN-Location TO Location-Work
                   PERFORM FindLocationIdx
                   IF CN-Oil-Num >= 1 AND CN-Oil-Num <= 99
                           AND Location-Idx > ZERO
                       IF NOT CNT-Counted(CN-Oil-Num, Location-Idx)
                           ADD 1 TO Counted-Oils
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name TO OMT-Oil-Name(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
           WRITE Variance-Line FROM Variance-Heading-Line
           WRITE Variance-Line FROM Variance-Topic-Line
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               PERFORM VARYING Location-Sub FROM 1 BY 1
                       UNTIL Location-Sub > 2
                   IF CNT-Counted(Oil-Num-Idx, Location-Sub)
               OPEN OUTPUT Stock-Ledger-File
           END-IF
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               PERFORM ApplyOneCount
                   VARYING Location-Sub FROM 1 BY 1
                   UNTIL Location-Sub > 2
               CLOSE Gl-Journal-File
           END-IF.

      * An oil number with no stock and no reorder point at a
      * location gets no row - most of the number range is unused.
       SaveOilStock.
           OPEN OUTPUT Oil-Stock-File
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               PERFORM VARYING Location-Sub FROM 1 BY 1
                       UNTIL Location-Sub > 2
                   IF ST-On-Hand-Qty(Oil-Num-Idx, Location-Sub)
                           NOT = ZERO
                       OR ST-Reorder-Point(Oil-Num-Idx, Location-Sub)
                           NOT = ZERO
                       MOVE Oil-Num-Idx TO OS-Oil-Num
                       MOVE ST-On-Hand-Qty(Oil-Num-Idx, Location-Sub)
                           TO OS-On-Hand-Qty
                       MOVE ST-Reorder-Point(Oil-Num-Idx, Location-Sub)
                           TO OS-Reorder-Point
                       MOVE Location-Code(Location-Sub) TO OS-Location
                       WRITE Oil-Stock-Rec
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE Oil-Stock-File.
