           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

       FD Maint-Audit-File.
       01 Maint-Audit-Rec.
       01  Oil-Master-File-Status      PIC XX.

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.

       01  Oil-Stock-Table.
           02  Stock-Entry OCCURS 99 TIMES.
               03  Stock-Loc-Entry OCCURS 2 TIMES.
                   04 ST-On-Hand-Qty   PIC S9(6) VALUE ZERO.
                   04 ST-Reorder-Point PIC 9(6)  VALUE ZERO.
       01  Entry-Location               PIC XX.
       01  Entry-On-Hand-Qty            PIC 9(6).
       01  Entry-Reorder-Point          PIC 9(6).
       01  Table-Sub                    PIC 999.

       01  Maint-Audit-File-Status     PIC XX.

                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name TO OMT-Oil-Name(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
           END-IF.

       MaintainStock.
           DISPLAY "Enter oil number to change (1-99), 00 to finish: "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Num
           IF Entry-Oil-Num = ZERO
               SET No-More-Changes TO TRUE
           ELSE
               IF Entry-Oil-Num <= 99
                   DISPLAY "Oil " Entry-Oil-Num " - "
                       OMT-Oil-Name(Entry-Oil-Num)
               END-IF
           MOVE Entry-Reorder-Point TO AIW-Reorder
           PERFORM WriteMaintAuditEntry.

      * An oil number with no stock and no reorder point at a
      * location gets no row - most of the number range is unused.
       SaveStock.
           OPEN OUTPUT Oil-Stock-File
           PERFORM VARYING Table-Sub FROM 1 BY 1 UNTIL Table-Sub > 99
               PERFORM VARYING Location-Sub FROM 1 BY 1
                       UNTIL Location-Sub > 2
                   IF ST-On-Hand-Qty(Table-Sub, Location-Sub) NOT = ZERO
                       OR ST-Reorder-Point(Table-Sub, Location-Sub)
                           NOT = ZERO
                       MOVE Table-Sub TO OS-Oil-Num
                       MOVE ST-On-Hand-Qty(Table-Sub, Location-Sub)
                           TO OS-On-Hand-Qty
                       MOVE ST-Reorder-Point(Table-Sub, Location-Sub)
                           TO OS-Reorder-Point
                       MOVE Location-Code(Location-Sub) TO OS-Location
                       WRITE Oil-Stock-Rec
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE Oil-Stock-File
