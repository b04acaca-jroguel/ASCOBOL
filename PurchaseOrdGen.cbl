           02 SUP-Name                 PIC X(20).
           02 SUP-Lead-Days            PIC 99.
           02 SUP-Min-Order            PIC 9(6).
           02 FILLER                   PIC XX.

       FD Oil-Supplier-File.
       01 Oil-Supplier-Rec.

       WORKING-STORAGE SECTION.
       01  Oil-Stock-Table.
           02  Stock-Entry OCCURS 99 TIMES.
               03 ST-On-Hand-Qty       PIC S9(6) VALUE ZERO.
               03 ST-Reorder-Point     PIC 9(6)  VALUE ZERO.

               03 SUT-Min-Order        PIC 9(6).

       01  Oil-Assign-Table.
           02  Oil-Assign-Entry OCCURS 99 TIMES.
               03 OAT-Sup-Id           PIC X(3) VALUE SPACES.

       01  On-Order-Table.
           02  On-Order-Entry OCCURS 99 TIMES.
               03 On-Order-Sw          PIC X VALUE "N".
                   88 Oil-On-Order     VALUE "Y".


       01  Suggested-Qty               PIC 9(6).

       01  Oil-Num-Idx                 PIC 999.
       01  Supplier-Sub                PIC 999.

       01  Po-Raised-Switch            PIC X VALUE "N".
                   AT END SET End-Of-Oil-Supplier-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Supplier-File
                   IF OA-Oil-Num >= 1 AND OA-Oil-Num <= 99
                       MOVE OA-Sup-Id TO OAT-Sup-Id(OA-Oil-Num)
                   END-IF
                   READ Oil-Supplier-File
               END-READ
               PERFORM UNTIL End-Of-Po-File
                   IF PO-Open
                       AND PO-Oil-Num >= 1 AND PO-Oil-Num <= 99
                       SET Oil-On-Order(PO-Oil-Num) TO TRUE
                   END-IF
                   READ Po-File
                   UNTIL Supplier-Sub > Supplier-Count
               SET No-Po-For-Supplier TO TRUE
               PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                       UNTIL Oil-Num-Idx > 99
                   IF OAT-Sup-Id(Oil-Num-Idx)
                           = SUT-Sup-Id(Supplier-Sub)
                       AND ST-On-Hand-Qty(Oil-Num-Idx)

       ReportUnassignedOils.
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               IF ST-On-Hand-Qty(Oil-Num-Idx)
                       < ST-Reorder-Point(Oil-Num-Idx)
                   AND OAT-Sup-Id(Oil-Num-Idx) = SPACES
