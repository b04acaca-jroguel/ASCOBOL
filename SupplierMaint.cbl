      * Author:
      * Date:
      * Purpose: Maintain the SUPPLIER.DAT supplier master (supplier
      *          ID, name, lead time, minimum order quantity, payment
      *          terms in days) and the OILSUPP.DAT per-oil supplier
      *          assignments used by PurchaseOrdGen to turn reorder
      *          flags into purchase orders.  The terms decide when
      *          ApPaymentRun pays an invoice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 SUP-Name                 PIC X(20).
           02 SUP-Lead-Days            PIC 99.
           02 SUP-Min-Order            PIC 9(6).
           02 SUP-Terms-Days           PIC 99.

      * Records written before payment terms existed leave the
      * record tail blank - they load with the standard 30 days.
       01 Supplier-Legacy-Rec REDEFINES Supplier-Rec.
           02 FILLER                   PIC X(31).
           02 SUPL-Unused              PIC X(2).

       FD Oil-Supplier-File.
       01 Oil-Supplier-Rec.
               03 SUT-Sup-Name         PIC X(20).
               03 SUT-Lead-Days        PIC 99.
               03 SUT-Min-Order        PIC 9(6).
               03 SUT-Terms-Days       PIC 99.

       01  Oil-Assign-Table.
           02  Oil-Assign-Entry OCCURS 99 TIMES.
               03 OAT-Sup-Id           PIC X(3) VALUE SPACES.

       01  Maint-Switches.
       01  Entry-Sup-Name              PIC X(20).
       01  Entry-Lead-Days             PIC 99.
       01  Entry-Min-Order             PIC 9(6).
       01  Entry-Terms-Days            PIC 99.
       01  Entry-Oil-Num               PIC 99.

       01  Supplier-Sub                PIC 999.
       01  Table-Sub                   PIC 999.

       01  Supplier-Lookup-Switch      PIC X VALUE "N".
           88 Supplier-Found           VALUE "Y".
                           TO SUT-Lead-Days(Supplier-Count)
                       MOVE SUP-Min-Order
                           TO SUT-Min-Order(Supplier-Count)
                       IF SUPL-Unused = SPACES
                           MOVE 30 TO SUT-Terms-Days(Supplier-Count)
                       ELSE
                           MOVE SUP-Terms-Days
                               TO SUT-Terms-Days(Supplier-Count)
                       END-IF
                   END-IF
                   READ Supplier-File
                       AT END SET End-Of-Supplier-File TO TRUE
                   AT END SET End-Of-Oil-Supplier-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Supplier-File
                   IF OA-Oil-Num >= 1 AND OA-Oil-Num <= 99
                       MOVE OA-Sup-Id TO OAT-Sup-Id(OA-Oil-Num)
                   END-IF
                   READ Oil-Supplier-File
               DISPLAY "Enter minimum order quantity (000001+): "
                   WITH NO ADVANCING
               ACCEPT Entry-Min-Order
               DISPLAY "Enter payment terms in days (00-99)   : "
                   WITH NO ADVANCING
               ACCEPT Entry-Terms-Days
               PERFORM FindSupplier
               IF Supplier-Found
                   MOVE Entry-Sup-Name
                       TO SUT-Lead-Days(Supplier-Sub)
                   MOVE Entry-Min-Order
                       TO SUT-Min-Order(Supplier-Sub)
                   MOVE Entry-Terms-Days
                       TO SUT-Terms-Days(Supplier-Sub)
               ELSE
                   IF Supplier-Count < 100
                       ADD 1 TO Supplier-Count
                           TO SUT-Lead-Days(Supplier-Count)
                       MOVE Entry-Min-Order
                           TO SUT-Min-Order(Supplier-Count)
                       MOVE Entry-Terms-Days
                           TO SUT-Terms-Days(Supplier-Count)
                   END-IF
               END-IF
           END-IF.
           END-IF.

       MaintainOilAssignments.
           DISPLAY "Enter oil number to assign (1-99), 00 to finish : "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Num
           IF Entry-Oil-Num = ZERO
               MOVE SUT-Sup-Name(Supplier-Sub)  TO SUP-Name
               MOVE SUT-Lead-Days(Supplier-Sub) TO SUP-Lead-Days
               MOVE SUT-Min-Order(Supplier-Sub) TO SUP-Min-Order
               MOVE SUT-Terms-Days(Supplier-Sub) TO SUP-Terms-Days
               WRITE Supplier-Rec
           END-PERFORM
           CLOSE Supplier-File
       SaveOilAssignments.
           OPEN OUTPUT Oil-Supplier-File
           PERFORM VARYING Table-Sub FROM 1 BY 1
                   UNTIL Table-Sub > 99
               IF OAT-Sup-Id(Table-Sub) NOT = SPACES
                   MOVE Table-Sub           TO OA-Oil-Num
                   MOVE OAT-Sup-Id(Table-Sub) TO OA-Sup-Id
