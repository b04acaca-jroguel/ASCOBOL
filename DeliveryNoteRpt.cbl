      *          mixes dates within a customer - the delivery address
      *          and contact from CUSTOMER.DAT at the top, a line per
      *          oil with its name from OILMAST.DAT, the unit size
      *          and quantity to pick with the supplier lot(s) the
      *          sales run filled it from, and the customer's open
      *          back-ordered lines from BACKORD.DAT shown as TO
      *          FOLLOW so a short shipment is no surprise.  Returns
      *          do not print - nothing is picked for a credit.  The
      *          carriage the sales run charged on the consignment
      *          (CARRSALE.DAT) prints under the lines, or FREE
      *          DELIVERY where the order earned it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT Delivery-Note-Report ASSIGN TO "DELNOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT Carriage-Sale-File ASSIGN TO "CARRSALE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Carriage-Sale-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Sorted-File.
           02 SR-Txn-Type              PIC X.
               88 SR-Return            VALUE "R".
           02 SR-Rep-Id                PIC X(3).
           02 SR-Promo-Code            PIC X(5).
           02 SR-Lot-Trace             PIC X(39).

       SD Work-File.
       01  Work-Note-Rec.
           02 WD-Sale-Date             PIC 9(8).
           02 WD-Txn-Type              PIC X.
           02 WD-Rep-Id                PIC X(3).
           02 WD-Promo-Code            PIC X(5).
      * Up to three supplier lots the line was picked from - blank
      * where nothing was on the shelf for it.
           02 WD-Lot-Entry OCCURS 3 TIMES.
               03 WD-Lot-No            PIC X(10).
               03 WD-Lot-Qty           PIC 999.

       FD Customer-File.
       01 Customer-Rec.
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

       FD Back-Order-File.
       01 Back-Order-Rec.
       FD Delivery-Note-Report.
       01 Note-Line                    PIC X(64).

       FD Carriage-Sale-File.
       01 Carriage-Sale-Rec.
           88 End-Of-Carriage-Sale-File VALUE HIGH-VALUES.
           02 CS-Cust-Id               PIC X(5).
           02 CS-Sale-Date             PIC 9(8).
           02 CS-Zone-Prefix           PIC X(4).
           02 CS-Zone-Name             PIC X(20).
           02 CS-Order-Value           PIC 9(7)V99.
           02 CS-Charge                PIC 9(3)V99.
           02 CS-Waived                PIC 9(3)V99.
           02 CS-Tax                   PIC 9(3)V99.
           02 CS-Run-Date              PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Customer-Table.
           02  Customer-Count          PIC 9(5) VALUE ZERO.
               03 CT-Contact           PIC X(20).

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.

       01  Back-Order-Table.

       01  Customer-Sub                PIC 9(5).
       01  Back-Order-Sub              PIC 999.
       01  Lot-Sub                     PIC 9.

       01  Carriage-Table.
           02  Carriage-Count          PIC 9(4) VALUE ZERO.
           02  Carriage-Entry OCCURS 2000 TIMES.
               03 CCT-Cust-Id          PIC X(5).
               03 CCT-Sale-Date        PIC 9(8).
               03 CCT-Zone-Name        PIC X(20).
               03 CCT-Charge           PIC 9(3)V99.
               03 CCT-Waived           PIC 9(3)V99.

       01  Carriage-Sub                PIC 9(4).

       01  Carriage-Sale-File-Status   PIC XX.

       01  Customer-Lookup-Switch      PIC X VALUE "N".
           88 Customer-Found           VALUE "Y".
                                          " OIL NAME".
           02  FILLER                  PIC X(8)  VALUE "  SIZE  ".
           02  FILLER                  PIC X(10) VALUE "QUANTITY".
           02  FILLER                  PIC X(10) VALUE "LOT NO".
           02  FILLER                  PIC X(5)  VALUE "  QTY".

       01  Note-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-Note-Oil-Name       PIC X(20).
           02  Prn-Note-Unit-Size      PIC BBBZ9.
           02  Prn-Note-Units          PIC BBBZZ,ZZ9.
           02  FILLER                  PIC X(5) VALUE SPACES.
           02  Prn-Note-Lot-No         PIC X(10).
           02  Prn-Note-Lot-Qty        PIC BBZZ9.
           02  Prn-Note-Lot-Qty-X REDEFINES Prn-Note-Lot-Qty
                                       PIC X(5).

      * Second and third lots a line was picked from print under it.
       01  Note-Lot-Line.
           02  FILLER                  PIC X(40) VALUE SPACES.
           02  Prn-Lot-No              PIC X(10).
           02  Prn-Lot-Qty             PIC BBZZ9.

       01  Note-Follow-Heading-Line    PIC X(40) VALUE
           " TO FOLLOW (ON BACK ORDER)".
           02  Prn-Fol-Units           PIC BBBZZ,ZZ9.
           02  FILLER                  PIC X(11) VALUE "  TO FOLLOW".

       01  Note-Carriage-Line.
           02  FILLER                  PIC X(11) VALUE " CARRIAGE  ".
           02  FILLER                  PIC X(2)  VALUE ": ".
           02  Prn-Note-Carr-Zone      PIC X(20).
           02  Prn-Note-Carr-Free      PIC X(15).
           02  Prn-Note-Carr-Charge REDEFINES Prn-Note-Carr-Free
                                       PIC BB$$$9.99.

       01  Note-Separator-Line         PIC X(64) VALUE ALL "=".

       01  Blank-Line                  PIC X VALUE SPACE.
           PERFORM LoadCustomers
           PERFORM LoadOilNames
           PERFORM LoadBackOrders
           PERFORM LoadCarriage
           IF Run-OK
               OPEN INPUT Sorted-File
               IF Sorted-File-Status NOT = "00"
                   DISPLAY "DELIVERYNOTERPT: cannot open "
                       "SORTSALE.DAT - status " Sorted-File-Status
                   SET Run-Failed TO TRUE
               ELSE
                   CLOSE Sorted-File
                   OPEN OUTPUT Delivery-Note-Report
                   SORT Work-File
                       ASCENDING KEY WD-Cust-Id
                       ASCENDING KEY WD-Sale-Date
                       INPUT PROCEDURE IS ReadSortedSales
                       OUTPUT PROCEDURE IS WriteDeliveryNotes
                   CLOSE Delivery-Note-Report
               END-IF
           END-IF
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name TO OMT-Oil-Name(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
               CLOSE Back-Order-File
           END-IF.

       LoadCarriage.
           OPEN INPUT Carriage-Sale-File
           IF Carriage-Sale-File-Status = "00"
               READ Carriage-Sale-File
                   AT END SET End-Of-Carriage-Sale-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Carriage-Sale-File
                   IF Carriage-Count < 2000
                       ADD 1 TO Carriage-Count
                       MOVE CS-Cust-Id TO CCT-Cust-Id(Carriage-Count)
                       MOVE CS-Sale-Date
                           TO CCT-Sale-Date(Carriage-Count)
                       MOVE CS-Zone-Name
                           TO CCT-Zone-Name(Carriage-Count)
                       MOVE CS-Charge TO CCT-Charge(Carriage-Count)
                       MOVE CS-Waived TO CCT-Waived(Carriage-Count)
                   ELSE
                       IF Run-OK
                           DISPLAY "DELIVERYNOTERPT: more than 2000 "
                               "consignments on CARRSALE.DAT - table "
                               "full, no notes printed"
                           SET Run-Failed TO TRUE
                       END-IF
                   END-IF
                   READ Carriage-Sale-File
                       AT END SET End-Of-Carriage-Sale-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Carriage-Sale-File
           END-IF.

       StartDeliveryNote.
           IF First-Note
               SET Not-First-Note TO TRUE
           END-IF.

       PrintNoteDetail.
           IF WD-Oil-Num >= 1 AND WD-Oil-Num <= 99
               MOVE OMT-Oil-Name(WD-Oil-Num) TO Prn-Note-Oil-Name
           ELSE
               MOVE SPACES TO Prn-Note-Oil-Name
           END-IF
           MOVE WD-Unit-Size  TO Prn-Note-Unit-Size
           MOVE WD-Units-Sold TO Prn-Note-Units
           IF WD-Lot-No(1) = SPACES
               MOVE SPACES TO Prn-Note-Lot-No
               MOVE SPACES TO Prn-Note-Lot-Qty-X
           ELSE
               MOVE WD-Lot-No(1)  TO Prn-Note-Lot-No
               MOVE WD-Lot-Qty(1) TO Prn-Note-Lot-Qty
           END-IF
           WRITE Note-Line FROM Note-Detail-Line
           PERFORM VARYING Lot-Sub FROM 2 BY 1 UNTIL Lot-Sub > 3
               IF WD-Lot-No(Lot-Sub) NOT = SPACES
                   MOVE WD-Lot-No(Lot-Sub)  TO Prn-Lot-No
                   MOVE WD-Lot-Qty(Lot-Sub) TO Prn-Lot-Qty
                   WRITE Note-Line FROM Note-Lot-Line
               END-IF
           END-PERFORM
           ADD 1 TO Note-Lines-Printed.

      * At the end of a note, the customer's open back-orders print
           IF Prev-Cust-Id = SPACES OR Note-Lines-Printed = ZERO
               CONTINUE
           ELSE
               PERFORM PrintCarriageLine
               PERFORM PrintToFollowLines
           END-IF
           MOVE ZERO TO Note-Lines-Printed.

       PrintCarriageLine.
           PERFORM VARYING Carriage-Sub FROM 1 BY 1
                   UNTIL Carriage-Sub > Carriage-Count
               IF CCT-Cust-Id(Carriage-Sub) = Prev-Cust-Id
                   AND CCT-Sale-Date(Carriage-Sub) = Prev-Sale-Date
                   MOVE CCT-Zone-Name(Carriage-Sub)
                       TO Prn-Note-Carr-Zone
                   IF CCT-Charge(Carriage-Sub) = ZERO
                       MOVE "  FREE DELIVERY" TO Prn-Note-Carr-Free
                   ELSE
                       MOVE SPACES TO Prn-Note-Carr-Free
                       MOVE CCT-Charge(Carriage-Sub)
                           TO Prn-Note-Carr-Charge
                   END-IF
                   WRITE Note-Line FROM Note-Carriage-Line
               END-IF
           END-PERFORM.

       PrintToFollowLines.
           SET Follow-Heading-Pending TO TRUE
           PERFORM VARYING Back-Order-Sub FROM 1 BY 1

       PrintOneToFollowLine.
           IF BOT-Oil-Num(Back-Order-Sub) >= 1
                   AND BOT-Oil-Num(Back-Order-Sub) <= 99
               MOVE OMT-Oil-Name(BOT-Oil-Num(Back-Order-Sub))
                   TO Prn-Fol-Oil-Name
           ELSE
