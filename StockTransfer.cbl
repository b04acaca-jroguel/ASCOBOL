      *          oldest-expiry-first and lands under the same lot
      *          numbers at the receiver, so FEFO depletion, the
      *          expiry report and lot-level counts stay right at
      *          both sites.  The lots are worked on a keyed copy
      *          (XFERLOTS.TMP), so there is no limit on how many
      *          OILLOTS.DAT carries.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Lot-File-Status.

           SELECT Lot-Work-File ASSIGN TO "XFERLOTS.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LW-Lot-Key
               FILE STATUS IS Lot-Work-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Oil-Stock-File.
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

      * On-hand by supplier lot - moved between locations in step
      * with the stock quantities.
           02 OL-Qty                   PIC S9(6)
                   SIGN IS TRAILING SEPARATE CHARACTER.

      * The lots keyed by oil and location, earliest expiry first
      * within them, so the sender's FEFO lot is the first one
      * with stock after a START.
       FD Lot-Work-File.
       01 Lot-Work-Rec.
           02 LW-Lot-Key.
               03 LW-Oil-Num           PIC 99.
               03 LW-Location          PIC XX.
               03 LW-Expiry-Date       PIC 9(8).
               03 LW-Lot-No            PIC X(10).
           02 LW-Qty                   PIC S9(6).

       WORKING-STORAGE SECTION.
       01  Oil-Stock-Table.
           02  Stock-Entry OCCURS 99 TIMES.
               03  Stock-Loc-Entry OCCURS 2 TIMES.
                   04 ST-On-Hand-Qty   PIC S9(6) VALUE ZERO.
                   04 ST-Reorder-Point PIC 9(6)  VALUE ZERO.

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.

       01  Location-Code-Table.

       01  Transfer-Count              PIC 999 VALUE ZERO.

       01  Table-Sub                   PIC 999.

       01  Oil-Stock-File-Status       PIC XX.

           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       01  Oil-Lot-File-Status         PIC XX.
       01  Lot-Work-File-Status        PIC XX.

       01  Sender-Lot-Switch           PIC X VALUE "N".
           88 Sender-Lot-Found         VALUE "Y".
           88 Sender-Lot-Not-Found     VALUE "N".

       01  Lot-Scan-Switch             PIC X VALUE "N".
           88 Lot-Scan-Done            VALUE "Y".
           88 Lot-Scan-Open            VALUE "N".

       01  Pick-Expiry-Date            PIC 9(8).
       01  Pick-Lot-No                 PIC X(10).

       01  Lots-Changed-Switch         PIC X VALUE "N".
           88 Lots-Changed             VALUE "Y".
           IF Lots-Changed
               PERFORM SaveOilLots
           END-IF
           CLOSE Lot-Work-File
           DISPLAY "STOCKTRANSFER: " Transfer-Count
               " transfer(s) applied"
           MOVE 0 TO RETURN-CODE
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name TO OMT-Oil-Name(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
           END-IF.

       GetTransferEntry.
           DISPLAY "Enter oil number to move (1-99), 00 to finish: "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Num
           IF Entry-Oil-Num = ZERO
               SET No-More-Transfers TO TRUE
           ELSE
               IF Entry-Oil-Num > 99
                   DISPLAY "Oil number must be 01-99"
               ELSE
                   DISPLAY "Oil " Entry-Oil-Num " - "
                       OMT-Oil-Name(Entry-Oil-Num)
           MOVE Location-Code(To-Loc-Idx)   TO SL-Location
           WRITE Stock-Ledger-Rec.

      * A lot appearing twice at the same location is carried as
      * one row holding both quantities.
       LoadOilLots.
           OPEN OUTPUT Lot-Work-File
           CLOSE Lot-Work-File
           OPEN I-O Lot-Work-File
           OPEN INPUT Oil-Lot-File
           IF Oil-Lot-File-Status = "00"
               READ Oil-Lot-File
                   AT END SET End-Of-Oil-Lot-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Lot-File
                   MOVE OL-Oil-Num     TO LW-Oil-Num
                   MOVE OL-Location    TO LW-Location
                   MOVE OL-Expiry-Date TO LW-Expiry-Date
                   MOVE OL-Lot-No      TO LW-Lot-No
                   READ Lot-Work-File
                       INVALID KEY
                           MOVE OL-Qty TO LW-Qty
                           WRITE Lot-Work-Rec
                       NOT INVALID KEY
                           ADD OL-Qty TO LW-Qty
                           REWRITE Lot-Work-Rec
                   END-READ
                   READ Oil-Lot-File
                       AT END SET End-Of-Oil-Lot-File TO TRUE
                   END-READ
      * sender) simply moves without lot detail, as it always did.
       MoveLotsWithTransfer.
           MOVE Entry-Qty TO Lot-Move-Qty
           SET Sender-Lot-Found TO TRUE
           PERFORM MoveOneLotSlice
               UNTIL Lot-Move-Qty <= ZERO
                   OR Sender-Lot-Not-Found.

       MoveOneLotSlice.
           PERFORM PickSenderLot
           IF Sender-Lot-Found
               IF LW-Qty > Lot-Move-Qty
                   MOVE Lot-Move-Qty TO Lot-Take-Qty
               ELSE
                   MOVE LW-Qty TO Lot-Take-Qty
               END-IF
               SUBTRACT Lot-Take-Qty FROM LW-Qty
               REWRITE Lot-Work-Rec
               SUBTRACT Lot-Take-Qty FROM Lot-Move-Qty
               MOVE LW-Expiry-Date TO Pick-Expiry-Date
               MOVE LW-Lot-No      TO Pick-Lot-No
               PERFORM AddToReceiverLot
               SET Lots-Changed TO TRUE
           END-IF.

      * Leaves the picked lot in the record area.
       PickSenderLot.
           SET Sender-Lot-Not-Found TO TRUE
           SET Lot-Scan-Open TO TRUE
           MOVE Entry-Oil-Num               TO LW-Oil-Num
           MOVE Location-Code(From-Loc-Idx) TO LW-Location
           MOVE ZERO                        TO LW-Expiry-Date
           MOVE LOW-VALUES                  TO LW-Lot-No
           START Lot-Work-File
               KEY IS NOT LESS THAN LW-Lot-Key
               INVALID KEY SET Lot-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Lot-Scan-Done
               READ Lot-Work-File NEXT RECORD
                   AT END SET Lot-Scan-Done TO TRUE
               END-READ
               IF Lot-Scan-Open
                   IF LW-Oil-Num NOT = Entry-Oil-Num
                       OR LW-Location NOT = Location-Code(From-Loc-Idx)
                       SET Lot-Scan-Done TO TRUE
                   ELSE
                       IF LW-Qty > ZERO
                           SET Sender-Lot-Found TO TRUE
                           SET Lot-Scan-Done TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       AddToReceiverLot.
           MOVE Entry-Oil-Num             TO LW-Oil-Num
           MOVE Location-Code(To-Loc-Idx) TO LW-Location
           MOVE Pick-Expiry-Date          TO LW-Expiry-Date
           MOVE Pick-Lot-No               TO LW-Lot-No
           READ Lot-Work-File
               INVALID KEY
                   MOVE Lot-Take-Qty TO LW-Qty
                   WRITE Lot-Work-Rec
               NOT INVALID KEY
                   ADD Lot-Take-Qty TO LW-Qty
                   REWRITE Lot-Work-Rec
           END-READ.

      * Lots run down to nothing are dropped on the rewrite.
       SaveOilLots.
           OPEN OUTPUT Oil-Lot-File
           SET Lot-Scan-Open TO TRUE
           MOVE LOW-VALUES TO LW-Lot-Key
           START Lot-Work-File
               KEY IS NOT LESS THAN LW-Lot-Key
               INVALID KEY SET Lot-Scan-Done TO TRUE
           END-START
           PERFORM UNTIL Lot-Scan-Done
               READ Lot-Work-File NEXT RECORD
                   AT END SET Lot-Scan-Done TO TRUE
               END-READ
               IF Lot-Scan-Open AND LW-Qty NOT = ZERO
                   MOVE LW-Oil-Num     TO OL-Oil-Num
                   MOVE LW-Location    TO OL-Location
                   MOVE LW-Lot-No      TO OL-Lot-No
                   MOVE LW-Expiry-Date TO OL-Expiry-Date
                   MOVE LW-Qty         TO OL-Qty
                   WRITE Oil-Lot-Rec
               END-IF
           END-PERFORM
           CLOSE Oil-Lot-File.

      * An oil number with no stock and no reorder point at a
      * location gets no row - most of the number range is unused.
       SaveOilStock.
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
           CLOSE Oil-Stock-File.
