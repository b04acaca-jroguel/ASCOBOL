      * Date:
      * Purpose: Prove the stock ledger: per oil and location, the
      *          prior reconciled position on STOCKREC.DAT rolled
      *          forward by the STOCKLED.DAT movements since that date
      *          (R receipts, S sales, A count adjustments, T
      *          transfers, X scraps, P blend production) must equal
      *          the OS-On-Hand-Qty now on OILSTOCK.DAT - the control
      *          the ledger's own comment block has always promised,
      *          and the stock-side twin of ReconcileControlTotals in
      *          the sales run.  Breaks print on STOCKREC.RPT with the
      *          movement detail behind them.  Only a clean run rolls
      *          STOCKREC.DAT forward to today's position, so a break
      *          stays visible run after run.  A break never clears by
      *          itself - even a count adjustment moves stock and
      *          ledger together, leaving the original gap - so once
      *          the cause has been investigated a supervisor keys F at
      *          the prompt to force a re-baseline: today's
      *          OILSTOCK.DAT position becomes the new reconciled
      *          starting point.  An empty reply (including the
      *          unattended nightly run) always reconciles.

       WORKING-STORAGE SECTION.
       01  Recon-Table.
           02  Recon-Entry OCCURS 99 TIMES.
               03  Recon-Loc-Entry OCCURS 2 TIMES.
                   04 RT-Opening-Qty   PIC S9(7) VALUE ZERO.
                   04 RT-Movement-Qty  PIC S9(7) VALUE ZERO.
       01  Location-Idx                PIC 9.
       01  Location-Sub                PIC 9.

       01  Oil-Num-Idx                 PIC 999.

       01  Prior-Recon-Date            PIC 9(8) VALUE ZERO.

               PERFORM UNTIL End-Of-Stock-Recon-File
                   MOVE SRC-Location TO Location-Work
                   PERFORM FindLocationIdx
                   IF SRC-Oil-Num >= 1 AND SRC-Oil-Num <= 99
                           AND Location-Idx > ZERO
                       MOVE SRC-Qty
                           TO RT-Opening-Qty(SRC-Oil-Num,
               PERFORM UNTIL End-Of-Oil-Stock-File
                   MOVE OS-Location TO Location-Work
                   PERFORM FindLocationIdx
                   IF OS-Oil-Num >= 1 AND OS-Oil-Num <= 99
                           AND Location-Idx > ZERO
                       MOVE OS-On-Hand-Qty
                           TO RT-System-Qty(OS-Oil-Num,
                   MOVE SL-Location TO Location-Work
                   PERFORM FindLocationIdx
                   IF SL-Date > Prior-Recon-Date
                           AND SL-Oil-Num >= 1 AND SL-Oil-Num <= 99
                           AND Location-Idx > ZERO
                       ADD SL-Qty
                           TO RT-Movement-Qty(SL-Oil-Num,

       CompareAndPrint.
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               PERFORM CompareOnePosition
                   VARYING Location-Sub FROM 1 BY 1
                   UNTIL Location-Sub > 2
           END-PERFORM.

      * Only lines with any activity or any break print - a page
      * of silent zeros for unused oil numbers helps nobody.
       CompareOnePosition.
           COMPUTE Expected-Qty =
               RT-Opening-Qty(Oil-Num-Idx, Location-Sub)
                   MOVE SL-Location TO Location-Work
                   PERFORM FindLocationIdx
                   IF SL-Date > Prior-Recon-Date
                           AND SL-Oil-Num >= 1 AND SL-Oil-Num <= 99
                           AND Location-Idx > ZERO
                       IF RT-Break(SL-Oil-Num, Location-Idx)
                           PERFORM PrintOneMovementLine
       SaveReconPositions.
           OPEN OUTPUT Stock-Recon-File
           PERFORM VARYING Oil-Num-Idx FROM 1 BY 1
                   UNTIL Oil-Num-Idx > 99
               PERFORM VARYING Location-Sub FROM 1 BY 1
                       UNTIL Location-Sub > 2
                   MOVE Oil-Num-Idx TO SRC-Oil-Num
