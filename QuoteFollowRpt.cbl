      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quote follow-up listing from QUOTE.DAT.  Every quote
      *          still open - neither accepted nor declined - is
      *          listed once with its customer, the date quoted, the
      *          valid-until date and the quoted value, flagged
      *          EXPIRED when its prices are no longer held or with
      *          the days left while they still are, so the sales
      *          office can chase the customer or re-quote.  Written
      *          to QUOTEFUP.RPT with the count and value of each.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuoteFollowRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Quote-File ASSIGN TO "QUOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Quote-File-Status.

           SELECT Customer-File ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Customer-File-Status.

           SELECT Follow-Up-Report ASSIGN TO "QUOTEFUP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Kept by QuoteEntry - one record per quote line, the lines of
      * a quote written together.
       FD Quote-File.
       01 Quote-Rec.
           88 End-Of-Quote-File        VALUE HIGH-VALUES.
           02 QT-Quote-No              PIC 9(6).
           02 QT-Line-No               PIC 99.
           02 QT-Cust-Id               PIC X(5).
           02 QT-Quote-Date            PIC 9(8).
           02 QT-Valid-Until           PIC 9(8).
           02 QT-Rep-Id                PIC X(3).
           02 QT-Oil-Id                PIC X(3).
           02 QT-Unit-Size             PIC 99.
           02 QT-Units                 PIC 999.
           02 QT-Unit-Price            PIC 99V99.
           02 QT-Price-Basis           PIC X.
           02 QT-Disc-Pct              PIC 99V9.
           02 QT-Line-Value            PIC 9(6)V99.
           02 QT-Tax-Value             PIC 9(6)V99.
           02 QT-Status                PIC X.
               88 QT-Open              VALUE "O".
           02 QT-Status-Date           PIC 9(8).
           02 QT-Operator              PIC X(3).

       FD Customer-File.
       01 Customer-Rec.
           88 End-Of-Customer-File     VALUE HIGH-VALUES.
           02 CUST-ID                  PIC X(5).
           02 CUST-NAME                PIC X(20).
           02 FILLER                   PIC X(91).

       FD Follow-Up-Report.
       01 Follow-Up-Line               PIC X(80).

       WORKING-STORAGE SECTION.
       01  Customer-Table.
           02  Customer-Count          PIC 9(5) VALUE ZERO.
           02  Customer-Entry OCCURS 2000 TIMES.
               03 CT-Cust-Id           PIC X(5).
               03 CT-Cust-Name         PIC X(20).

       01  Customer-Sub                PIC 9(5).

      * The quote in hand while its lines are read - printed when the
      * quote number changes.
       01  Quote-Hold.
           02  Hold-Quote-No           PIC 9(6) VALUE ZERO.
           02  Hold-Cust-Id            PIC X(5).
           02  Hold-Quote-Date         PIC 9(8).
           02  Hold-Valid-Until        PIC 9(8).
           02  Hold-Rep-Id             PIC X(3).
           02  Hold-Quote-Value        PIC 9(7)V99.
           02  Hold-Open-Sw            PIC X VALUE "N".
               88 Hold-Quote-Open      VALUE "Y".

       01  Follow-Up-Totals.
           02  Expired-Count           PIC 9(5) VALUE ZERO.
           02  Expired-Value           PIC 9(8)V99 VALUE ZERO.
           02  Awaiting-Count          PIC 9(5) VALUE ZERO.
           02  Awaiting-Value          PIC 9(8)V99 VALUE ZERO.

      * Days are counted on the rough years*365 + months*30 + days
      * scale the ageing reports use - close enough for a chase list.
       01  Date-Work.
           02  DW-Year                 PIC 9(4).
           02  DW-Month                PIC 9(2).
           02  DW-Day                  PIC 9(2).
       01  Date-Work-Num REDEFINES Date-Work PIC 9(8).

       01  Run-Day-Number              PIC 9(7).
       01  Valid-Day-Number            PIC 9(7).
       01  Days-Left                   PIC 9(5).

       01  Current-Run-Date            PIC 9(8).

       01  Quote-File-Status           PIC XX.
       01  Customer-File-Status        PIC XX.

       01  Follow-Up-Heading-Line      PIC X(44)
           VALUE "              QUOTE FOLLOW-UP LISTING".

       01  Follow-Up-Date-Line.
           02  FILLER                  PIC X(14) VALUE
                                          " RUN DATE   : ".
           02  Prn-Run-Date            PIC 9(8).

       01  Follow-Up-Topic-Line.
           02  FILLER                  PIC X(8)  VALUE " QUOTE  ".
           02  FILLER                  PIC X(7)  VALUE "CUST  ".
           02  FILLER                  PIC X(21) VALUE "CUSTOMER NAME".
           02  FILLER                  PIC X(9)  VALUE "QUOTED   ".
           02  FILLER                  PIC X(9)  VALUE "VALID TO ".
           02  FILLER                  PIC X(4)  VALUE "REP ".
           02  FILLER                  PIC X(12) VALUE "       VALUE".
           02  FILLER                  PIC X(10) VALUE "  STATUS".

       01  Follow-Up-Detail-Line.
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-FU-Quote-No         PIC 9(6).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-FU-Cust-Id          PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-FU-Cust-Name        PIC X(20).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-FU-Quote-Date       PIC 9(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-FU-Valid-Until      PIC 9(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  Prn-FU-Rep-Id           PIC X(3).
           02  Prn-FU-Value            PIC BZZZ,ZZ9.99.
           02  FILLER                  PIC XX VALUE SPACES.
           02  Prn-FU-Status           PIC X(12).

       01  Days-Left-Text.
           02  Prn-FU-Days-Left        PIC ZZ9.
           02  FILLER                  PIC X(9) VALUE " DAYS LFT".

       01  Follow-Up-Total-Line.
           02  FILLER                  PIC X(2) VALUE SPACES.
           02  Prn-FUT-Label           PIC X(20).
           02  Prn-FUT-Count           PIC ZZ,ZZ9.
           02  FILLER                  PIC X(12) VALUE " QUOTE(S)  ".
           02  Prn-FUT-Value           PIC ZZ,ZZZ,ZZ9.99.

       01  Follow-Up-None-Line         PIC X(40) VALUE
           " NO OPEN QUOTES TO FOLLOW UP".

       01  Blank-Line                  PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           MOVE Current-Run-Date TO Date-Work-Num
           COMPUTE Run-Day-Number =
               DW-Year * 365 + DW-Month * 30 + DW-Day
           PERFORM LoadCustomers
           OPEN OUTPUT Follow-Up-Report
           WRITE Follow-Up-Line FROM Follow-Up-Heading-Line
           MOVE Current-Run-Date TO Prn-Run-Date
           WRITE Follow-Up-Line FROM Follow-Up-Date-Line
           WRITE Follow-Up-Line FROM Blank-Line
           WRITE Follow-Up-Line FROM Follow-Up-Topic-Line
           OPEN INPUT Quote-File
           IF Quote-File-Status = "00"
               READ Quote-File
                   AT END SET End-Of-Quote-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Quote-File
                   IF QT-Quote-No NOT = Hold-Quote-No
                       PERFORM PrintHeldQuote
                       PERFORM StartNewQuote
                   END-IF
                   ADD QT-Line-Value TO Hold-Quote-Value
                   READ Quote-File
                       AT END SET End-Of-Quote-File TO TRUE
                   END-READ
               END-PERFORM
               PERFORM PrintHeldQuote
               CLOSE Quote-File
           ELSE
               DISPLAY "QUOTEFOLLOWRPT: no QUOTE.DAT found - "
                   "nothing to follow up"
           END-IF
           PERFORM PrintFollowUpTotals
           CLOSE Follow-Up-Report
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LoadCustomers.
           OPEN INPUT Customer-File
           IF Customer-File-Status = "00"
               READ Customer-File
                   AT END SET End-Of-Customer-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Customer-File
                   IF Customer-Count < 2000
                       ADD 1 TO Customer-Count
                       MOVE CUST-ID   TO CT-Cust-Id(Customer-Count)
                       MOVE CUST-NAME TO CT-Cust-Name(Customer-Count)
                   END-IF
                   READ Customer-File
                       AT END SET End-Of-Customer-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Customer-File
           END-IF.

       StartNewQuote.
           MOVE QT-Quote-No    TO Hold-Quote-No
           MOVE QT-Cust-Id     TO Hold-Cust-Id
           MOVE QT-Quote-Date  TO Hold-Quote-Date
           MOVE QT-Valid-Until TO Hold-Valid-Until
           MOVE QT-Rep-Id      TO Hold-Rep-Id
           MOVE ZERO           TO Hold-Quote-Value
           IF QT-Open
               SET Hold-Quote-Open TO TRUE
           ELSE
               MOVE "N" TO Hold-Open-Sw
           END-IF.

       PrintHeldQuote.
           IF Hold-Quote-No NOT = ZERO AND Hold-Quote-Open
               MOVE Hold-Quote-No    TO Prn-FU-Quote-No
               MOVE Hold-Cust-Id     TO Prn-FU-Cust-Id
               MOVE SPACES           TO Prn-FU-Cust-Name
               PERFORM VARYING Customer-Sub FROM 1 BY 1
                       UNTIL Customer-Sub > Customer-Count
                   IF CT-Cust-Id(Customer-Sub) = Hold-Cust-Id
                       MOVE CT-Cust-Name(Customer-Sub)
                           TO Prn-FU-Cust-Name
                   END-IF
               END-PERFORM
               MOVE Hold-Quote-Date  TO Prn-FU-Quote-Date
               MOVE Hold-Valid-Until TO Prn-FU-Valid-Until
               MOVE Hold-Rep-Id      TO Prn-FU-Rep-Id
               MOVE Hold-Quote-Value TO Prn-FU-Value
               IF Hold-Valid-Until < Current-Run-Date
                   MOVE "EXPIRED" TO Prn-FU-Status
                   ADD 1 TO Expired-Count
                   ADD Hold-Quote-Value TO Expired-Value
               ELSE
                   MOVE Hold-Valid-Until TO Date-Work-Num
                   COMPUTE Valid-Day-Number =
                       DW-Year * 365 + DW-Month * 30 + DW-Day
                   COMPUTE Days-Left =
                       Valid-Day-Number - Run-Day-Number
                   MOVE Days-Left TO Prn-FU-Days-Left
                   MOVE Days-Left-Text TO Prn-FU-Status
                   ADD 1 TO Awaiting-Count
                   ADD Hold-Quote-Value TO Awaiting-Value
               END-IF
               WRITE Follow-Up-Line FROM Follow-Up-Detail-Line
           END-IF.

       PrintFollowUpTotals.
           WRITE Follow-Up-Line FROM Blank-Line
           IF Expired-Count = ZERO AND Awaiting-Count = ZERO
               WRITE Follow-Up-Line FROM Follow-Up-None-Line
           ELSE
               MOVE "EXPIRED, UNCONVERTED" TO Prn-FUT-Label
               MOVE Expired-Count  TO Prn-FUT-Count
               MOVE Expired-Value  TO Prn-FUT-Value
               WRITE Follow-Up-Line FROM Follow-Up-Total-Line
               MOVE "STILL VALID, OPEN"    TO Prn-FUT-Label
               MOVE Awaiting-Count TO Prn-FUT-Count
               MOVE Awaiting-Value TO Prn-FUT-Value
               WRITE Follow-Up-Line FROM Follow-Up-Total-Line
           END-IF.

       END PROGRAM QuoteFollowRpt.
