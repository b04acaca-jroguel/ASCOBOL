      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the TERMS.DAT term calendar - term code (as
      *          FeeBillingRun bills it, e.g. 2026T1), the date
      *          teaching starts and the date it ends.  The refund
      *          schedule a withdrawal is credited on counts its
      *          weeks from the start date held here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TermMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Term-File ASSIGN TO "TERMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Term-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Term-File.
       01 Term-Rec.
           88 End-Of-Term-File         VALUE HIGH-VALUES.
           02 TRM-Term                 PIC X(6).
           02 TRM-Start-Date           PIC 9(8).
           02 TRM-End-Date             PIC 9(8).

       WORKING-STORAGE SECTION.
       01  Term-Table.
           02  Term-Count              PIC 99 VALUE ZERO.
           02  Term-Entry OCCURS 60 TIMES.
               03 TMT-Term             PIC X(6).
               03 TMT-Start-Date       PIC 9(8).
               03 TMT-End-Date         PIC 9(8).

       01  Maint-Switches.
           02  More-Changes-Sw         PIC X VALUE "Y".
               88 More-Changes         VALUE "Y".
               88 No-More-Changes      VALUE "N".

       01  Entry-Term                  PIC X(6).
       01  Entry-Start-Date            PIC 9(8).
       01  Entry-End-Date              PIC 9(8).

       01  Date-Check-Work.
           02  DCW-Year                PIC 9(4).
           02  DCW-Month               PIC 99.
           02  DCW-Day                 PIC 99.
       01  Date-Check-R REDEFINES Date-Check-Work PIC 9(8).

       01  Date-Check-Switch           PIC X VALUE "N".
           88 Date-Good                VALUE "Y".
           88 Date-Bad                 VALUE "N".

       01  Term-Sub                    PIC 99.

      * TERMS.DAT is rewritten in full from the table, so a file
      * bigger than the table must stop the session - a partial
      * save would silently delete terms.
       01  Table-Overflow-Switch       PIC X VALUE "N".
           88 Table-Overflowed         VALUE "Y".

       01  Term-Lookup-Switch          PIC X VALUE "N".
           88 Term-Found               VALUE "Y".
           88 Term-Not-Found           VALUE "N".

       01  Term-File-Status            PIC XX.

       PROCEDURE DIVISION.
       Begin.
           PERFORM LoadTerms
           IF Table-Overflowed
               DISPLAY "TERMMAINT: more than 60 terms on TERMS.DAT - "
                   "table full, nothing changed and nothing rewritten"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM MaintainTerms UNTIL No-More-Changes
           PERFORM SaveTerms
           MOVE 0 TO RETURN-CODE
           GOBACK.

       LoadTerms.
           OPEN INPUT Term-File
           IF Term-File-Status = "00"
               READ Term-File
                   AT END SET End-Of-Term-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Term-File
                   IF Term-Count < 60
                       ADD 1 TO Term-Count
                       MOVE TRM-Term       TO TMT-Term(Term-Count)
                       MOVE TRM-Start-Date
                           TO TMT-Start-Date(Term-Count)
                       MOVE TRM-End-Date   TO TMT-End-Date(Term-Count)
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Term-File
                       AT END SET End-Of-Term-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Term-File
           ELSE
               DISPLAY "TERMMAINT: no TERMS.DAT found - "
                   "starting from an empty term calendar"
           END-IF.

       MaintainTerms.
           DISPLAY "Enter term to add/change, blank to finish: "
               WITH NO ADVANCING
           ACCEPT Entry-Term
           IF Entry-Term = SPACES
               SET No-More-Changes TO TRUE
           ELSE
               DISPLAY "Enter start date (YYYYMMDD)         : "
                   WITH NO ADVANCING
               ACCEPT Entry-Start-Date
               MOVE Entry-Start-Date TO Date-Check-R
               PERFORM CheckDate
               PERFORM UNTIL Date-Good
                   DISPLAY "Not a date, re-enter              : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Start-Date
                   MOVE Entry-Start-Date TO Date-Check-R
                   PERFORM CheckDate
               END-PERFORM
               DISPLAY "Enter end date (YYYYMMDD)           : "
                   WITH NO ADVANCING
               ACCEPT Entry-End-Date
               MOVE Entry-End-Date TO Date-Check-R
               PERFORM CheckDate
               PERFORM UNTIL Date-Good
                       AND Entry-End-Date > Entry-Start-Date
                   DISPLAY "Must be a date after the start    : "
                       WITH NO ADVANCING
                   ACCEPT Entry-End-Date
                   MOVE Entry-End-Date TO Date-Check-R
                   PERFORM CheckDate
               END-PERFORM
               PERFORM FindTerm
               IF Term-Found
                   MOVE Entry-Start-Date TO TMT-Start-Date(Term-Sub)
                   MOVE Entry-End-Date   TO TMT-End-Date(Term-Sub)
               ELSE
                   IF Term-Count < 60
                       ADD 1 TO Term-Count
                       MOVE Entry-Term       TO TMT-Term(Term-Count)
                       MOVE Entry-Start-Date
                           TO TMT-Start-Date(Term-Count)
                       MOVE Entry-End-Date
                           TO TMT-End-Date(Term-Count)
                   ELSE
                       DISPLAY "TERMMAINT: term table full - "
                           Entry-Term " not added"
                   END-IF
               END-IF
           END-IF.

       CheckDate.
           SET Date-Bad TO TRUE
           IF Date-Check-Work IS NUMERIC
               IF DCW-Year > 1999
                   AND DCW-Month >= 1 AND DCW-Month <= 12
                   AND DCW-Day >= 1 AND DCW-Day <= 31
                   SET Date-Good TO TRUE
               END-IF
           END-IF.

       FindTerm.
           SET Term-Not-Found TO TRUE
           PERFORM VARYING Term-Sub FROM 1 BY 1
                   UNTIL Term-Sub > Term-Count
                       OR Term-Found
               IF TMT-Term(Term-Sub) = Entry-Term
                   SET Term-Found TO TRUE
               END-IF
           END-PERFORM
           IF Term-Found
               SUBTRACT 1 FROM Term-Sub
           END-IF.

       SaveTerms.
           OPEN OUTPUT Term-File
           PERFORM VARYING Term-Sub FROM 1 BY 1
                   UNTIL Term-Sub > Term-Count
               MOVE TMT-Term(Term-Sub)       TO TRM-Term
               MOVE TMT-Start-Date(Term-Sub) TO TRM-Start-Date
               MOVE TMT-End-Date(Term-Sub)   TO TRM-End-Date
               WRITE Term-Rec
           END-PERFORM
           CLOSE Term-File.
       END PROGRAM TermMaint.
