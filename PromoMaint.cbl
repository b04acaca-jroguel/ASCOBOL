      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the PROMO.DAT promotional price campaigns.
      *          A campaign is a code the sale carries, a date
      *          window and a benefit - P takes a percentage off the
      *          size-tier price, T forces a price tier whatever the
      *          unit size - and the oils it covers, one PROMO.DAT
      *          row per oil or per oil class (oil 00, class E or C,
      *          or blank for every oil).  The terms are repeated on
      *          each of the campaign's rows and changed on all of
      *          them together.  Keying an oil the campaign already
      *          covers offers to take it out; a campaign left
      *          covering nothing is dropped.  AromaSalesRpt,
      *          InvoicePrint and AromaSalesFlash honour the code
      *          only inside the window.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PromoMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Promo-File ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Promo-File-Status.

           SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Master-File-Status.

           SELECT Maint-Audit-File ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Maint-Audit-File-Status.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Promo-File.
       01 Promo-Rec.
           88 End-Of-Promo-File        VALUE HIGH-VALUES.
           02 PR-Code                  PIC X(5).
           02 PR-Desc                  PIC X(20).
           02 PR-Oil-Num               PIC 99.
           02 PR-Oil-Class             PIC X.
           02 PR-Start-Date            PIC 9(8).
           02 PR-End-Date              PIC 9(8).
           02 PR-Benefit               PIC X.
           02 PR-Pct-Off               PIC 99V9.
           02 PR-Forced-Tier           PIC 9.

       FD Oil-Master-File.
       01 Oil-Master-Rec.
           88 End-Of-Oil-Master-File   VALUE HIGH-VALUES.
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

       FD Maint-Audit-File.
       01 Maint-Audit-Rec.
           02 MA-Date                 PIC 9(8).
           02 MA-Time                 PIC 9(6).
           02 MA-Operator             PIC X(3).
           02 MA-File                 PIC X(12).
           02 MA-Key                  PIC X(7).
           02 MA-Before               PIC X(30).
           02 MA-After                PIC X(30).

      * Who is signed on at the console, left by OperatorMenu - the
      * audit trail and the in-use lock carry this instead of
      * whatever initials got typed.  Absent or empty, the old
      * prompt asks.
       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
      * Rows taken out are blanked to a space code and dropped on
      * the rewrite.
       01  Promo-Table.
           02  Promo-Count             PIC 999 VALUE ZERO.
           02  Promo-Entry OCCURS 300 TIMES.
               03 PRT-Code             PIC X(5).
               03 PRT-Desc             PIC X(20).
               03 PRT-Oil-Num          PIC 99.
               03 PRT-Oil-Class        PIC X.
               03 PRT-Start-Date       PIC 9(8).
               03 PRT-End-Date         PIC 9(8).
               03 PRT-Benefit          PIC X.
               03 PRT-Pct-Off          PIC 99V9.
               03 PRT-Tier             PIC 9.

       01  Promo-Sub                   PIC 999.
       01  Found-Promo-Sub             PIC 999.

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.

       01  Maint-Switches.
           02  More-Campaigns-Sw       PIC X VALUE "Y".
               88 More-Campaigns       VALUE "Y".
               88 No-More-Campaigns    VALUE "N".
           02  More-Coverage-Sw        PIC X VALUE "Y".
               88 More-Coverage        VALUE "Y".
               88 No-More-Coverage     VALUE "N".
           02  Campaign-Found-Sw       PIC X VALUE "N".
               88 Campaign-Found       VALUE "Y".
               88 Campaign-Not-Found   VALUE "N".
           02  Coverage-Found-Sw       PIC X VALUE "N".
               88 Coverage-Found       VALUE "Y".
               88 Coverage-Not-Found   VALUE "N".
           02  Terms-Valid-Sw          PIC X VALUE "N".
               88 Terms-Valid          VALUE "Y".
               88 Terms-Invalid        VALUE "N".

      * The campaign in hand - its terms as they stand, copied onto
      * every row added or changed.
       01  Campaign-Work.
           02  CW-Code                 PIC X(5).
           02  CW-Desc                 PIC X(20).
           02  CW-Start-Date           PIC 9(8).
           02  CW-End-Date             PIC 9(8).
           02  CW-Benefit              PIC X.
               88 CW-Percent-Off       VALUE "P".
               88 CW-Forced-Tier       VALUE "T".
               88 CW-Valid-Benefit     VALUE "P" "T".
           02  CW-Pct-Off              PIC 99V9.
           02  CW-Tier                 PIC 9.

       01  Entry-Code                  PIC X(5).
       01  Entry-Oil-Num               PIC 99.
       01  Entry-Oil-Class             PIC X.
           88 Valid-Entry-Class        VALUE "E" "C" " ".
       01  Entry-Answer                PIC X.
           88 Answer-Yes               VALUE "Y" "y".

       01  Display-Pct-Off             PIC Z9.9.

       01  Promo-File-Status           PIC XX.
       01  Oil-Master-File-Status      PIC XX.
       01  Maint-Audit-File-Status     PIC XX.
       01  Signon-File-Status          PIC XX.

       01  Table-Overflow-Switch       PIC X VALUE "N".
           88 Table-Overflowed         VALUE "Y".
           88 Table-Fits               VALUE "N".

       01  Operator-Id                 PIC X(3).

       01  Current-Run-Date            PIC 9(8).

       01  Time-Work.
           02  TW-HHMMSS               PIC 9(6).
           02  FILLER                  PIC 99.

       01  Audit-Image-Work.
           02  AIW-Oil-Num             PIC 99.
           02  AIW-Oil-Class           PIC X.
           02  AIW-Start-Date          PIC 9(8).
           02  AIW-End-Date            PIC 9(8).
           02  AIW-Benefit             PIC X.
           02  AIW-Pct-Off             PIC 99V9.
           02  AIW-Tier                PIC 9.
           02  FILLER                  PIC X(6).

       01  Seal-Fields.
           02  Seal-Data-Name          PIC X(12).
           02  Seal-Action             PIC X.
           02  Seal-Result             PIC X.

       01  Lock-Fields.
           02  Lock-Data-Name          PIC X(12).
           02  Lock-Action             PIC X.
           02  Lock-Operator-Id        PIC X(3).
           02  Lock-Result             PIC X.
           02  Lock-Holder             PIC X(3).

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM GetOperatorId
           PERFORM AcquireFileLock
           IF Lock-Result = "N"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadOilNames
           PERFORM LoadPromotions
           IF Table-Overflowed
               PERFORM ReleaseFileLock
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OpenMaintAudit
           PERFORM MaintainCampaign UNTIL No-More-Campaigns
           PERFORM SavePromotions
           CLOSE Maint-Audit-File
           PERFORM ReleaseFileLock
           MOVE 0 TO RETURN-CODE
           GOBACK.

       GetOperatorId.
           MOVE SPACES TO Operator-Id
           OPEN INPUT Signon-File
           IF Signon-File-Status = "00"
               READ Signon-File
                   AT END CONTINUE
               END-READ
               IF Signon-File-Status = "00"
                   MOVE SGN-Operator-Id TO Operator-Id
               END-IF
               CLOSE Signon-File
           END-IF
           IF Operator-Id = SPACES
               DISPLAY "Enter operator ID (3 chars): "
                   WITH NO ADVANCING
               ACCEPT Operator-Id
           END-IF.

      * One session in this master at a time - a second opener is
      * told who holds it, and a crashed session's lock is cleared
      * by a supervisor in LockMaint.
       AcquireFileLock.
           MOVE "PROMO.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "PROMOMAINT: PROMO.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseFileLock.
           MOVE "PROMO.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

       OpenMaintAudit.
           OPEN EXTEND Maint-Audit-File
           IF Maint-Audit-File-Status = "35"
               OPEN OUTPUT Maint-Audit-File
           END-IF.

       LoadOilNames.
           OPEN INPUT Oil-Master-File
           IF Oil-Master-File-Status = "00"
               READ Oil-Master-File
                   AT END SET End-Of-Oil-Master-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master-File
                   IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 99
                       MOVE OM-Oil-Name TO OMT-Oil-Name(OM-Oil-Num)
                   END-IF
                   READ Oil-Master-File
                       AT END SET End-Of-Oil-Master-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Oil-Master-File
           END-IF.

      * PROMO.DAT is rewritten whole on the way out, so a file
      * bigger than the table is refused rather than truncated.
       LoadPromotions.
           OPEN INPUT Promo-File
           IF Promo-File-Status = "00"
               READ Promo-File
                   AT END SET End-Of-Promo-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Promo-File OR Table-Overflowed
                   IF Promo-Count < 300
                       ADD 1 TO Promo-Count
                       MOVE PR-Code        TO PRT-Code(Promo-Count)
                       MOVE PR-Desc        TO PRT-Desc(Promo-Count)
                       MOVE PR-Oil-Num     TO PRT-Oil-Num(Promo-Count)
                       MOVE PR-Oil-Class
                           TO PRT-Oil-Class(Promo-Count)
                       MOVE PR-Start-Date
                           TO PRT-Start-Date(Promo-Count)
                       MOVE PR-End-Date    TO PRT-End-Date(Promo-Count)
                       MOVE PR-Benefit     TO PRT-Benefit(Promo-Count)
                       MOVE PR-Pct-Off     TO PRT-Pct-Off(Promo-Count)
                       MOVE PR-Forced-Tier TO PRT-Tier(Promo-Count)
                       READ Promo-File
                           AT END SET End-Of-Promo-File TO TRUE
                       END-READ
                   ELSE
                       SET Table-Overflowed TO TRUE
                       DISPLAY "PROMOMAINT: more than 300 PROMO.DAT "
                           "rows - file not opened for change"
                   END-IF
               END-PERFORM
               CLOSE Promo-File
           ELSE
               DISPLAY "PROMOMAINT: no PROMO.DAT found - "
                   "starting with no campaigns"
           END-IF.

       MaintainCampaign.
           DISPLAY "Enter promotion code, blank to finish: "
               WITH NO ADVANCING
           ACCEPT Entry-Code
           IF Entry-Code = SPACES
               SET No-More-Campaigns TO TRUE
           ELSE
               MOVE Entry-Code TO CW-Code
               PERFORM FindCampaign
               IF Campaign-Found
                   PERFORM ShowCampaign
                   DISPLAY "Change the campaign terms (Y/N)      : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Answer
                   IF Answer-Yes
                       PERFORM GetCampaignTerms
                       IF Terms-Valid
                           PERFORM ApplyTermsToCampaign
                       END-IF
                   ELSE
                       SET Terms-Valid TO TRUE
                   END-IF
               ELSE
                   DISPLAY "New campaign " CW-Code
                   PERFORM GetCampaignTerms
               END-IF
               IF Terms-Valid
                   SET More-Coverage TO TRUE
                   PERFORM MaintainCoverage UNTIL No-More-Coverage
               END-IF
           END-IF.

      * The first row of the campaign gives its terms.
       FindCampaign.
           SET Campaign-Not-Found TO TRUE
           PERFORM VARYING Promo-Sub FROM 1 BY 1
                   UNTIL Promo-Sub > Promo-Count
                       OR Campaign-Found
               IF PRT-Code(Promo-Sub) = CW-Code
                   SET Campaign-Found TO TRUE
                   MOVE PRT-Desc(Promo-Sub)       TO CW-Desc
                   MOVE PRT-Start-Date(Promo-Sub) TO CW-Start-Date
                   MOVE PRT-End-Date(Promo-Sub)   TO CW-End-Date
                   MOVE PRT-Benefit(Promo-Sub)    TO CW-Benefit
                   MOVE PRT-Pct-Off(Promo-Sub)    TO CW-Pct-Off
                   MOVE PRT-Tier(Promo-Sub)       TO CW-Tier
               END-IF
           END-PERFORM.

       ShowCampaign.
           DISPLAY "Campaign " CW-Code " - " CW-Desc
           DISPLAY "  runs " CW-Start-Date " to " CW-End-Date
           IF CW-Forced-Tier
               DISPLAY "  forces price tier " CW-Tier
           ELSE
               MOVE CW-Pct-Off TO Display-Pct-Off
               DISPLAY "  takes " Display-Pct-Off "% off"
           END-IF
           PERFORM VARYING Promo-Sub FROM 1 BY 1
                   UNTIL Promo-Sub > Promo-Count
               IF PRT-Code(Promo-Sub) = CW-Code
                   IF PRT-Oil-Num(Promo-Sub) = ZERO
                       IF PRT-Oil-Class(Promo-Sub) = SPACE
                           DISPLAY "  covers every oil"
                       ELSE
                           DISPLAY "  covers every class "
                               PRT-Oil-Class(Promo-Sub) " oil"
                       END-IF
                   ELSE
                       DISPLAY "  covers oil " PRT-Oil-Num(Promo-Sub)
                           " " OMT-Oil-Name(PRT-Oil-Num(Promo-Sub))
                   END-IF
               END-IF
           END-PERFORM.

       GetCampaignTerms.
           SET Terms-Valid TO TRUE
           DISPLAY "Description (20 chars)               : "
               WITH NO ADVANCING
           ACCEPT CW-Desc
           DISPLAY "First day (YYYYMMDD)                 : "
               WITH NO ADVANCING
           ACCEPT CW-Start-Date
           DISPLAY "Last day (YYYYMMDD)                  : "
               WITH NO ADVANCING
           ACCEPT CW-End-Date
           IF CW-Start-Date = ZERO OR CW-End-Date < CW-Start-Date
               DISPLAY "The last day must not be before the first"
               SET Terms-Invalid TO TRUE
           ELSE
               DISPLAY "(P)ercent off or forced (T)ier       : "
                   WITH NO ADVANCING
               ACCEPT CW-Benefit
               IF NOT CW-Valid-Benefit
                   DISPLAY "Benefit must be P or T"
                   SET Terms-Invalid TO TRUE
               ELSE
                   MOVE ZERO TO CW-Pct-Off
                   MOVE ZERO TO CW-Tier
                   IF CW-Percent-Off
                       DISPLAY "Percent off, e.g. 15.0               : "
                           WITH NO ADVANCING
                       ACCEPT CW-Pct-Off
                       IF CW-Pct-Off = ZERO
                           DISPLAY "Percent off must be above zero"
                           SET Terms-Invalid TO TRUE
                       END-IF
                   ELSE
                       DISPLAY "Price tier to charge (1-3)           : "
                           WITH NO ADVANCING
                       ACCEPT CW-Tier
                       IF CW-Tier < 1 OR CW-Tier > 3
                           DISPLAY "Tier must be 1, 2 or 3"
                           SET Terms-Invalid TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF Terms-Invalid
               DISPLAY "Campaign " CW-Code " not changed"
           END-IF.

       ApplyTermsToCampaign.
           PERFORM VARYING Promo-Sub FROM 1 BY 1
                   UNTIL Promo-Sub > Promo-Count
               IF PRT-Code(Promo-Sub) = CW-Code
                   PERFORM BuildAuditBefore
                   MOVE CW-Desc       TO PRT-Desc(Promo-Sub)
                   MOVE CW-Start-Date TO PRT-Start-Date(Promo-Sub)
                   MOVE CW-End-Date   TO PRT-End-Date(Promo-Sub)
                   MOVE CW-Benefit    TO PRT-Benefit(Promo-Sub)
                   MOVE CW-Pct-Off    TO PRT-Pct-Off(Promo-Sub)
                   MOVE CW-Tier       TO PRT-Tier(Promo-Sub)
                   PERFORM BuildAuditAfter
                   PERFORM WriteMaintAuditEntry
               END-IF
           END-PERFORM.

       MaintainCoverage.
           DISPLAY "Oil covered 01-98, 00 for a class, 99 to end: "
               WITH NO ADVANCING
           ACCEPT Entry-Oil-Num
           MOVE SPACE TO Entry-Oil-Class
           EVALUATE TRUE
               WHEN Entry-Oil-Num = 99
                   SET No-More-Coverage TO TRUE
               WHEN Entry-Oil-Num > 99
                   DISPLAY "Oil number must be 00-98"
               WHEN OTHER
                   IF Entry-Oil-Num = ZERO
                       DISPLAY "Class E, C, or blank for every oil : "
                           WITH NO ADVANCING
                       ACCEPT Entry-Oil-Class
                   ELSE
                       DISPLAY "Oil " Entry-Oil-Num " - "
                           OMT-Oil-Name(Entry-Oil-Num)
                   END-IF
                   IF NOT Valid-Entry-Class
                       DISPLAY "Class must be E, C or blank"
                   ELSE
                       PERFORM FindCoverage
                       IF Coverage-Found
                           DISPLAY "Already covered - take it out "
                               "(Y/N)  : " WITH NO ADVANCING
                           ACCEPT Entry-Answer
                           IF Answer-Yes
                               PERFORM RemoveCoverage
                           END-IF
                       ELSE
                           PERFORM AddCoverage
                       END-IF
                   END-IF
           END-EVALUATE.

       FindCoverage.
           SET Coverage-Not-Found TO TRUE
           PERFORM VARYING Promo-Sub FROM 1 BY 1
                   UNTIL Promo-Sub > Promo-Count
                       OR Coverage-Found
               IF PRT-Code(Promo-Sub) = CW-Code
                   AND PRT-Oil-Num(Promo-Sub) = Entry-Oil-Num
                   AND PRT-Oil-Class(Promo-Sub) = Entry-Oil-Class
                   SET Coverage-Found TO TRUE
                   MOVE Promo-Sub TO Found-Promo-Sub
               END-IF
           END-PERFORM.

       RemoveCoverage.
           MOVE Found-Promo-Sub TO Promo-Sub
           PERFORM BuildAuditBefore
           MOVE SPACES TO MA-After
           PERFORM WriteMaintAuditEntry
           MOVE SPACES TO PRT-Code(Promo-Sub).

       AddCoverage.
           IF Promo-Count < 300
               ADD 1 TO Promo-Count
               MOVE Promo-Count     TO Promo-Sub
               MOVE CW-Code         TO PRT-Code(Promo-Sub)
               MOVE CW-Desc         TO PRT-Desc(Promo-Sub)
               MOVE Entry-Oil-Num   TO PRT-Oil-Num(Promo-Sub)
               MOVE Entry-Oil-Class TO PRT-Oil-Class(Promo-Sub)
               MOVE CW-Start-Date   TO PRT-Start-Date(Promo-Sub)
               MOVE CW-End-Date     TO PRT-End-Date(Promo-Sub)
               MOVE CW-Benefit      TO PRT-Benefit(Promo-Sub)
               MOVE CW-Pct-Off      TO PRT-Pct-Off(Promo-Sub)
               MOVE CW-Tier         TO PRT-Tier(Promo-Sub)
               MOVE SPACES TO MA-Before
               PERFORM BuildAuditAfter
               PERFORM WriteMaintAuditEntry
           ELSE
               DISPLAY "Promotion table full - oil not added"
           END-IF.

       BuildAuditBefore.
           MOVE SPACES TO Audit-Image-Work
           MOVE PRT-Oil-Num(Promo-Sub)    TO AIW-Oil-Num
           MOVE PRT-Oil-Class(Promo-Sub)  TO AIW-Oil-Class
           MOVE PRT-Start-Date(Promo-Sub) TO AIW-Start-Date
           MOVE PRT-End-Date(Promo-Sub)   TO AIW-End-Date
           MOVE PRT-Benefit(Promo-Sub)    TO AIW-Benefit
           MOVE PRT-Pct-Off(Promo-Sub)    TO AIW-Pct-Off
           MOVE PRT-Tier(Promo-Sub)       TO AIW-Tier
           MOVE Audit-Image-Work          TO MA-Before.

       BuildAuditAfter.
           MOVE SPACES TO Audit-Image-Work
           MOVE PRT-Oil-Num(Promo-Sub)    TO AIW-Oil-Num
           MOVE PRT-Oil-Class(Promo-Sub)  TO AIW-Oil-Class
           MOVE PRT-Start-Date(Promo-Sub) TO AIW-Start-Date
           MOVE PRT-End-Date(Promo-Sub)   TO AIW-End-Date
           MOVE PRT-Benefit(Promo-Sub)    TO AIW-Benefit
           MOVE PRT-Pct-Off(Promo-Sub)    TO AIW-Pct-Off
           MOVE PRT-Tier(Promo-Sub)       TO AIW-Tier
           MOVE Audit-Image-Work          TO MA-After.

       WriteMaintAuditEntry.
           ACCEPT Time-Work FROM TIME
           MOVE Current-Run-Date TO MA-Date
           MOVE TW-HHMMSS        TO MA-Time
           MOVE Operator-Id      TO MA-Operator
           MOVE "PROMO"          TO MA-File
           MOVE CW-Code          TO MA-Key
           WRITE Maint-Audit-Rec.

       SavePromotions.
           OPEN OUTPUT Promo-File
           PERFORM VARYING Promo-Sub FROM 1 BY 1
                   UNTIL Promo-Sub > Promo-Count
               IF PRT-Code(Promo-Sub) NOT = SPACES
                   MOVE PRT-Code(Promo-Sub)       TO PR-Code
                   MOVE PRT-Desc(Promo-Sub)       TO PR-Desc
                   MOVE PRT-Oil-Num(Promo-Sub)    TO PR-Oil-Num
                   MOVE PRT-Oil-Class(Promo-Sub)  TO PR-Oil-Class
                   MOVE PRT-Start-Date(Promo-Sub) TO PR-Start-Date
                   MOVE PRT-End-Date(Promo-Sub)   TO PR-End-Date
                   MOVE PRT-Benefit(Promo-Sub)    TO PR-Benefit
                   MOVE PRT-Pct-Off(Promo-Sub)    TO PR-Pct-Off
                   MOVE PRT-Tier(Promo-Sub)       TO PR-Forced-Tier
                   WRITE Promo-Rec
               END-IF
           END-PERFORM
           CLOSE Promo-File
           PERFORM WriteMasterSeal.

      * Re-seal the rewritten master on SEALS.DAT so every reader
      * can prove at open that nothing touched it in between.
       WriteMasterSeal.
           MOVE "PROMO.DAT" TO Seal-Data-Name
           MOVE "W" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result.

       END PROGRAM PromoMaint.
