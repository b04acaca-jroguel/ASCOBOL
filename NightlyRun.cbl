      * Purpose: Drive the nightly student/sales batch in the correct
      *          order - InputSort, then merge its new-student output
      *          into STUDENTS.DAT, then the single-pass GenderSplit,
      *          then AromaSalesRpt and the WebStockFeed catalogue
      *          and stock file it leaves for the web shop -
      *          stopping the chain as soon as one step fails instead
      *          of going on to run the next step against stale or
      *          incomplete data.  Every step
      *          is timestamped to the RUNLOG.DAT run log with the
      *          record counts the step left on STEPSTAT.DAT, an
      *          operator summary goes to RUNLOG.RPT, and a second
      *          full run on the same business date is refused unless
      *          the operator explicitly overrides.  Before the
      *          first step a MasterBackup copy of every file the
      *          chain rewrites is taken and catalogued (a restart
      *          keeps the night's original set), so a failed night
      *          can be put back in one go by NightRollback.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02  FILLER               PIC X(12) VALUE "OILMAST.DAT".
           02  FILLER               PIC X(12) VALUE "SUPPLIER.DAT".
           02  FILLER               PIC X(12) VALUE "ARITEMS.DAT".
      * SALESHIST.DAT, under the lock name SalesHistPurge uses.
           02  FILLER               PIC X(12) VALUE "SALESHST.DAT".
       01  Locked-Master-Table-R REDEFINES Locked-Master-Table.
           02  Locked-Master-Name   PIC X(12) OCCURS 7 TIMES.

       01  Locked-Master-Sub        PIC 9.

       01  Master-Lock-Held-Table.
           02  Master-Lock-Held     PIC X OCCURS 7 TIMES
                   VALUE "N".

       01  Step-Done-Sub            PIC 99.
      * storage so a restart or a second run in this run unit begins
      * them fresh instead of on last-used totals and switches.
       CancelChainPrograms.
           CANCEL "MasterBackup"
           CANCEL "InputSortCore"
           CANCEL "GenderSplit"
           CANCEL "StandingOrdGen"
           CANCEL "AromaSalesRpt"
           CANCEL "WebStockFeed"
           CANCEL "OutputArchive"
           CANCEL "OilCountVariance"
           CANCEL "PurchaseOrdGen"
           CANCEL "ArAgedRpt"
           CANCEL "ApAgedRpt"
           CANCEL "WaitlistRpt"
           CANCEL "QuoteFollowRpt"
           CANCEL "PromoResultsRpt"
           CANCEL "RebateAccrualRpt"
           CANCEL "CarriageRpt"
           CANCEL "RepTargetRpt"
           CANCEL "CustActivityRpt"
           CANCEL "OilAbcClass"
           CANCEL "IntegrityCheck"
           CANCEL "TutorPayRpt"
           CANCEL "ExceptionDigest".

       RunTheChain.
           PERFORM RunBackupStep
           IF Step-OK
               PERFORM RunInputSortStep
           END-IF
           IF Step-OK
               PERFORM RunMergeStep
           END-IF
                   PERFORM RunStandingOrdStep
                   IF Step-OK
                       PERFORM RunAromaSalesStep
                       IF Step-OK
                           PERFORM RunWebFeedStep
                       END-IF
                       IF Step-OK
                           PERFORM RunArchiveStep
                           IF Step-OK
           CALL "ExceptionDigest"
           MOVE 0 TO RETURN-CODE.

      * The backup set must show the files as they stood before the
      * night touched them - on a restart BACKUP is already recorded
      * done, so the set taken ahead of the failed steps is kept
      * rather than replaced by a copy of half-updated files.
       RunBackupStep.
           MOVE "BACKUP" TO Step-Name-Work
           PERFORM CheckStepAlreadyDone
           IF Step-Already-Done
               DISPLAY "NIGHTLYRUN: BACKUP already complete - "
                   "set from the start of the night kept"
           ELSE
               PERFORM LogStepStart
               DISPLAY "NIGHTLYRUN: taking the pre-run backup set"
               CALL "MasterBackup"
               PERFORM CheckStepResult
               PERFORM LoadStepStats
               PERFORM LogStepEnd
               IF Step-Failed
                   DISPLAY "NIGHTLYRUN: MasterBackup failed - chain "
                       "not started"
               ELSE
                   PERFORM RecordStepDone
               END-IF
           END-IF.

       RunInputSortStep.
           MOVE "INPUTSORT" TO Step-Name-Work
           PERFORM CheckStepAlreadyDone
               END-IF
           END-IF.

      * The web shop's catalogue and stock file is built from the
      * OILSTOCK.DAT and BACKORD.DAT the sales run has just saved,
      * so it follows AROMASALES directly.
       RunWebFeedStep.
           MOVE "WEBFEED" TO Step-Name-Work
           PERFORM CheckStepAlreadyDone
           IF Step-Already-Done
               DISPLAY "NIGHTLYRUN: WEBFEED already complete - "
                   "skipped on restart"
           ELSE
               PERFORM LogStepStart
               DISPLAY "NIGHTLYRUN: starting WebStockFeed"
               CALL "WebStockFeed"
               PERFORM CheckStepResult
               PERFORM LoadStepStats
               PERFORM LogStepEnd
               IF Step-Failed
                   DISPLAY "NIGHTLYRUN: WebStockFeed failed - "
                       "chain stopped"
               ELSE
                   PERFORM RecordStepDone
               END-IF
           END-IF.

       RunArchiveStep.
           MOVE "ARCHIVE" TO Step-Name-Work
           PERFORM CheckStepAlreadyDone
               END-IF
           END-IF.

      * The chain HOLDS the seven master locks, not just tests them -
      * a maintenance session opened a minute into the run is told
      * the run has the file, instead of quietly rewriting a master
      * while a load paragraph is half way through it.  Only the
      * refusal cannot free somebody else's session.
       AcquireMasterLocks.
           PERFORM VARYING Locked-Master-Sub FROM 1 BY 1
                   UNTIL Locked-Master-Sub > 7
               MOVE Locked-Master-Name(Locked-Master-Sub)
                   TO Lock-Data-Name
               MOVE "A" TO Lock-Action

       ReleaseMasterLocks.
           PERFORM VARYING Locked-Master-Sub FROM 1 BY 1
                   UNTIL Locked-Master-Sub > 7
               IF Master-Lock-Held(Locked-Master-Sub) = "Y"
                   MOVE Locked-Master-Name(Locked-Master-Sub)
                       TO Lock-Data-Name
                   CALL "ApAgedRpt"
               WHEN "WAITLIST"
                   CALL "WaitlistRpt"
               WHEN "QUOTEFUP"
                   CALL "QuoteFollowRpt"
               WHEN "PROMORES"
                   CALL "PromoResultsRpt"
               WHEN "REBATEACR"
                   CALL "RebateAccrualRpt"
               WHEN "CARRIAGE"
                   CALL "CarriageRpt"
               WHEN "REPTARGET"
                   CALL "RepTargetRpt"
               WHEN "CUSTACTIVITY"
                   CALL "CustActivityRpt"
               WHEN "ABCCLASS"
                   CALL "OilAbcClass"
               WHEN "INTEGRITY"
                   CALL "IntegrityCheck"
               WHEN "TUTORPAY"
                   CALL "TutorPayRpt"
               WHEN OTHER
                   DISPLAY "NIGHTLYRUN: calendar step "
                       Step-Name-Work " not known - skipped"
                   AT END SET End-Of-Restart-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Restart-File
                   IF Step-Done-Count < 20
                       ADD 1 TO Step-Done-Count
                       MOVE RCF-Step-Name
                           TO Step-Done-Entry(Step-Done-Count)
