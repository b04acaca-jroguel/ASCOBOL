      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor rollback of a failed night.  Puts back
      *          the whole backup set MasterBackup catalogued on
      *          BACKUPSET.DAT before the chain started - every copy
      *          is first checked against its catalogued record
      *          count, and nothing is restored unless the full set
      *          is sound.  Files that did not exist before the
      *          night are removed again, the two indexed masters
      *          are reloaded from their unloads, every restored
      *          file already under a MasterSeal seal is re-sealed,
      *          RESTART.CTL is emptied and LASTRUN.DAT goes back to
      *          its pre-night date (it is part of the set), so the
      *          night can be rerun from the top once the input is
      *          fixed.  The rollback is recorded on RUNLOG.DAT.  The
      *          nightly master locks are held throughout so no
      *          maintenance session writes into a half-restored set.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightRollback.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Copy-In-File ASSIGN USING Copy-In-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Copy-In-File-Status.

           SELECT Copy-Out-File ASSIGN USING Copy-Out-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Copy-Out-File-Status.

           SELECT Student-Master-File ASSIGN TO "STUDENTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SMR-Student-Id
               FILE STATUS IS Student-Master-File-Status.

           SELECT Ar-Open-Item-File ASSIGN TO "ARITEMS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-Item-Key
               FILE STATUS IS Ar-Open-Item-File-Status.

           SELECT Backup-Set-File ASSIGN TO "BACKUPSET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Backup-Set-File-Status.

           SELECT Restart-Control-File ASSIGN TO "RESTART.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Restart-Control-File-Status.

           SELECT Run-Log-File ASSIGN TO "RUNLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Run-Log-File-Status.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Copy-In-File.
       01 Copy-In-Rec                  PIC X(150).
           88 End-Of-Copy-In-File      VALUE HIGH-VALUES.

       FD Copy-Out-File.
       01 Copy-Out-Rec                 PIC X(150).

       FD Student-Master-File.
       01 Student-Master-Rec.
           02 SMR-Student-Id           PIC 9(7).
           02 FILLER                   PIC X(27).

       FD Ar-Open-Item-File.
       01 Ar-Open-Item-Rec.
           02 AR-Item-Key.
               03 AR-Cust-Id           PIC X(5).
               03 AR-Item-Date         PIC 9(8).
               03 AR-Item-Seq          PIC 9(3).
           02 AR-Orig-Amount           PIC 9(6)V99.
           02 AR-Open-Amount           PIC 9(6)V99.
           02 AR-Item-Type             PIC X.

       FD Backup-Set-File.
       01 Backup-Set-Rec.
           88 End-Of-Backup-Set-File   VALUE HIGH-VALUES.
           02 BKS-Run-Date             PIC 9(8).
           02 BKS-File-Name            PIC X(16).
           02 BKS-File-Org             PIC X.
           02 BKS-Present              PIC X.
           02 BKS-Record-Count         PIC 9(7).
           02 BKS-Backup-Name          PIC X(30).

       FD Restart-Control-File.
       01 Restart-Control-Rec.
           02 RCF-Step-Name            PIC X(12).

       FD Run-Log-File.
       01 Run-Log-Line                 PIC X(80).

       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
       01  Backup-Set-Table.
           02  Backup-Set-Count        PIC 99 VALUE ZERO.
           02  Backup-Set-Entry OCCURS 40 TIMES.
               03 BST-File-Name        PIC X(16).
               03 BST-File-Org         PIC X.
               03 BST-Present          PIC X.
               03 BST-Record-Count     PIC 9(7).
               03 BST-Backup-Name      PIC X(30).

       01  Backup-Set-Sub              PIC 99.

       01  Backup-Set-Date             PIC 9(8) VALUE ZERO.

       01  Copy-In-Name                PIC X(30).
       01  Copy-Out-Name               PIC X(30).

       01  Copy-Counts.
           02  Copy-Read-Count         PIC 9(7).
           02  Copy-Written-Count      PIC 9(7).

       01  Rollback-Counts.
           02  Restored-File-Count     PIC 9(3) VALUE ZERO.
           02  Removed-File-Count      PIC 9(3) VALUE ZERO.
           02  Resealed-File-Count     PIC 9(3) VALUE ZERO.
           02  Failed-File-Count       PIC 9(3) VALUE ZERO.

       01  Set-Sound-Switch            PIC X VALUE "Y".
           88 Set-Sound                VALUE "Y".
           88 Set-Not-Sound            VALUE "N".

       01  Current-Run-Date            PIC 9(8).

       01  Time-Work.
           02  TW-HHMMSS               PIC 9(6).
           02  FILLER                  PIC 99.

       01  Log-Detail-Line.
           02  Log-Date                PIC 9(8).
           02  FILLER                  PIC X VALUE SPACE.
           02  Log-Time                PIC 9(6).
           02  FILLER                  PIC X VALUE SPACE.
           02  Log-Step                PIC X(12).
           02  FILLER                  PIC X VALUE SPACE.
           02  Log-Event               PIC X(5).
           02  FILLER                  PIC X VALUE SPACE.
           02  Log-Rest                PIC X(44).

       01  Log-Rollback-Detail.
           02  FILLER                  PIC X(4) VALUE "SET=".
           02  LRD-Set-Date            PIC 9(8).
           02  FILLER                  PIC X(5) VALUE " OPR=".
           02  LRD-Operator-Id         PIC X(3).
           02  FILLER                  PIC X(5) VALUE " RST=".
           02  LRD-Restored            PIC ZZ9.
           02  FILLER                  PIC X(5) VALUE " DEL=".
           02  LRD-Removed             PIC ZZ9.
           02  FILLER                  PIC X(5) VALUE " ERR=".
           02  LRD-Failed              PIC ZZ9.

       01  Entry-Confirm               PIC X.
           88 Rollback-Confirmed       VALUE "Y" "y".

       01  Operator-Id                 PIC X(3).

       01  Lock-Fields.
           02  Lock-Data-Name          PIC X(12).
           02  Lock-Action             PIC X.
           02  Lock-Operator-Id        PIC X(3).
           02  Lock-Result             PIC X.
           02  Lock-Holder             PIC X(3).

       01  Seal-Fields.
           02  Seal-Data-Name          PIC X(12).
           02  Seal-Action             PIC X.
           02  Seal-Result             PIC X.

      * The same seven masters NightlyRun holds while the chain runs
      * - SALESHIST.DAT under its SALESHST.DAT lock name, as there.
       01  Locked-Master-Table.
           02  FILLER                  PIC X(12) VALUE "CUSTOMER.DAT".
           02  FILLER                  PIC X(12) VALUE "OILPRICE.DAT".
           02  FILLER                  PIC X(12) VALUE "OILSTOCK.DAT".
           02  FILLER                  PIC X(12) VALUE "OILMAST.DAT".
           02  FILLER                  PIC X(12) VALUE "SUPPLIER.DAT".
           02  FILLER                  PIC X(12) VALUE "ARITEMS.DAT".
           02  FILLER                  PIC X(12) VALUE "SALESHST.DAT".
       01  Locked-Master-Table-R REDEFINES Locked-Master-Table.
           02  Locked-Master-Name      PIC X(12) OCCURS 7 TIMES.

       01  Locked-Master-Sub           PIC 9.

       01  Master-Lock-Held-Table.
           02  Master-Lock-Held        PIC X OCCURS 7 TIMES
                   VALUE "N".

       01  Lock-Refused-Switch         PIC X VALUE "N".
           88 Lock-Refused             VALUE "Y".

       01  Copy-In-File-Status         PIC XX.
       01  Copy-Out-File-Status        PIC XX.
       01  Student-Master-File-Status  PIC XX.
       01  Ar-Open-Item-File-Status    PIC XX.
       01  Backup-Set-File-Status      PIC XX.
       01  Restart-Control-File-Status PIC XX.
       01  Run-Log-File-Status         PIC XX.
       01  Signon-File-Status          PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

       PROCEDURE DIVISION.
       Begin.
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM GetOperatorId
           PERFORM LoadBackupSet
           IF Backup-Set-Count = ZERO
               DISPLAY "NIGHTROLLBACK: no backup set catalogued on "
                   "BACKUPSET.DAT - nothing to roll back"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM AcquireMasterLocks
           IF Lock-Refused
               PERFORM ReleaseMasterLocks
               DISPLAY "NIGHTROLLBACK: a master file is in use - "
                   "rollback not started"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VerifyBackupSet
           IF Set-Not-Sound
               DISPLAY "NIGHTROLLBACK: backup set for "
                   Backup-Set-Date " is incomplete - nothing "
                   "restored"
               SET Run-Failed TO TRUE
           ELSE
               DISPLAY "Backup set of " Backup-Set-Date " holds "
                   Backup-Set-Count " files."
               DISPLAY "Roll every one of them back (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT Entry-Confirm
               IF Rollback-Confirmed
                   PERFORM RestoreOneFile
                       VARYING Backup-Set-Sub FROM 1 BY 1
                       UNTIL Backup-Set-Sub > Backup-Set-Count
                   PERFORM ResealRestoredFiles
                   PERFORM ClearRestartControl
                   PERFORM LogRollback
                   IF Failed-File-Count > ZERO
                       SET Run-Failed TO TRUE
                       DISPLAY "NIGHTROLLBACK: " Failed-File-Count
                           " file(s) not restored - see messages"
                   ELSE
                       DISPLAY "NIGHTROLLBACK: night of "
                           Backup-Set-Date " rolled back - "
                           Restored-File-Count " restored, "
                           Removed-File-Count " removed, "
                           Resealed-File-Count " resealed"
                   END-IF
               ELSE
                   DISPLAY "NIGHTROLLBACK: not confirmed - nothing "
                       "restored"
               END-IF
           END-IF
           PERFORM ReleaseMasterLocks
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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

       AcquireMasterLocks.
           PERFORM VARYING Locked-Master-Sub FROM 1 BY 1
                   UNTIL Locked-Master-Sub > 7
               MOVE Locked-Master-Name(Locked-Master-Sub)
                   TO Lock-Data-Name
               MOVE "A" TO Lock-Action
               MOVE Operator-Id TO Lock-Operator-Id
               CALL "FileLock" USING Lock-Data-Name Lock-Action
                   Lock-Operator-Id Lock-Result Lock-Holder
               IF Lock-Result = "N"
                   DISPLAY "NIGHTROLLBACK: " Lock-Data-Name
                       " is in use by " Lock-Holder
                   SET Lock-Refused TO TRUE
               ELSE
                   MOVE "Y"
                       TO Master-Lock-Held(Locked-Master-Sub)
               END-IF
           END-PERFORM.

       ReleaseMasterLocks.
           PERFORM VARYING Locked-Master-Sub FROM 1 BY 1
                   UNTIL Locked-Master-Sub > 7
               IF Master-Lock-Held(Locked-Master-Sub) = "Y"
                   MOVE Locked-Master-Name(Locked-Master-Sub)
                       TO Lock-Data-Name
                   MOVE "R" TO Lock-Action
                   MOVE Operator-Id TO Lock-Operator-Id
                   CALL "FileLock" USING Lock-Data-Name Lock-Action
                       Lock-Operator-Id Lock-Result Lock-Holder
                   MOVE "N"
                       TO Master-Lock-Held(Locked-Master-Sub)
               END-IF
           END-PERFORM.

       LoadBackupSet.
           OPEN INPUT Backup-Set-File
           IF Backup-Set-File-Status = "00"
               READ Backup-Set-File
                   AT END SET End-Of-Backup-Set-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Backup-Set-File
                   IF Backup-Set-Count < 40
                       ADD 1 TO Backup-Set-Count
                       MOVE BKS-Run-Date TO Backup-Set-Date
                       MOVE BKS-File-Name
                           TO BST-File-Name(Backup-Set-Count)
                       MOVE BKS-File-Org
                           TO BST-File-Org(Backup-Set-Count)
                       MOVE BKS-Present
                           TO BST-Present(Backup-Set-Count)
                       MOVE BKS-Record-Count
                           TO BST-Record-Count(Backup-Set-Count)
                       MOVE BKS-Backup-Name
                           TO BST-Backup-Name(Backup-Set-Count)
                   END-IF
                   READ Backup-Set-File
                       AT END SET End-Of-Backup-Set-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Backup-Set-File
           END-IF.

      * Every copy must be on disk with exactly the records it was
      * catalogued with - half a rollback is worse than none.
       VerifyBackupSet.
           SET Set-Sound TO TRUE
           PERFORM VARYING Backup-Set-Sub FROM 1 BY 1
                   UNTIL Backup-Set-Sub > Backup-Set-Count
               IF BST-Present(Backup-Set-Sub) = "Y"
                   MOVE BST-Backup-Name(Backup-Set-Sub)
                       TO Copy-In-Name
                   MOVE ZERO TO Copy-Read-Count
                   OPEN INPUT Copy-In-File
                   IF Copy-In-File-Status = "00"
                       READ Copy-In-File
                           AT END SET End-Of-Copy-In-File TO TRUE
                       END-READ
                       PERFORM UNTIL End-Of-Copy-In-File
                           ADD 1 TO Copy-Read-Count
                           READ Copy-In-File
                               AT END SET End-Of-Copy-In-File TO TRUE
                           END-READ
                       END-PERFORM
                       CLOSE Copy-In-File
                       IF Copy-Read-Count
                               NOT = BST-Record-Count(Backup-Set-Sub)
                           DISPLAY "NIGHTROLLBACK: " Copy-In-Name
                               " holds " Copy-Read-Count
                               " records, catalogued "
                               BST-Record-Count(Backup-Set-Sub)
                           SET Set-Not-Sound TO TRUE
                       END-IF
                   ELSE
                       DISPLAY "NIGHTROLLBACK: backup copy "
                           Copy-In-Name " missing - status "
                           Copy-In-File-Status
                       SET Set-Not-Sound TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       RestoreOneFile.
           MOVE BST-Backup-Name(Backup-Set-Sub) TO Copy-In-Name
           MOVE BST-File-Name(Backup-Set-Sub)   TO Copy-Out-Name
           MOVE ZERO TO Copy-Read-Count Copy-Written-Count
           IF BST-Present(Backup-Set-Sub) NOT = "Y"
               PERFORM RemoveNewFile
           ELSE
               EVALUATE BST-File-Name(Backup-Set-Sub)
                   WHEN "STUDENTS.DAT"
                       PERFORM ReloadStudentMaster
                   WHEN "ARITEMS.DAT"
                       PERFORM ReloadArOpenItems
                   WHEN OTHER
                       PERFORM RestoreSequentialFile
               END-EVALUATE
               IF Copy-Written-Count
                       = BST-Record-Count(Backup-Set-Sub)
                   ADD 1 TO Restored-File-Count
               ELSE
                   DISPLAY "NIGHTROLLBACK: " Copy-Out-Name
                       " restored " Copy-Written-Count " of "
                       BST-Record-Count(Backup-Set-Sub) " records"
                   ADD 1 TO Failed-File-Count
               END-IF
           END-IF.

      * A file the night created did not exist before it - take it
      * away again.  An indexed master is emptied instead, since the
      * chain opens those for update and expects them present.
       RemoveNewFile.
           EVALUATE BST-File-Name(Backup-Set-Sub)
               WHEN "STUDENTS.DAT"
                   OPEN OUTPUT Student-Master-File
                   CLOSE Student-Master-File
               WHEN "ARITEMS.DAT"
                   OPEN OUTPUT Ar-Open-Item-File
                   CLOSE Ar-Open-Item-File
               WHEN OTHER
                   DELETE FILE Copy-Out-File
           END-EVALUATE
           ADD 1 TO Removed-File-Count.

       RestoreSequentialFile.
           OPEN INPUT Copy-In-File
           OPEN OUTPUT Copy-Out-File
           IF Copy-Out-File-Status NOT = "00"
               DISPLAY "NIGHTROLLBACK: cannot rewrite "
                   Copy-Out-Name " - status " Copy-Out-File-Status
           ELSE
               READ Copy-In-File
                   AT END SET End-Of-Copy-In-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Copy-In-File
                   WRITE Copy-Out-Rec FROM Copy-In-Rec
                   IF Copy-Out-File-Status = "00"
                       ADD 1 TO Copy-Written-Count
                   END-IF
                   READ Copy-In-File
                       AT END SET End-Of-Copy-In-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Copy-Out-File
           END-IF
           CLOSE Copy-In-File.

      * The unloads were taken in key order, so the reload is a
      * straight sequential build of the indexed file.
       ReloadStudentMaster.
           OPEN INPUT Copy-In-File
           OPEN OUTPUT Student-Master-File
           IF Student-Master-File-Status NOT = "00"
               DISPLAY "NIGHTROLLBACK: cannot rebuild STUDENTS.DAT "
                   "- status " Student-Master-File-Status
           ELSE
               READ Copy-In-File
                   AT END SET End-Of-Copy-In-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Copy-In-File
                   MOVE Copy-In-Rec TO Student-Master-Rec
                   WRITE Student-Master-Rec
                       INVALID KEY
                           DISPLAY "NIGHTROLLBACK: student "
                               SMR-Student-Id " out of sequence "
                               "on the unload"
                       NOT INVALID KEY
                           ADD 1 TO Copy-Written-Count
                   END-WRITE
                   READ Copy-In-File
                       AT END SET End-Of-Copy-In-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Student-Master-File
           END-IF
           CLOSE Copy-In-File.

       ReloadArOpenItems.
           OPEN INPUT Copy-In-File
           OPEN OUTPUT Ar-Open-Item-File
           IF Ar-Open-Item-File-Status NOT = "00"
               DISPLAY "NIGHTROLLBACK: cannot rebuild ARITEMS.DAT "
                   "- status " Ar-Open-Item-File-Status
           ELSE
               READ Copy-In-File
                   AT END SET End-Of-Copy-In-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Copy-In-File
                   MOVE Copy-In-Rec TO Ar-Open-Item-Rec
                   WRITE Ar-Open-Item-Rec
                       INVALID KEY
                           DISPLAY "NIGHTROLLBACK: AR item "
                               AR-Item-Key " out of sequence "
                               "on the unload"
                       NOT INVALID KEY
                           ADD 1 TO Copy-Written-Count
                   END-WRITE
                   READ Copy-In-File
                       AT END SET End-Of-Copy-In-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Ar-Open-Item-File
           END-IF
           CLOSE Copy-In-File.

      * Only files that already carry a seal are re-sealed - a V
      * answered A means the site has never sealed that file, and
      * the rollback does not start sealing it behind their backs.
      * The indexed masters are not sealed.
       ResealRestoredFiles.
           PERFORM VARYING Backup-Set-Sub FROM 1 BY 1
                   UNTIL Backup-Set-Sub > Backup-Set-Count
               IF BST-File-Org(Backup-Set-Sub) = "S"
                       AND BST-File-Name(Backup-Set-Sub)(13:4)
                           = SPACES
                   MOVE BST-File-Name(Backup-Set-Sub)
                       TO Seal-Data-Name
                   MOVE "V" TO Seal-Action
                   CALL "MasterSeal" USING Seal-Data-Name
                       Seal-Action Seal-Result
                   IF Seal-Result NOT = "A"
                       MOVE "W" TO Seal-Action
                       CALL "MasterSeal" USING Seal-Data-Name
                           Seal-Action Seal-Result
                       ADD 1 TO Resealed-File-Count
                   END-IF
               END-IF
           END-PERFORM.

      * The failed night's completed steps must not be skipped on the
      * rerun - they are being undone.
       ClearRestartControl.
           OPEN OUTPUT Restart-Control-File
           CLOSE Restart-Control-File.

       LogRollback.
           OPEN EXTEND Run-Log-File
           IF Run-Log-File-Status = "35"
               OPEN OUTPUT Run-Log-File
           END-IF
           ACCEPT Time-Work FROM TIME
           MOVE Current-Run-Date    TO Log-Date
           MOVE TW-HHMMSS           TO Log-Time
           MOVE "ROLLBACK"          TO Log-Step
           MOVE "RBACK"             TO Log-Event
           MOVE Backup-Set-Date     TO LRD-Set-Date
           MOVE Operator-Id         TO LRD-Operator-Id
           MOVE Restored-File-Count TO LRD-Restored
           MOVE Removed-File-Count  TO LRD-Removed
           MOVE Failed-File-Count   TO LRD-Failed
           MOVE Log-Rollback-Detail TO Log-Rest
           WRITE Run-Log-Line FROM Log-Detail-Line
           CLOSE Run-Log-File.
       END PROGRAM NightRollback.
