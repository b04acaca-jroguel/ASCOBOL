      ******************************************************************
      * Author:
      * Date:
      * Purpose: Take the pre-run backup set for NightlyRun - a copy
      *          of every master and carried-forward file the nightly
      *          chain rewrites or appends to, named with the run
      *          date and catalogued on BACKUPSET.DAT with the record
      *          count each copy holds.  A file absent before the
      *          night is catalogued as absent, so NightRollback can
      *          put the whole set back exactly as it stood.  The two
      *          indexed masters (STUDENTS.DAT and ARITEMS.DAT) are
      *          unloaded in key order to sequential copies.  Only
      *          when every copy is complete does the new catalogue
      *          replace the old one and the previous night's copies
      *          get deleted; a failed backup leaves the last good
      *          set catalogued and fails the step, so the chain does
      *          not start without a way back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterBackup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Copy-In-File ASSIGN USING Copy-In-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Copy-In-File-Status.

           SELECT Copy-Out-File ASSIGN USING Copy-Out-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Copy-Out-File-Status.

           SELECT Purge-File ASSIGN USING Purge-File-Name
               ORGANIZATION IS LINE SEQUENTIAL.

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

           SELECT Step-Stat-File ASSIGN TO "STEPSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Step-Stat-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Copy-In-File.
       01 Copy-In-Rec                  PIC X(150).
           88 End-Of-Copy-In-File      VALUE HIGH-VALUES.

       FD Copy-Out-File.
       01 Copy-Out-Rec                 PIC X(150).

       FD Purge-File.
       01 Purge-Rec                    PIC X(150).

       FD Student-Master-File.
       01 Student-Master-Rec.
           88 End-Of-Student-Master    VALUE HIGH-VALUES.
           02 SMR-Student-Id           PIC 9(7).
           02 FILLER                   PIC X(27).

       FD Ar-Open-Item-File.
       01 Ar-Open-Item-Rec.
           88 End-Of-Ar-Open-Item      VALUE HIGH-VALUES.
           02 AR-Item-Key.
               03 AR-Cust-Id           PIC X(5).
               03 AR-Item-Date         PIC 9(8).
               03 AR-Item-Seq          PIC 9(3).
           02 AR-Orig-Amount           PIC 9(6)V99.
           02 AR-Open-Amount           PIC 9(6)V99.
           02 AR-Item-Type             PIC X.

      * One record per file in the latest backup set.  BKS-File-Org
      * is S for a line sequential file and I for an indexed master;
      * BKS-Present N means the file did not exist before the night.
       FD Backup-Set-File.
       01 Backup-Set-Rec.
           88 End-Of-Backup-Set-File   VALUE HIGH-VALUES.
           02 BKS-Run-Date             PIC 9(8).
           02 BKS-File-Name            PIC X(16).
           02 BKS-File-Org             PIC X.
           02 BKS-Present              PIC X.
           02 BKS-Record-Count         PIC 9(7).
           02 BKS-Backup-Name          PIC X(30).

       FD Step-Stat-File.
       01 Step-Stat-Rec.
           02 SS-Program               PIC X(12).
           02 SS-Read-Count            PIC 9(7).
           02 SS-Released-Count        PIC 9(7).
           02 SS-Rejected-Count        PIC 9(7).

       WORKING-STORAGE SECTION.
      * Everything the chain and its calendar steps rewrite or
      * extend, plus the restart checkpoints and LASTRUN.DAT, so a
      * restored set is the night exactly as it stood at the start.
       01  Backup-Name-Table.
           02  FILLER                  PIC X(17) VALUE
                                          "STUDENTS.DAT    I".
           02  FILLER                  PIC X(17) VALUE
                                          "ARITEMS.DAT     I".
           02  FILLER                  PIC X(17) VALUE
                                          "OILSTOCK.DAT    S".
           02  FILLER                  PIC X(17) VALUE
                                          "OILLOTS.DAT     S".
           02  FILLER                  PIC X(17) VALUE
                                          "BACKORD.DAT     S".
           02  FILLER                  PIC X(17) VALUE
                                          "STANDORD.DAT    S".
           02  FILLER                  PIC X(17) VALUE
                                          "RESUBMIT.DAT    S".
           02  FILLER                  PIC X(17) VALUE
                                          "HELDSALE.DAT    S".
           02  FILLER                  PIC X(17) VALUE
                                          "HELDREL.DAT     S".
           02  FILLER                  PIC X(17) VALUE
                                          "SUSPENSE.DAT    S".
           02  FILLER                  PIC X(17) VALUE
                                          "SALESHIST.DAT   S".
           02  FILLER                  PIC X(17) VALUE
                                          "STOCKLED.DAT    S".
           02  FILLER                  PIC X(17) VALUE
                                          "PERIOD.DAT      S".
           02  FILLER                  PIC X(17) VALUE
                                          "TAXPER.DAT      S".
           02  FILLER                  PIC X(17) VALUE
                                          "GLJRNL.DAT      S".
           02  FILLER                  PIC X(17) VALUE
                                          "GLBAL.DAT       S".
           02  FILLER                  PIC X(17) VALUE
                                          "GLPOSTED.DAT    S".
           02  FILLER                  PIC X(17) VALUE
                                          "GLHOLD.DAT      S".
           02  FILLER                  PIC X(17) VALUE
                                          "PROMOSLS.DAT    S".
           02  FILLER                  PIC X(17) VALUE
                                          "CARRHIST.DAT    S".
           02  FILLER                  PIC X(17) VALUE
                                          "ENROLL.DAT      S".
           02  FILLER                  PIC X(17) VALUE
                                          "WAITLIST.DAT    S".
           02  FILLER                  PIC X(17) VALUE
                                          "STUNEXT.DAT     S".
           02  FILLER                  PIC X(17) VALUE
                                          "COUNTS.DAT      S".
           02  FILLER                  PIC X(17) VALUE
                                          "COUNTSCH.DAT    S".
           02  FILLER                  PIC X(17) VALUE
                                          "POFILE.DAT      S".
           02  FILLER                  PIC X(17) VALUE
                                          "PONEXT.DAT      S".
           02  FILLER                  PIC X(17) VALUE
                                          "LASTRUN.DAT     S".
           02  FILLER                  PIC X(17) VALUE
                                          "AROMASALES.CKP  S".
           02  FILLER                  PIC X(17) VALUE
                                          "AROMASALES.CAR  S".
           02  FILLER                  PIC X(17) VALUE
                                          "GENDERSPLIT.CKP S".
           02  FILLER                  PIC X(17) VALUE
                                          "GENDERSPLIT.CAR S".
       01  Backup-Name-Table-R REDEFINES Backup-Name-Table.
           02  Backup-Name-Entry OCCURS 32 TIMES.
               03 BNT-File-Name        PIC X(16).
               03 BNT-File-Org         PIC X.

       01  Backup-Name-Count           PIC 99 VALUE 32.

       01  New-Set-Table.
           02  New-Set-Entry OCCURS 32 TIMES.
               03 NST-File-Name        PIC X(16).
               03 NST-File-Org         PIC X.
               03 NST-Present          PIC X.
               03 NST-Record-Count     PIC 9(7).
               03 NST-Backup-Name      PIC X(30).

       01  Old-Set-Table.
           02  Old-Set-Count           PIC 99 VALUE ZERO.
           02  Old-Set-Entry OCCURS 40 TIMES.
               03 OST-Backup-Name      PIC X(30).

       01  Backup-Sub                  PIC 99.
       01  Old-Set-Sub                 PIC 99.
       01  New-Set-Sub                 PIC 99.

       01  Copy-In-Name                PIC X(30).
       01  Copy-Out-Name               PIC X(30).
       01  Purge-File-Name             PIC X(30).

       01  Current-Run-Date            PIC 9(8).

       01  Copy-Counts.
           02  Copy-Read-Count         PIC 9(7).
           02  Copy-Written-Count      PIC 9(7).

       01  Backup-Totals.
           02  Total-Read-Count        PIC 9(7) VALUE ZERO.
           02  Total-Written-Count     PIC 9(7) VALUE ZERO.
           02  Failed-File-Count       PIC 9(7) VALUE ZERO.

       01  Name-Still-Used-Switch      PIC X.
           88 Name-Still-Used          VALUE "Y".

       01  Copy-In-File-Status         PIC XX.
       01  Copy-Out-File-Status        PIC XX.
       01  Student-Master-File-Status  PIC XX.
       01  Ar-Open-Item-File-Status    PIC XX.
       01  Backup-Set-File-Status      PIC XX.
       01  Step-Stat-File-Status       PIC XX.

       01  Run-Failed-Switch           PIC X VALUE "N".
           88 Run-Failed               VALUE "Y".
           88 Run-OK                   VALUE "N".

      * Totals and switches are reset here because NightlyRun may
      * CALL this program twice in one run unit.
       PROCEDURE DIVISION.
       Begin.
           SET Run-OK TO TRUE
           MOVE ZERO TO Total-Read-Count Total-Written-Count
               Failed-File-Count
           ACCEPT Current-Run-Date FROM DATE YYYYMMDD
           PERFORM LoadPreviousSet
           PERFORM BackupOneFile
               VARYING Backup-Sub FROM 1 BY 1
               UNTIL Backup-Sub > Backup-Name-Count
           IF Run-OK
               PERFORM SaveBackupSet
               PERFORM PurgePreviousSet
               DISPLAY "MASTERBACKUP: backup set for "
                   Current-Run-Date " taken - "
                   Total-Written-Count " records"
           ELSE
               DISPLAY "MASTERBACKUP: " Failed-File-Count
                   " file(s) could not be copied - previous "
                   "backup set left catalogued"
           END-IF
           PERFORM WriteStepStats
           IF Run-Failed
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

       LoadPreviousSet.
           MOVE ZERO TO Old-Set-Count
           OPEN INPUT Backup-Set-File
           IF Backup-Set-File-Status = "00"
               READ Backup-Set-File
                   AT END SET End-Of-Backup-Set-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Backup-Set-File
                   IF BKS-Present = "Y" AND Old-Set-Count < 40
                       ADD 1 TO Old-Set-Count
                       MOVE BKS-Backup-Name
                           TO OST-Backup-Name(Old-Set-Count)
                   END-IF
                   READ Backup-Set-File
                       AT END SET End-Of-Backup-Set-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Backup-Set-File
           END-IF.

       BackupOneFile.
           MOVE BNT-File-Name(Backup-Sub) TO NST-File-Name(Backup-Sub)
           MOVE BNT-File-Org(Backup-Sub)  TO NST-File-Org(Backup-Sub)
           MOVE "N" TO NST-Present(Backup-Sub)
           MOVE ZERO TO NST-Record-Count(Backup-Sub)
           MOVE SPACES TO Copy-Out-Name
           STRING BNT-File-Name(Backup-Sub) DELIMITED BY SPACE
               ".B" DELIMITED BY SIZE
               Current-Run-Date DELIMITED BY SIZE
               INTO Copy-Out-Name
           MOVE Copy-Out-Name TO NST-Backup-Name(Backup-Sub)
           MOVE ZERO TO Copy-Read-Count Copy-Written-Count
           EVALUATE BNT-File-Name(Backup-Sub)
               WHEN "STUDENTS.DAT"
                   PERFORM UnloadStudentMaster
               WHEN "ARITEMS.DAT"
                   PERFORM UnloadArOpenItems
               WHEN OTHER
                   PERFORM CopySequentialFile
           END-EVALUATE
           IF NST-Present(Backup-Sub) = "Y"
               IF Copy-Written-Count NOT = Copy-Read-Count
                   DISPLAY "MASTERBACKUP: " BNT-File-Name(Backup-Sub)
                       " read " Copy-Read-Count " but copied "
                       Copy-Written-Count
                   ADD 1 TO Failed-File-Count
                   SET Run-Failed TO TRUE
               END-IF
               MOVE Copy-Written-Count
                   TO NST-Record-Count(Backup-Sub)
               ADD Copy-Read-Count    TO Total-Read-Count
               ADD Copy-Written-Count TO Total-Written-Count
           END-IF.

      * Status 35 is a file that simply is not there tonight - it is
      * catalogued as absent.  Any other open failure is a failure.
       CopySequentialFile.
           MOVE BNT-File-Name(Backup-Sub) TO Copy-In-Name
           OPEN INPUT Copy-In-File
           EVALUATE Copy-In-File-Status
               WHEN "00"
                   PERFORM OpenBackupCopy
                   IF Copy-Out-File-Status = "00"
                       READ Copy-In-File
                           AT END SET End-Of-Copy-In-File TO TRUE
                       END-READ
                       PERFORM UNTIL End-Of-Copy-In-File
                           ADD 1 TO Copy-Read-Count
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
                   CLOSE Copy-In-File
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MASTERBACKUP: cannot open "
                       Copy-In-Name " - status " Copy-In-File-Status
                   ADD 1 TO Failed-File-Count
                   SET Run-Failed TO TRUE
           END-EVALUATE.

       UnloadStudentMaster.
           OPEN INPUT Student-Master-File
           EVALUATE Student-Master-File-Status
               WHEN "00"
                   PERFORM OpenBackupCopy
                   IF Copy-Out-File-Status = "00"
                       READ Student-Master-File
                           AT END SET End-Of-Student-Master TO TRUE
                       END-READ
                       PERFORM UNTIL End-Of-Student-Master
                           ADD 1 TO Copy-Read-Count
                           WRITE Copy-Out-Rec FROM Student-Master-Rec
                           IF Copy-Out-File-Status = "00"
                               ADD 1 TO Copy-Written-Count
                           END-IF
                           READ Student-Master-File
                               AT END SET End-Of-Student-Master TO TRUE
                           END-READ
                       END-PERFORM
                       CLOSE Copy-Out-File
                   END-IF
                   CLOSE Student-Master-File
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MASTERBACKUP: cannot open STUDENTS.DAT "
                       "- status " Student-Master-File-Status
                   ADD 1 TO Failed-File-Count
                   SET Run-Failed TO TRUE
           END-EVALUATE.

       UnloadArOpenItems.
           OPEN INPUT Ar-Open-Item-File
           EVALUATE Ar-Open-Item-File-Status
               WHEN "00"
                   PERFORM OpenBackupCopy
                   IF Copy-Out-File-Status = "00"
                       READ Ar-Open-Item-File
                           AT END SET End-Of-Ar-Open-Item TO TRUE
                       END-READ
                       PERFORM UNTIL End-Of-Ar-Open-Item
                           ADD 1 TO Copy-Read-Count
                           WRITE Copy-Out-Rec FROM Ar-Open-Item-Rec
                           IF Copy-Out-File-Status = "00"
                               ADD 1 TO Copy-Written-Count
                           END-IF
                           READ Ar-Open-Item-File
                               AT END SET End-Of-Ar-Open-Item TO TRUE
                           END-READ
                       END-PERFORM
                       CLOSE Copy-Out-File
                   END-IF
                   CLOSE Ar-Open-Item-File
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MASTERBACKUP: cannot open ARITEMS.DAT "
                       "- status " Ar-Open-Item-File-Status
                   ADD 1 TO Failed-File-Count
                   SET Run-Failed TO TRUE
           END-EVALUATE.

       OpenBackupCopy.
           MOVE "Y" TO NST-Present(Backup-Sub)
           OPEN OUTPUT Copy-Out-File
           IF Copy-Out-File-Status NOT = "00"
               DISPLAY "MASTERBACKUP: cannot create " Copy-Out-Name
                   " - status " Copy-Out-File-Status
               ADD 1 TO Failed-File-Count
               SET Run-Failed TO TRUE
           END-IF.

       SaveBackupSet.
           OPEN OUTPUT Backup-Set-File
           PERFORM VARYING New-Set-Sub FROM 1 BY 1
                   UNTIL New-Set-Sub > Backup-Name-Count
               MOVE Current-Run-Date TO BKS-Run-Date
               MOVE NST-File-Name(New-Set-Sub)    TO BKS-File-Name
               MOVE NST-File-Org(New-Set-Sub)     TO BKS-File-Org
               MOVE NST-Present(New-Set-Sub)      TO BKS-Present
               MOVE NST-Record-Count(New-Set-Sub) TO BKS-Record-Count
               MOVE NST-Backup-Name(New-Set-Sub)  TO BKS-Backup-Name
               WRITE Backup-Set-Rec
           END-PERFORM
           CLOSE Backup-Set-File.

      * One set is kept - the night before's copies go once tonight's
      * are safely catalogued.  A second run on the same date has
      * just overwritten its own copies, so those names are spared.
       PurgePreviousSet.
           PERFORM VARYING Old-Set-Sub FROM 1 BY 1
                   UNTIL Old-Set-Sub > Old-Set-Count
               MOVE "N" TO Name-Still-Used-Switch
               PERFORM VARYING New-Set-Sub FROM 1 BY 1
                       UNTIL New-Set-Sub > Backup-Name-Count
                   IF NST-Backup-Name(New-Set-Sub)
                           = OST-Backup-Name(Old-Set-Sub)
                       SET Name-Still-Used TO TRUE
                   END-IF
               END-PERFORM
               IF NOT Name-Still-Used
                   MOVE OST-Backup-Name(Old-Set-Sub) TO Purge-File-Name
                   DELETE FILE Purge-File
               END-IF
           END-PERFORM.

       WriteStepStats.
           OPEN OUTPUT Step-Stat-File
           MOVE "MASTERBACKUP"      TO SS-Program
           MOVE Total-Read-Count    TO SS-Read-Count
           MOVE Total-Written-Count TO SS-Released-Count
           MOVE Failed-File-Count   TO SS-Rejected-Count
           WRITE Step-Stat-Rec
           CLOSE Step-Stat-File.
       END PROGRAM MasterBackup.
