      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the DELZONE.DAT delivery zones - one row
      *          per postcode prefix (e.g. "EH", "EH1", "G"), each
      *          with a zone name, the carriage charged per
      *          consignment and the order value at or over which
      *          delivery goes free (zero if it never does).  A
      *          customer falls in the zone of the longest prefix
      *          that starts their postcode; the prefix "*" is the
      *          zone for everyone no other prefix catches,
      *          postcode or not.  AromaSalesRpt charges the
      *          carriage once per customer per sale date.  Every
      *          change is audited on MAINTAUD.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DelZoneMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Del-Zone-File ASSIGN TO "DELZONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Del-Zone-File-Status.

           SELECT Maint-Audit-File ASSIGN TO "MAINTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Maint-Audit-File-Status.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Del-Zone-File.
       01 Del-Zone-Rec.
           88 End-Of-Del-Zone-File     VALUE HIGH-VALUES.
           02 DZ-Prefix                PIC X(4).
           02 DZ-Zone-Name             PIC X(20).
           02 DZ-Charge                PIC 9(3)V99.
           02 DZ-Free-Over             PIC 9(6)V99.

       FD Maint-Audit-File.
       01 Maint-Audit-Rec.
           02 MA-Date                  PIC 9(8).
           02 MA-Time                  PIC 9(6).
           02 MA-Operator              PIC X(3).
           02 MA-File                  PIC X(12).
           02 MA-Key                   PIC X(7).
           02 MA-Before                PIC X(30).
           02 MA-After                 PIC X(30).

      * Who is signed on at the console, left by OperatorMenu - the
      * audit trail and the in-use lock carry this instead of
      * whatever initials got typed.  Absent or empty, the old
      * prompt asks.
       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
      * Zones removed are blanked to a space prefix and dropped on
      * the rewrite.
       01  Del-Zone-Table.
           02  Del-Zone-Count          PIC 999 VALUE ZERO.
           02  Del-Zone-Entry OCCURS 200 TIMES.
               03 DZT-Prefix           PIC X(4).
               03 DZT-Zone-Name        PIC X(20).
               03 DZT-Charge           PIC 9(3)V99.
               03 DZT-Free-Over        PIC 9(6)V99.

       01  Del-Zone-Sub                PIC 999.

       01  Maint-Switches.
           02  More-Zones-Sw           PIC X VALUE "Y".
               88 More-Zones           VALUE "Y".
               88 No-More-Zones        VALUE "N".
           02  Zone-Found-Sw           PIC X VALUE "N".
               88 Zone-Found           VALUE "Y".
               88 Zone-Not-Found       VALUE "N".

       01  Entry-Prefix                PIC X(4).
       01  Entry-Action                PIC X.
           88 Action-Change            VALUE "C" "c".
           88 Action-Remove            VALUE "R" "r".

       01  Zone-Work.
           02  ZW-Zone-Name            PIC X(20).
           02  ZW-Charge               PIC 9(3)V99.
           02  ZW-Free-Over            PIC 9(6)V99.

       01  Display-Charge              PIC ZZ9.99.
       01  Display-Free-Over           PIC ZZZ,ZZ9.99.

       01  Del-Zone-File-Status        PIC XX.
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

      * The zone as it stood and as it now stands - the name is
      * cut to fit beside the two amounts.
       01  Audit-Image-Work.
           02  AIW-Zone-Name           PIC X(14).
           02  FILLER                  PIC X VALUE SPACE.
           02  AIW-Charge              PIC 9(3)V99.
           02  FILLER                  PIC X VALUE SPACE.
           02  AIW-Free-Over           PIC 9(6)V99.
           02  FILLER                  PIC X VALUE SPACE.

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
           PERFORM LoadZones
           IF Table-Overflowed
               PERFORM ReleaseFileLock
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM OpenMaintAudit
           PERFORM MaintainZone UNTIL No-More-Zones
           PERFORM SaveZones
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

       AcquireFileLock.
           MOVE "DELZONE.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "DELZONEMAINT: DELZONE.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseFileLock.
           MOVE "DELZONE.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

       OpenMaintAudit.
           OPEN EXTEND Maint-Audit-File
           IF Maint-Audit-File-Status = "35"
               OPEN OUTPUT Maint-Audit-File
           END-IF.

      * DELZONE.DAT is rewritten whole on the way out, so a file
      * bigger than the table is refused rather than truncated.
       LoadZones.
           OPEN INPUT Del-Zone-File
           IF Del-Zone-File-Status = "00"
               READ Del-Zone-File
                   AT END SET End-Of-Del-Zone-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Del-Zone-File OR Table-Overflowed
                   IF Del-Zone-Count < 200
                       ADD 1 TO Del-Zone-Count
                       MOVE DZ-Prefix TO DZT-Prefix(Del-Zone-Count)
                       MOVE DZ-Zone-Name
                           TO DZT-Zone-Name(Del-Zone-Count)
                       MOVE DZ-Charge TO DZT-Charge(Del-Zone-Count)
                       MOVE DZ-Free-Over
                           TO DZT-Free-Over(Del-Zone-Count)
                       READ Del-Zone-File
                           AT END SET End-Of-Del-Zone-File TO TRUE
                       END-READ
                   ELSE
                       SET Table-Overflowed TO TRUE
                       DISPLAY "DELZONEMAINT: more than 200 DELZONE.DAT"
                           " rows - file not opened for change"
                   END-IF
               END-PERFORM
               CLOSE Del-Zone-File
           ELSE
               DISPLAY "DELZONEMAINT: no DELZONE.DAT found - "
                   "starting with no zones"
           END-IF.

      * Prefixes are held upper case - the sales run folds the
      * postcode the same way before it looks for its zone.
       MaintainZone.
           DISPLAY "Enter postcode prefix (* for all others), "
               "blank to finish: " WITH NO ADVANCING
           ACCEPT Entry-Prefix
           IF Entry-Prefix = SPACES
               SET No-More-Zones TO TRUE
           ELSE
               INSPECT Entry-Prefix CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               PERFORM FindZone
               IF Zone-Found
                   PERFORM ShowZone
                   DISPLAY "(C)hange, (R)emove, blank to leave : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Action
                   EVALUATE TRUE
                       WHEN Action-Change
                           PERFORM GetZoneTerms
                           PERFORM ChangeZone
                       WHEN Action-Remove
                           PERFORM RemoveZone
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               ELSE
                   DISPLAY "New delivery zone"
                   PERFORM GetZoneTerms
                   PERFORM AddZone
               END-IF
           END-IF.

       FindZone.
           SET Zone-Not-Found TO TRUE
           PERFORM VARYING Del-Zone-Sub FROM 1 BY 1
                   UNTIL Del-Zone-Sub > Del-Zone-Count
                       OR Zone-Found
               IF DZT-Prefix(Del-Zone-Sub) = Entry-Prefix
                   SET Zone-Found TO TRUE
               END-IF
           END-PERFORM
           IF Zone-Found
               SUBTRACT 1 FROM Del-Zone-Sub
           END-IF.

       ShowZone.
           MOVE DZT-Charge(Del-Zone-Sub)    TO Display-Charge
           MOVE DZT-Free-Over(Del-Zone-Sub) TO Display-Free-Over
           DISPLAY "  zone " DZT-Zone-Name(Del-Zone-Sub)
               " carriage " Display-Charge
           IF DZT-Free-Over(Del-Zone-Sub) > ZERO
               DISPLAY "  free on orders of " Display-Free-Over
                   " or more"
           ELSE
               DISPLAY "  never free"
           END-IF.

       GetZoneTerms.
           INITIALIZE Zone-Work
           DISPLAY "Zone name                                : "
               WITH NO ADVANCING
           ACCEPT ZW-Zone-Name
           DISPLAY "Carriage per consignment (999.99)        : "
               WITH NO ADVANCING
           ACCEPT ZW-Charge
           DISPLAY "Free on orders of (0 if never free)      : "
               WITH NO ADVANCING
           ACCEPT ZW-Free-Over.

       AddZone.
           IF Del-Zone-Count < 200
               ADD 1 TO Del-Zone-Count
               MOVE Del-Zone-Count TO Del-Zone-Sub
               MOVE Entry-Prefix TO DZT-Prefix(Del-Zone-Sub)
               MOVE SPACES TO MA-Before
               PERFORM StoreZone
               PERFORM BuildAuditImage
               MOVE Audit-Image-Work TO MA-After
               PERFORM WriteMaintAuditEntry
               DISPLAY "Zone added"
           ELSE
               DISPLAY "Zone table full - zone not added"
           END-IF.

       ChangeZone.
           PERFORM BuildAuditImage
           MOVE Audit-Image-Work TO MA-Before
           PERFORM StoreZone
           PERFORM BuildAuditImage
           MOVE Audit-Image-Work TO MA-After
           IF MA-Before NOT = MA-After
               PERFORM WriteMaintAuditEntry
           END-IF
           DISPLAY "Zone changed".

       RemoveZone.
           PERFORM BuildAuditImage
           MOVE Audit-Image-Work TO MA-Before
           MOVE SPACES TO MA-After
           PERFORM WriteMaintAuditEntry
           MOVE SPACES TO DZT-Prefix(Del-Zone-Sub)
           DISPLAY "Zone removed".

       StoreZone.
           MOVE ZW-Zone-Name TO DZT-Zone-Name(Del-Zone-Sub)
           MOVE ZW-Charge    TO DZT-Charge(Del-Zone-Sub)
           MOVE ZW-Free-Over TO DZT-Free-Over(Del-Zone-Sub).

       BuildAuditImage.
           MOVE DZT-Zone-Name(Del-Zone-Sub) TO AIW-Zone-Name
           MOVE DZT-Charge(Del-Zone-Sub)    TO AIW-Charge
           MOVE DZT-Free-Over(Del-Zone-Sub) TO AIW-Free-Over.

       WriteMaintAuditEntry.
           ACCEPT Time-Work FROM TIME
           MOVE Current-Run-Date TO MA-Date
           MOVE TW-HHMMSS        TO MA-Time
           MOVE Operator-Id      TO MA-Operator
           MOVE "DELZONE"        TO MA-File
           MOVE Entry-Prefix     TO MA-Key
           WRITE Maint-Audit-Rec.

       SaveZones.
           OPEN OUTPUT Del-Zone-File
           PERFORM VARYING Del-Zone-Sub FROM 1 BY 1
                   UNTIL Del-Zone-Sub > Del-Zone-Count
               IF DZT-Prefix(Del-Zone-Sub) NOT = SPACES
                   MOVE DZT-Prefix(Del-Zone-Sub)    TO DZ-Prefix
                   MOVE DZT-Zone-Name(Del-Zone-Sub) TO DZ-Zone-Name
                   MOVE DZT-Charge(Del-Zone-Sub)    TO DZ-Charge
                   MOVE DZT-Free-Over(Del-Zone-Sub) TO DZ-Free-Over
                   WRITE Del-Zone-Rec
               END-IF
           END-PERFORM
           CLOSE Del-Zone-File
           PERFORM WriteMasterSeal.

      * Re-seal the rewritten master on SEALS.DAT so every reader
      * can prove at open that nothing touched it in between.
       WriteMasterSeal.
           MOVE "DELZONE.DAT" TO Seal-Data-Name
           MOVE "W" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result.

       END PROGRAM DelZoneMaint.
