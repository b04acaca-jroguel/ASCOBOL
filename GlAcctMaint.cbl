      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the GLACCTS.DAT chart of accounts - the
      *          four-character account code, its name, and its
      *          account type (A asset, L liability, Q capital and
      *          reserves, I income, E expense) that GlPosting uses
      *          to lay out the profit and loss account and the
      *          balance sheet from the posted balances.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlAcctMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Gl-Account-File ASSIGN TO "GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Gl-Account-File-Status.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Gl-Account-File.
       01 Gl-Account-Rec.
           88 End-Of-Gl-Account-File   VALUE HIGH-VALUES.
           02 GA-Account               PIC X(4).
           02 GA-Name                  PIC X(20).
           02 GA-Type                  PIC X.

      * Records written before the account type existed leave the
      * record tail blank - the type is taken from the code's
      * leading digit until somebody sets it here.
       01 Gl-Account-Legacy-Rec REDEFINES Gl-Account-Rec.
           02 FILLER                   PIC X(24).
           02 GAL-Unused               PIC X.

      * Who is signed on at the console, left by OperatorMenu - the
      * lock is taken in this person's name so a second opener is
      * told WHO is in the file.  Absent or empty, the old prompt
      * asks.
       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
       01  Gl-Account-Table.
           02  Gl-Acct-Count           PIC 999 VALUE ZERO.
           02  Gl-Acct-Entry OCCURS 100 TIMES.
               03 GAT-Account          PIC X(4).
               03 GAT-Name             PIC X(20).
               03 GAT-Type             PIC X.

       01  Maint-Switches.
           02  More-Changes-Sw         PIC X VALUE "Y".
               88 More-Changes         VALUE "Y".
               88 No-More-Changes      VALUE "N".

       01  Entry-Account               PIC X(4).
       01  Entry-Acct-Name             PIC X(20).
       01  Entry-Acct-Type             PIC X.
           88 Valid-Entry-Acct-Type    VALUE "A" "L" "Q" "I" "E".

       01  Gl-Acct-Sub                 PIC 999.

      * GLACCTS.DAT is rewritten in full from the table, so a file
      * bigger than the table must stop the session - a partial
      * save would silently delete accounts still posted to.
       01  Table-Overflow-Switch       PIC X VALUE "N".
           88 Table-Overflowed         VALUE "Y".

       01  Account-Lookup-Switch       PIC X VALUE "N".
           88 Account-Found            VALUE "Y".
           88 Account-Not-Found        VALUE "N".

       01  Gl-Account-File-Status      PIC XX.

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

       01  Operator-Id                 PIC X(3).

       01  Signon-File-Status          PIC XX.

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetOperatorId
           PERFORM AcquireFileLock
           IF Lock-Result = "N"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadGlAccounts
           IF Table-Overflowed
               DISPLAY "GLACCTMAINT: more than 100 accounts on "
                   "GLACCTS.DAT - table full, nothing changed and "
                   "nothing rewritten"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM MaintainGlAccounts UNTIL No-More-Changes
               PERFORM SaveGlAccounts
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM ReleaseFileLock
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
           MOVE "GLACCTS.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "GLACCTMAINT: GLACCTS.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseFileLock.
           MOVE "GLACCTS.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

       LoadGlAccounts.
           OPEN INPUT Gl-Account-File
           IF Gl-Account-File-Status = "00"
               READ Gl-Account-File
                   AT END SET End-Of-Gl-Account-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Gl-Account-File
                   IF Gl-Acct-Count < 100
                       ADD 1 TO Gl-Acct-Count
                       MOVE GA-Account TO GAT-Account(Gl-Acct-Count)
                       MOVE GA-Name    TO GAT-Name(Gl-Acct-Count)
                       IF GAL-Unused = SPACES
                           PERFORM DefaultAccountType
                       ELSE
                           MOVE GA-Type TO GAT-Type(Gl-Acct-Count)
                       END-IF
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Gl-Account-File
                       AT END SET End-Of-Gl-Account-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Gl-Account-File
           ELSE
               DISPLAY "GLACCTMAINT: no GLACCTS.DAT found - "
                   "starting from an empty chart of accounts"
           END-IF.

      * The chart follows the usual numbering - 1 assets, 2
      * liabilities, 3 capital, 4 income, 5 and above expenses.
       DefaultAccountType.
           EVALUATE GA-Account(1:1)
               WHEN "1"
                   MOVE "A" TO GAT-Type(Gl-Acct-Count)
               WHEN "2"
                   MOVE "L" TO GAT-Type(Gl-Acct-Count)
               WHEN "3"
                   MOVE "Q" TO GAT-Type(Gl-Acct-Count)
               WHEN "4"
                   MOVE "I" TO GAT-Type(Gl-Acct-Count)
               WHEN OTHER
                   MOVE "E" TO GAT-Type(Gl-Acct-Count)
           END-EVALUATE.

       MaintainGlAccounts.
           DISPLAY "Enter account code to add/change, blank to finish: "
               WITH NO ADVANCING
           ACCEPT Entry-Account
           IF Entry-Account = SPACES
               SET No-More-Changes TO TRUE
           ELSE
               DISPLAY "Enter account name (20 chars)         : "
                   WITH NO ADVANCING
               ACCEPT Entry-Acct-Name
               DISPLAY "Type - (A)sset (L)iability (Q)capital "
                   "(I)ncome (E)xpense : " WITH NO ADVANCING
               ACCEPT Entry-Acct-Type
               PERFORM UNTIL Valid-Entry-Acct-Type
                   DISPLAY "Must be A, L, Q, I or E, re-enter    : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Acct-Type
               END-PERFORM
               PERFORM FindGlAccount
               IF Account-Found
                   MOVE Entry-Acct-Name TO GAT-Name(Gl-Acct-Sub)
                   MOVE Entry-Acct-Type TO GAT-Type(Gl-Acct-Sub)
               ELSE
                   IF Gl-Acct-Count < 100
                       ADD 1 TO Gl-Acct-Count
                       MOVE Entry-Account
                           TO GAT-Account(Gl-Acct-Count)
                       MOVE Entry-Acct-Name
                           TO GAT-Name(Gl-Acct-Count)
                       MOVE Entry-Acct-Type
                           TO GAT-Type(Gl-Acct-Count)
                   ELSE
                       DISPLAY "Chart of accounts full - "
                           "account not added"
                   END-IF
               END-IF
           END-IF.

       FindGlAccount.
           SET Account-Not-Found TO TRUE
           PERFORM VARYING Gl-Acct-Sub FROM 1 BY 1
                   UNTIL Gl-Acct-Sub > Gl-Acct-Count
                       OR Account-Found
               IF GAT-Account(Gl-Acct-Sub) = Entry-Account
                   SET Account-Found TO TRUE
               END-IF
           END-PERFORM
           IF Account-Found
               SUBTRACT 1 FROM Gl-Acct-Sub
           END-IF.

       SaveGlAccounts.
           OPEN OUTPUT Gl-Account-File
           PERFORM VARYING Gl-Acct-Sub FROM 1 BY 1
                   UNTIL Gl-Acct-Sub > Gl-Acct-Count
               MOVE GAT-Account(Gl-Acct-Sub) TO GA-Account
               MOVE GAT-Name(Gl-Acct-Sub)    TO GA-Name
               MOVE GAT-Type(Gl-Acct-Sub)    TO GA-Type
               WRITE Gl-Account-Rec
           END-PERFORM
           CLOSE Gl-Account-File
           PERFORM WriteMasterSeal.

      * Re-seal the rewritten master on SEALS.DAT so every reader
      * can prove at open that nothing touched it in between.
       WriteMasterSeal.
           MOVE "GLACCTS.DAT" TO Seal-Data-Name
           MOVE "W" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result.

       END PROGRAM GlAcctMaint.
