      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintain the BLEND.DAT bill of materials for the
      *          house blends.  A blend is an oil number of its own
      *          on OILMAST.DAT; each BLEND.DAT row names one of its
      *          component oils and the quantity of that oil that
      *          goes into one unit of the blend.  BlendOrder reads
      *          these rows to issue the components for a production
      *          order and to roll the blend's cost up from theirs.
      *          Keying a zero quantity takes a component out of the
      *          blend.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BlendMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Blend-File ASSIGN TO "BLEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Blend-File-Status.

           SELECT Oil-Master-File ASSIGN TO "OILMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oil-Master-File-Status.

           SELECT Signon-File ASSIGN TO "OPSIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Blend-File.
       01 Blend-Rec.
           88 End-Of-Blend-File        VALUE HIGH-VALUES.
           02 BL-Blend-Oil             PIC 99.
           02 BL-Comp-Oil              PIC 99.
           02 BL-Comp-Qty              PIC 9(3)V99.

       FD Oil-Master-File.
       01 Oil-Master-Rec.
           88 End-Of-Oil-Master-File   VALUE HIGH-VALUES.
           02 OM-Oil-Num               PIC 99.
           02 OM-Oil-Name              PIC X(20).
           02 OM-Oil-Class             PIC X.
           02 FILLER                   PIC X(7).

      * Who is signed on at the console, left by OperatorMenu - the
      * lock is taken in this person's name so a second opener is
      * told WHO is in the file.  Absent or empty, the old prompt
      * asks.
       FD Signon-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

       WORKING-STORAGE SECTION.
       01  Blend-Table.
           02  Blend-Count             PIC 999 VALUE ZERO.
           02  Blend-Entry OCCURS 300 TIMES.
               03 BLT-Blend-Oil        PIC 99.
               03 BLT-Comp-Oil         PIC 99.
               03 BLT-Comp-Qty         PIC 9(3)V99.

       01  Blend-Sub                   PIC 999.

      * BLEND.DAT is rewritten in full from the table, so a file
      * bigger than the table must stop the session - a partial
      * save would silently delete recipe lines.
       01  Table-Overflow-Switch       PIC X VALUE "N".
           88 Table-Overflowed         VALUE "Y".

       01  Oil-Master-Table.
           02  Oil-Master-Entry OCCURS 99 TIMES.
               03 OMT-Oil-Name         PIC X(20) VALUE SPACES.

       01  Maint-Switches.
           02  More-Blends-Sw          PIC X VALUE "Y".
               88 More-Blends          VALUE "Y".
               88 No-More-Blends       VALUE "N".
           02  More-Components-Sw      PIC X VALUE "Y".
               88 More-Components      VALUE "Y".
               88 No-More-Components   VALUE "N".

       01  Entry-Blend-Oil             PIC 99.
       01  Entry-Comp-Oil              PIC 99.
       01  Entry-Comp-Qty              PIC 9(3)V99.

       01  Display-Comp-Qty            PIC ZZ9.99.

       01  Component-Lookup-Switch     PIC X VALUE "N".
           88 Component-Found          VALUE "Y".
           88 Component-Not-Found      VALUE "N".

       01  Blend-File-Status           PIC XX.
       01  Oil-Master-File-Status      PIC XX.
       01  Signon-File-Status          PIC XX.

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

       PROCEDURE DIVISION.
       Begin.
           PERFORM GetOperatorId
           PERFORM AcquireFileLock
           IF Lock-Result = "N"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadOilNames
           PERFORM LoadBlends
           IF Table-Overflowed
               DISPLAY "BLENDMAINT: more than 300 lines on "
                   "BLEND.DAT - table full, no blends changed "
                   "and nothing rewritten"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM MaintainBlend UNTIL No-More-Blends
               PERFORM SaveBlends
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
           MOVE "BLEND.DAT" TO Lock-Data-Name
           MOVE "A" TO Lock-Action
           MOVE Operator-Id TO Lock-Operator-Id
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder
           IF Lock-Result = "N"
               DISPLAY "BLENDMAINT: BLEND.DAT is in use by "
                   Lock-Holder " - try again later"
           END-IF.

       ReleaseFileLock.
           MOVE "BLEND.DAT" TO Lock-Data-Name
           MOVE "R" TO Lock-Action
           CALL "FileLock" USING Lock-Data-Name Lock-Action
               Lock-Operator-Id Lock-Result Lock-Holder.

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

       LoadBlends.
           OPEN INPUT Blend-File
           IF Blend-File-Status = "00"
               READ Blend-File
                   AT END SET End-Of-Blend-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Blend-File
                   IF Blend-Count < 300
                       ADD 1 TO Blend-Count
                       MOVE BL-Blend-Oil TO BLT-Blend-Oil(Blend-Count)
                       MOVE BL-Comp-Oil  TO BLT-Comp-Oil(Blend-Count)
                       MOVE BL-Comp-Qty  TO BLT-Comp-Qty(Blend-Count)
                   ELSE
                       SET Table-Overflowed TO TRUE
                   END-IF
                   READ Blend-File
                       AT END SET End-Of-Blend-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE Blend-File
           ELSE
               DISPLAY "BLENDMAINT: no BLEND.DAT found - "
                   "starting with no blends"
           END-IF.

       MaintainBlend.
           DISPLAY "Enter blend oil number (1-99), 00 to finish: "
               WITH NO ADVANCING
           ACCEPT Entry-Blend-Oil
           IF Entry-Blend-Oil = ZERO
               SET No-More-Blends TO TRUE
           ELSE
               IF Entry-Blend-Oil > 99
                   DISPLAY "Oil number must be 01-99"
               ELSE
                   DISPLAY "Blend " Entry-Blend-Oil " - "
                       OMT-Oil-Name(Entry-Blend-Oil)
                   PERFORM ShowBlendComponents
                   SET More-Components TO TRUE
                   PERFORM MaintainComponent UNTIL No-More-Components
               END-IF
           END-IF.

       ShowBlendComponents.
           PERFORM VARYING Blend-Sub FROM 1 BY 1
                   UNTIL Blend-Sub > Blend-Count
               IF BLT-Blend-Oil(Blend-Sub) = Entry-Blend-Oil
                   AND BLT-Comp-Qty(Blend-Sub) > ZERO
                   MOVE BLT-Comp-Qty(Blend-Sub) TO Display-Comp-Qty
                   DISPLAY "  component " BLT-Comp-Oil(Blend-Sub)
                       " " OMT-Oil-Name(BLT-Comp-Oil(Blend-Sub))
                       " qty per unit " Display-Comp-Qty
               END-IF
           END-PERFORM.

       MaintainComponent.
           DISPLAY "Component oil number, 00 to end this blend: "
               WITH NO ADVANCING
           ACCEPT Entry-Comp-Oil
           IF Entry-Comp-Oil = ZERO
               SET No-More-Components TO TRUE
           ELSE
               IF Entry-Comp-Oil > 99
                       OR Entry-Comp-Oil = Entry-Blend-Oil
                   DISPLAY "Component must be 01-99 and not the "
                       "blend itself"
               ELSE
                   DISPLAY "Quantity per unit of blend, 0 removes  : "
                       WITH NO ADVANCING
                   ACCEPT Entry-Comp-Qty
                   PERFORM FindComponent
                   IF Component-Found
                       MOVE Entry-Comp-Qty TO BLT-Comp-Qty(Blend-Sub)
                   ELSE
                       IF Entry-Comp-Qty > ZERO
                           PERFORM AddComponent
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FindComponent.
           SET Component-Not-Found TO TRUE
           PERFORM VARYING Blend-Sub FROM 1 BY 1
                   UNTIL Blend-Sub > Blend-Count
                       OR Component-Found
               IF BLT-Blend-Oil(Blend-Sub) = Entry-Blend-Oil
                   AND BLT-Comp-Oil(Blend-Sub) = Entry-Comp-Oil
                   SET Component-Found TO TRUE
               END-IF
           END-PERFORM
           IF Component-Found
               SUBTRACT 1 FROM Blend-Sub
           END-IF.

       AddComponent.
           IF Blend-Count < 300
               ADD 1 TO Blend-Count
               MOVE Entry-Blend-Oil TO BLT-Blend-Oil(Blend-Count)
               MOVE Entry-Comp-Oil  TO BLT-Comp-Oil(Blend-Count)
               MOVE Entry-Comp-Qty  TO BLT-Comp-Qty(Blend-Count)
           ELSE
               DISPLAY "Blend table full - component not added"
           END-IF.

      * Removed components (quantity zero) are dropped on the
      * rewrite.
       SaveBlends.
           OPEN OUTPUT Blend-File
           PERFORM VARYING Blend-Sub FROM 1 BY 1
                   UNTIL Blend-Sub > Blend-Count
               IF BLT-Comp-Qty(Blend-Sub) > ZERO
                   MOVE BLT-Blend-Oil(Blend-Sub) TO BL-Blend-Oil
                   MOVE BLT-Comp-Oil(Blend-Sub)  TO BL-Comp-Oil
                   MOVE BLT-Comp-Qty(Blend-Sub)  TO BL-Comp-Qty
                   WRITE Blend-Rec
               END-IF
           END-PERFORM
           CLOSE Blend-File
           PERFORM WriteMasterSeal.

      * Re-seal the rewritten master on SEALS.DAT so every reader
      * can prove at open that nothing touched it in between.
       WriteMasterSeal.
           MOVE "BLEND.DAT" TO Seal-Data-Name
           MOVE "W" TO Seal-Action
           CALL "MasterSeal" USING Seal-Data-Name Seal-Action
               Seal-Result.

       END PROGRAM BlendMaint.
