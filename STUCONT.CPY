      ******************************************************************
      * Shared 183-byte student contact record layout, as carried on
      * the indexed STUCONT.DAT keyed on the student ID - home
      * address, phone and email, and a parent/guardian to write to
      * while the student is under 18.
      ******************************************************************
           02  SCT-STU-ID          PIC 9(7).
           02  SCT-ADDR-1          PIC X(20).
           02  SCT-ADDR-2          PIC X(20).
           02  SCT-POSTCODE        PIC X(8).
           02  SCT-PHONE           PIC X(15).
           02  SCT-EMAIL           PIC X(30).
           02  SCT-GUARDIAN-NAME   PIC X(20).
           02  SCT-GUARDIAN-ADDR-1 PIC X(20).
           02  SCT-GUARDIAN-ADDR-2 PIC X(20).
           02  SCT-GUARDIAN-POSTCODE PIC X(8).
           02  SCT-GUARDIAN-PHONE  PIC X(15).
