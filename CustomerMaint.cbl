      *          master also carries each customer's credit limit
      *          (zero means unchecked) and discount percentage,
      *          applied when the sales run values their sales.
      *          The session works on a keyed copy (CUSTMNT.TMP) so
      *          there is no limit on the number of customers; the
      *          master is written back from it in customer id order.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Signon-File-Status.

           SELECT Customer-Work-File ASSIGN TO "CUSTMNT.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CW-Cust-Id
               FILE STATUS IS Customer-Work-File-Status.

       DATA DIVISION.
       FILE SECTION.
       FD Customer-File.
       01 Signon-Rec.
           02 SGN-Operator-Id          PIC X(3).

      * The session's keyed copy of the master - every legacy tail
      * already filled in with its defaults.
       FD Customer-Work-File.
       01 Customer-Work-Rec.
           02 CW-Cust-Id              PIC X(5).
           02 CW-Cust-Name            PIC X(20).
           02 CW-Credit-Limit         PIC 9(7).
           02 CW-Disc-Pct             PIC 99V9.
           02 CW-Tax-Jur              PIC XX.
           02 CW-Exempt-Flag          PIC X.
           02 CW-Exempt-Cert          PIC X(10).
           02 CW-Addr-1               PIC X(20).
           02 CW-Addr-2               PIC X(20).
           02 CW-Postcode             PIC X(8).
           02 CW-Contact              PIC X(20).

       WORKING-STORAGE SECTION.
       01  Customer-Work-File-Status   PIC XX.

       01  Customer-Work-Eof-Switch    PIC X VALUE "N".
           88 Customer-Work-Eof        VALUE "Y".
           88 Customer-Work-Not-Eof    VALUE "N".

       01  Maint-Switches.
           02  More-Changes-Sw         PIC X VALUE "Y".
       01  Entry-Addr-2                 PIC X(20).
       01  Entry-Postcode               PIC X(8).
       01  Entry-Contact                PIC X(20).

       01  Customer-Lookup-Switch       PIC X VALUE "N".
           88 Customer-Found            VALUE "Y".
           MOVE Audit-Image-Work TO MA-After
           WRITE Maint-Audit-Rec.

      * Should an id appear twice on the master the first record
      * stands, as it always did for lookups; the second is dropped
      * from the rewrite and said so.
       LoadCustomers.
           OPEN OUTPUT Customer-Work-File
           OPEN INPUT Customer-File
           IF Customer-File-Status = "00"
               READ Customer-File
                   AT END SET End-Of-Customer-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Customer-File
                   MOVE CUST-ID   TO CW-Cust-Id
                   MOVE CUST-NAME TO CW-Cust-Name
                   IF CUL-Unused = SPACES
                       MOVE ZERO TO CW-Credit-Limit
                       MOVE ZERO TO CW-Disc-Pct
                   ELSE
                       MOVE CUST-CREDIT-LIMIT TO CW-Credit-Limit
                       MOVE CUST-DISC-PCT     TO CW-Disc-Pct
                   END-IF
                   IF CUL-Tax-Unused = SPACES
                       MOVE SPACES TO CW-Tax-Jur
                       MOVE "N"    TO CW-Exempt-Flag
                       MOVE SPACES TO CW-Exempt-Cert
                   ELSE
                       MOVE CUST-TAX-JUR     TO CW-Tax-Jur
                       MOVE CUST-EXEMPT-FLAG TO CW-Exempt-Flag
                       MOVE CUST-EXEMPT-CERT TO CW-Exempt-Cert
                   END-IF
                   MOVE CUST-ADDR-1   TO CW-Addr-1
                   MOVE CUST-ADDR-2   TO CW-Addr-2
                   MOVE CUST-POSTCODE TO CW-Postcode
                   MOVE CUST-CONTACT  TO CW-Contact
                   WRITE Customer-Work-Rec
                       INVALID KEY
                           DISPLAY "CUSTOMERMAINT: duplicate customer "
                               CUST-ID " on CUSTOMER.DAT - later "
                               "record dropped"
                   END-WRITE
                   READ Customer-File
                       AT END SET End-Of-Customer-File TO TRUE
                   END-READ
           ELSE
               DISPLAY "CUSTOMERMAINT: no CUSTOMER.DAT found - "
                   "starting from an empty customer table"
           END-IF
           CLOSE Customer-Work-File
           OPEN I-O Customer-Work-File.

       MaintainCustomers.
           DISPLAY "Enter customer ID to add/change, blank to finish: "
               ACCEPT Entry-Contact
               PERFORM FindCustomer
               IF Customer-Found
                   MOVE CW-Cust-Name    TO AIW-Name
                   MOVE CW-Credit-Limit TO AIW-Limit
                   MOVE CW-Disc-Pct     TO AIW-Disc
                   MOVE Audit-Image-Work TO Before-Image
               ELSE
                   MOVE SPACES TO Before-Image
                   MOVE Entry-Cust-Id TO CW-Cust-Id
               END-IF
               MOVE Entry-Cust-Name    TO CW-Cust-Name
               MOVE Entry-Credit-Limit TO CW-Credit-Limit
               MOVE Entry-Disc-Pct     TO CW-Disc-Pct
               MOVE Entry-Tax-Jur      TO CW-Tax-Jur
               MOVE Entry-Exempt-Flag  TO CW-Exempt-Flag
               MOVE Entry-Exempt-Cert  TO CW-Exempt-Cert
               MOVE Entry-Addr-1       TO CW-Addr-1
               MOVE Entry-Addr-2       TO CW-Addr-2
               MOVE Entry-Postcode     TO CW-Postcode
               MOVE Entry-Contact      TO CW-Contact
               IF Customer-Found
                   REWRITE Customer-Work-Rec
               ELSE
                   WRITE Customer-Work-Rec
               END-IF
               IF Customer-Work-File-Status = "00"
                   PERFORM WriteAppliedChangeAudit
               ELSE
                   DISPLAY "Customer " Entry-Cust-Id " not stored - "
                       "status " Customer-Work-File-Status
               END-IF
           END-IF.

           MOVE Entry-Disc-Pct     TO AIW-Disc
           PERFORM WriteMaintAuditEntry.

      * A hit leaves the customer's record in the buffer for the
      * before image and the rewrite.
       FindCustomer.
           SET Customer-Not-Found TO TRUE
           MOVE Entry-Cust-Id TO CW-Cust-Id
           READ Customer-Work-File
               INVALID KEY CONTINUE
               NOT INVALID KEY SET Customer-Found TO TRUE
           END-READ.

       SaveCustomers.
           OPEN OUTPUT Customer-File
           SET Customer-Work-Not-Eof TO TRUE
           MOVE LOW-VALUES TO CW-Cust-Id
           START Customer-Work-File
               KEY IS NOT LESS THAN CW-Cust-Id
               INVALID KEY SET Customer-Work-Eof TO TRUE
           END-START
           PERFORM UNTIL Customer-Work-Eof
               READ Customer-Work-File NEXT RECORD
                   AT END SET Customer-Work-Eof TO TRUE
               END-READ
               IF Customer-Work-Not-Eof
                   MOVE CW-Cust-Id      TO CUST-ID
                   MOVE CW-Cust-Name    TO CUST-NAME
                   MOVE CW-Credit-Limit TO CUST-CREDIT-LIMIT
                   MOVE CW-Disc-Pct     TO CUST-DISC-PCT
                   MOVE CW-Tax-Jur      TO CUST-TAX-JUR
                   MOVE CW-Exempt-Flag  TO CUST-EXEMPT-FLAG
                   MOVE CW-Exempt-Cert  TO CUST-EXEMPT-CERT
                   MOVE CW-Addr-1       TO CUST-ADDR-1
                   MOVE CW-Addr-2       TO CUST-ADDR-2
                   MOVE CW-Postcode     TO CUST-POSTCODE
                   MOVE CW-Contact      TO CUST-CONTACT
                   WRITE Customer-Rec
               END-IF
           END-PERFORM
           CLOSE Customer-File
           CLOSE Customer-Work-File
           PERFORM WriteMasterSeal.
      * Re-seal the rewritten master on SEALS.DAT so every reader
      * can prove at open that nothing touched it in between.
