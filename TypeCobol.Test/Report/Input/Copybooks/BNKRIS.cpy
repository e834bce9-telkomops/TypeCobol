      *================================================================
      * BNKRIS-RECORD - the reissue file BNKRCN01 writes for payroll
      * to action: one row per returned payment that matched a PAYINT
      * detail, carrying the employee and amount as we sent them, the
      * bank's reason, and the PAYINT run date the payment belonged
      * to. A return that matched nothing is not reissued - it is on
      * the reconciliation report for someone to chase instead.
      *================================================================
       01  BNKRIS-RECORD.
           05  RIS-ENO                  PIC X(06).
           05  RIS-LNAME                PIC X(15).
           05  RIS-FNAME                PIC X(12).
           05  RIS-AMOUNT               PIC 9(9)V99.
           05  RIS-REASON-CODE          PIC X(03).
           05  RIS-REASON-TEXT          PIC X(30).
           05  RIS-PAY-RUN-DATE         PIC X(08).
