      *================================================================
      * DEDTRN-RECORD - one deductions maintenance transaction for
      * DEDMNT01, in the same shape EMPTRN gives EMPMNT01: an action
      * code, the key, and the fields in display form. DTR-AMOUNT is
      * nine digits with two implied decimals and is required for a
      * fixed deduction; DTR-PERCENT is five digits with two implied
      * decimals (00550 = 5.5%) and is required for a percent one.
      * Periods are YYYYPP; a blank stop period is open-ended.
      *================================================================
       01  DEDTRN-RECORD.
           05  DTR-ACTION               PIC X(01).
               88  DTR-ADD              VALUE "A".
               88  DTR-CHANGE           VALUE "C".
               88  DTR-DELETE           VALUE "D".
           05  DTR-ENO                  PIC X(06).
           05  DTR-CODE                 PIC X(04).
           05  DTR-METHOD               PIC X(01).
           05  DTR-AMOUNT               PIC X(09).
           05  DTR-PERCENT              PIC X(05).
           05  DTR-PRIORITY             PIC X(03).
           05  DTR-START-PERIOD         PIC X(06).
           05  DTR-STOP-PERIOD          PIC X(06).
           05  DTR-DESCRIPTION          PIC X(20).
