      *================================================================
      * DEDMST-RECORD - the deductions master, keyed on ENO plus a
      * four-character deduction code (withholding, benefit plan,
      * garnishment order and the like). A deduction is either a
      * fixed amount per period or a percent of the period's gross,
      * and is in force from DED-START-PERIOD through
      * DED-STOP-PERIOD (YYYYPP, the EMPHIST period id; a blank stop
      * period means open-ended). DED-PRIORITY decides the order the
      * deductions come off the gross, lowest first, so when the
      * gross will not cover them all it is the low-priority ones
      * that go short - garnishments and tax are set ahead of
      * voluntary benefits. Maintained by DEDMNT01; applied by the
      * DEDCLC01 calculator both EMPRPT03 and EMPCLS01 call.
      *================================================================
       01  DEDMST-RECORD.
           05  DED-KEY.
               10  DED-ENO              PIC X(06).
               10  DED-CODE             PIC X(04).
           05  DED-METHOD               PIC X(01).
               88  DED-IS-FIXED         VALUE "F".
               88  DED-IS-PERCENT       VALUE "P".
           05  DED-AMOUNT               PIC S9(7)V99 COMP-3.
           05  DED-PERCENT              PIC S9(3)V99 COMP-3.
           05  DED-PRIORITY             PIC 9(03).
           05  DED-START-PERIOD         PIC X(06).
           05  DED-STOP-PERIOD          PIC X(06).
           05  DED-DESCRIPTION          PIC X(20).
