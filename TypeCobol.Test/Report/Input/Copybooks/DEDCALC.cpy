      *================================================================
      * DEDCALC-AREA - the parameter area for DEDCLC01, the one
      * place net pay is worked out, so the register EMPRPT03 prints
      * and the history EMPCLS01 posts cannot disagree. The caller
      * sets DCL-COMPUTE with the ENO, the pay period (YYYYPP) and
      * the gross; DEDCLC01 opens DEDMST on its first call and
      * returns the deductions in force for that period in priority
      * order, their total and the net. A deduction the remaining
      * net cannot cover in full is taken short (DCL-DED-SHORT) so
      * the net never goes below zero. DCL-FINISH closes DEDMST at
      * end of job. DCL-FAILED means DEDMST could not be read or the
      * employee has more deductions in force than the table holds;
      * DCL-MESSAGE says which, and the caller must not pay from the
      * figures.
      *================================================================
       01  DEDCALC-AREA.
           05  DCL-FUNCTION             PIC X(01).
               88  DCL-COMPUTE          VALUE "C".
               88  DCL-FINISH           VALUE "E".
           05  DCL-ENO                  PIC X(06).
           05  DCL-PERIOD               PIC X(06).
           05  DCL-GROSS                PIC S9(8)V99 COMP-3.
           05  DCL-RESULT               PIC X(01).
               88  DCL-OK               VALUE "0".
               88  DCL-FAILED           VALUE "F".
           05  DCL-MESSAGE              PIC X(40).
           05  DCL-DED-TOTAL            PIC S9(8)V99 COMP-3.
           05  DCL-NET                  PIC S9(8)V99 COMP-3.
           05  DCL-DED-COUNT            PIC 9(02).
           05  DCL-DED-ENTRY OCCURS 10 TIMES.
               10  DCL-DED-CODE         PIC X(04).
               10  DCL-DED-DESCRIPTION  PIC X(20).
               10  DCL-DED-AMOUNT       PIC S9(7)V99 COMP-3.
               10  DCL-DED-SHORT-SW     PIC X(01).
                   88  DCL-DED-SHORT    VALUE "Y".
