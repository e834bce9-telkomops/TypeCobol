      *================================================================
      * DPLRPT-PARM-RECORD - the one-card parameter file for
      * DPLRPT01: the fiscal period to report (YYYYPP) and the
      * tolerance, a percentage as five digits with two implied
      * decimals (00500 = 5%), by which a department may run over
      * its headcount or gross plan before it is flagged. A blank
      * tolerance flags any department over plan at all.
      *================================================================
       01  DPLRPT-PARM-RECORD.
           05  DRP-PERIOD               PIC X(06).
           05  DRP-TOLERANCE            PIC X(05).
