      *================================================================
      * PRJCOST-RECORD - project labor cost ledger, one row per
      * project per closed pay period (YYYYPP), written by the
      * PRJPST01 posting. PCL-COST is the share of the period's
      * EMPHIST gross the empprojact time proportions put on the
      * project, so an employee split 20/80 charges a fifth of the
      * pay to one project and the rest to the other instead of the
      * whole salary to both. PCL-EMP-COUNT is how many employees
      * contributed to the row. Keyed project first, so a project's
      * cumulative cost is one contiguous run of the file - the run
      * PRJREC01 and PRJSTM01 judge the budget against.
      *================================================================
       01  PRJCOST-RECORD.
           05  PCL-KEY.
               10  PCL-PROJNO           PIC X(06).
               10  PCL-PERIOD           PIC X(06).
           05  PCL-COST                 PIC S9(9)V99 COMP-3.
           05  PCL-EMP-COUNT            PIC S9(05) COMP-3.
           05  PCL-TIMESTAMP            PIC X(21).
