      *================================================================
      * EMPYED-PARM-RECORD - the year-end card EMPYED01 reads: the
      * calendar year (YYYY) being reported, and how many pay periods
      * that year has (blank reads as 12). Every period 01 through
      * that number must have been closed into EMPHIST by EMPCLS01
      * before the year-end run will produce anything.
      *================================================================
       01  EMPYED-PARM-RECORD.
           05  YED-YEAR                 PIC X(04).
           05  YED-PERIODS-PER-YEAR     PIC X(02).
