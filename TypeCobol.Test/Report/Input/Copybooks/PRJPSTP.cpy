      *================================================================
      * PRJPST-PARM-RECORD - the period card PRJPST01 reads: the
      * closed pay period (YYYYPP) whose EMPHIST gross is to be
      * spread across projects. Like EMPCLS01, the posting refuses a
      * period already on the ledger.
      *================================================================
       01  PRJPST-PARM-RECORD.
           05  PPS-PERIOD               PIC X(06).
