      *================================================================
      * FEDCTL-PARM-RECORD - the card FEDCTL01 reads in each feed
      * control step: which feed the step's FEEDIN is expected to
      * hold (EMPTRN, PBTRN, CRTRN, CTLTRN or TIDTRNR). A file whose
      * header names any other feed was wired to the wrong step and
      * is refused.
      *================================================================
       01  FEDCTL-PARM-RECORD.
           05  FCP-FEED-ID              PIC X(08).
