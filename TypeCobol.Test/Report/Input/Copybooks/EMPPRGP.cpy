      *================================================================
      * EMPPRG-PARM-RECORD - the retention card EMPPRG01 reads: how
      * many days a terminated employee stays on EMPTBL after the
      * term date before the purge may remove the row. Blank reads
      * as 2555 days (seven years), the records-retention default;
      * the card exists so legal can lengthen it, not so a hurried
      * rerun can shorten it to zero.
      *================================================================
       01  EMPPRG-PARM-RECORD.
           05  PRG-RETENTION-DAYS       PIC X(05).
