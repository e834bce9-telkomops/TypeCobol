      * belonged to, counted from 1 in deck order, so a restart of a
      * multi-card run knows which card was in flight as well as
      * which call within that card last completed.
      * CHK-STREAM keys the file: each dispatch stream keeps exactly
      * one row, the latest completed call, replaced as the stream
      * moves on and removed when its run completes.
      *================================================================
       01  CHKPT-RECORD.
           05  CHK-LAST-CALL-COMPLETED  PIC 9(02).
           05  CHK-PROGRAM-NAME         PIC X(08).
           05  CHK-TIMESTAMP            PIC X(21).
           05  CHK-CARD-NUMBER          PIC 9(04).
           05  CHK-STREAM               PIC X(08).
