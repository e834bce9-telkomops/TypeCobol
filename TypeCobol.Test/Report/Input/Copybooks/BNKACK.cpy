      *================================================================
      * BNKACK-RECORD - the bank's acknowledgement of a PAYINT file,
      * one record received the day the file is sent: the run date
      * off the PAYINT header it is acknowledging, and the count and
      * amount of the payments the bank accepted for processing, in
      * the same display shapes as our PAYINT trailer so the two
      * compare field for field.
      *================================================================
       01  BNKACK-RECORD.
           05  ACK-RUN-DATE             PIC X(08).
           05  ACK-ACCEPTED-COUNT       PIC 9(07).
           05  ACK-ACCEPTED-AMOUNT      PIC 9(11)V99.
