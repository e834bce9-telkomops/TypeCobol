      *================================================================
      * BNKRTN-RECORD - one payment the bank returned unpaid after
      * accepting the file (closed account, bad routing, name
      * mismatch and the like), received a day or two after the
      * acknowledgement: the employee, the amount as it stood on the
      * PAYINT detail, the bank's reason code and text, and the date
      * the payment came back.
      *================================================================
       01  BNKRTN-RECORD.
           05  RTN-ENO                  PIC X(06).
           05  RTN-AMOUNT               PIC 9(9)V99.
           05  RTN-REASON-CODE          PIC X(03).
           05  RTN-REASON-TEXT          PIC X(30).
           05  RTN-RETURN-DATE          PIC X(08).
