      * run, written as the card finishes: the standard RCCODE value
      * the card ended with. "0000" is a clean card, "SKIP" a
      * dependency skip, "NRUN" a card an aborted run never reached,
      * "HELD" a card an operator held past the hold limit, "CANC"
      * one an operator cancelled, and anything else the failure
      * code the card died with -
      * CALLLOG says a dispatch happened, this file says how each
      * card ended, without correlating OPSLOG rows by timestamp.
      * Keyed on dispatch stream and card ordinal: each run replaces
      * its own stream's rows and leaves every other stream's alone.
      *================================================================
       01  PCOUTC-RECORD.
           05  OUT-TIMESTAMP            PIC X(21).
           05  OUT-KEY.
               10  OUT-STREAM           PIC X(08).
               10  OUT-CARD-NUMBER      PIC 9(04).
           05  OUT-PROGRAM-NAME         PIC X(08).
           05  OUT-OUTCOME-CODE         PIC X(04).
