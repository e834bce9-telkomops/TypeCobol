      * reads as an update, so every transaction file written before
      * the action existed applies exactly as it always did. A
      * delete ignores TT-NEW-X.
      * The raw TIDTRNR file arrives wrapped in a FEEDCTL header
      * and trailer; FEDCTL01 verifies and strips them before
      * TIDEDT01 edits the rows.
      *================================================================
       01  TIDTRN-RECORD.
           05  TT-KEY-A                 PIC X(10).
