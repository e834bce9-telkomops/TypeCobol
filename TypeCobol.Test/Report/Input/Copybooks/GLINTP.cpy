      *================================================================
      * GLINT-PARM-RECORD - the card GLINT01 reads: the closed
      * period (YYYYPP) to journal, the payroll clearing account
      * every expense line is posted against, and the window of
      * COMRAUD rows (timestamp dates YYYYMMDD, inclusive) whose
      * commission deltas go into this period's journal as
      * adjusting entries. The window is on the card, not derived,
      * so finance decides which recalculations belong to which
      * period and a rerun posts exactly the same deltas.
      *================================================================
       01  GLINT-PARM-RECORD.
           05  GLP-PERIOD               PIC X(06).
           05  GLP-CLEARING-ACCOUNT     PIC X(10).
           05  GLP-DELTA-FROM-DATE      PIC X(08).
           05  GLP-DELTA-TO-DATE        PIC X(08).
