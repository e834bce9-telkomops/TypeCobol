      *================================================================
      * RUNFCT-PARM-RECORD - the parameter card RUNFCT01 reads each
      * time the shift runs a batch-window forecast. RFP-WINDOW-OPEN
      * is the time of day (HHMM) the night's batch window opens -
      * RUNHIST rows from its latest occurrence on are "tonight",
      * rows before it are history. RFP-DEADLINE (HHMM) is when the
      * window must be clear for the online day; a deadline at or
      * before the opening time falls on the next morning.
      * RFP-HISTORY-NIGHTS is how many nights before tonight the
      * typical step durations are taken from.
      *================================================================
       01  RUNFCT-PARM-RECORD.
           05  RFP-WINDOW-OPEN          PIC X(04).
           05  RFP-DEADLINE             PIC X(04).
           05  RFP-HISTORY-NIGHTS       PIC X(03).
