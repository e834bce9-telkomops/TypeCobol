      * night's runbook, in the sequence the schedule intends them to
      * start. RUNRPT01 checks the RUNHIST trail against this file
      * every morning: steps missing, steps out of sequence, steps
      * that started and never ended. RUNFCT01 lays the steps still
      * owed end to end in this same sequence to forecast when the
      * night will finish.
      *================================================================
       01  RUNBOOK-RECORD.
           05  RB-SEQUENCE              PIC 9(03).
