      *================================================================
      * PROJBUD-RECORD - project budget file keyed on PB-PROJNO, used
      * to reconcile the labor cost posted to the PRJCOST ledger
      * against what each project was actually budgeted.
      *================================================================
       01  PROJBUD-RECORD.
           05  PB-PROJNO             PIC X(06).
