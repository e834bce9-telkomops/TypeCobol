      *================================================================
      * HSTRQ-RECORD - one request card per row for the EMPHST01
      * change-history inquiry, the same field/value shape EMPSEL
      * cards have. "ENO" cards name the employees wanted, one per
      * card; "FROM" and "TO" (YYYYMMDD, inclusive) bound the dates.
      * The two combine: ENO cards with a range give those employees
      * inside the range, a range alone gives everyone with history
      * inside it, ENO cards alone give each employee's whole story.
      *================================================================
       01  HSTRQ-RECORD.
           05  HRQ-FIELD                PIC X(08).
               88  HRQ-ENO              VALUE "ENO".
               88  HRQ-FROM             VALUE "FROM".
               88  HRQ-TO               VALUE "TO".
           05  HRQ-VALUE                PIC X(08).
