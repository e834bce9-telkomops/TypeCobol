      *================================================================
      * DEPTPLN-RECORD - the department plan, keyed on the DEPTTBL
      * department code plus the fiscal period (YYYYPP, the same id
      * EMPHIST closes under): the headcount and the gross payroll
      * budget planning signed off for the department in that
      * period. Loaded only through DPLMNT01 so every figure has a
      * DPLAUD image behind it; DPLRPT01 sets it against what
      * EMPTBL and EMPHIST actually hold.
      *================================================================
       01  DEPTPLN-RECORD.
           05  DPL-KEY.
               10  DPL-DEPT             PIC X(03).
               10  DPL-PERIOD           PIC X(06).
           05  DPL-PLAN-HEADCOUNT       PIC S9(05) COMP-3.
           05  DPL-PLAN-GROSS           PIC S9(9)V99 COMP-3.
           05  DPL-NOTE                 PIC X(30).
