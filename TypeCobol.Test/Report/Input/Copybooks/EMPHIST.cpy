      * force when the period closed, the COM null indicator in the
      * same S9(4) COMP shape EMPIDX carries it, and the gross the
      * period paid (PAYRATE plus non-null COM - the same arithmetic
      * EMPRPT03 prints), followed by the deductions taken from it
      * and the net, as DEDCLC01 worked them out for the period - the
      * same call EMPRPT03 makes for the register. EH-DED-COUNT says
      * how many of the ten deduction slots are filled. EH-DEPT is
      * the department the employee was in when the period closed,
      * so the GL journal charges the period to the department that
      * incurred it; rows posted before it was carried read back
      * blank. EMPTBL itself only ever holds the current figures;
      * this file is where "what has this employee earned year to
      * date" stops being an archaeology project.
      *================================================================
       01  EMPHIST-RECORD.
           05  EH-KEY.
           05  EH-COM-NULL-IND          PIC S9(4) COMP.
           05  EH-GROSS                 PIC S9(8)V99 COMP-3.
           05  EH-TIMESTAMP             PIC X(21).
           05  EH-DED-TOTAL             PIC S9(8)V99 COMP-3.
           05  EH-NET                   PIC S9(8)V99 COMP-3.
           05  EH-DED-COUNT             PIC 9(02).
           05  EH-DED-ENTRY OCCURS 10 TIMES.
               10  EH-DED-CODE          PIC X(04).
               10  EH-DED-AMOUNT        PIC S9(7)V99 COMP-3.
           05  EH-DEPT                  PIC X(03).
