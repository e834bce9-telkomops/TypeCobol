      *================================================================
      * RETADJ-RECORD - one retroactive pay adjustment per employee
      * per closed period per rate change, written by EMPRET01 beside
      * the EMPHIST row it corrects - the history row itself is never
      * rewritten. Keyed on ENO, the period adjusted and the
      * timestamp of the change that caused it, so a second change
      * to the same period is a second row and the amounts already
      * owed for a period can be summed by reading forward from ENO
      * plus period.
      *
      * RAJ-AMOUNT is the gross owed for the period on top of what
      * was posted and what earlier adjustments already owe;
      * RAJ-COM-AMOUNT is the part of it that is commission
      * recomputed at the department's COMRATE. RAJ-PAY-PERIOD is
      * blank until the EMPRPT03 payroll run for a period pays the
      * row as a separate PAYINT line, and then holds that period.
      *================================================================
       01  RETADJ-RECORD.
           05  RAJ-KEY.
               10  RAJ-ENO              PIC X(06).
               10  RAJ-PERIOD           PIC X(06).
               10  RAJ-CHANGE-STAMP     PIC X(21).
           05  RAJ-LNAME                PIC X(15).
           05  RAJ-FNAME                PIC X(12).
           05  RAJ-DEPT                 PIC X(03).
           05  RAJ-POSTED-PAYRATE       PIC S9(7)V99 COMP-3.
           05  RAJ-NEW-PAYRATE          PIC S9(7)V99 COMP-3.
           05  RAJ-POSTED-COM           PIC S9(7)V99 COMP-3.
           05  RAJ-NEW-COM              PIC S9(7)V99 COMP-3.
           05  RAJ-COM-RATE             PIC S9(01)V9(04) COMP-3.
           05  RAJ-AMOUNT               PIC S9(8)V99 COMP-3.
           05  RAJ-COM-AMOUNT           PIC S9(8)V99 COMP-3.
           05  RAJ-CREATED              PIC X(21).
           05  RAJ-PAY-PERIOD           PIC X(06).
