      *================================================================
      * RETROQ-RECORD - one row per PAYRATE change EMPMNT01 applied
      * with a pay effective period (YYYYPP) earlier than the change
      * itself arrived: the employee, the department the change left
      * them in, the period the new rate took effect from and the
      * rate before and after in display form, stamped with the same
      * timestamp as the change's EMPAUD row. EMPRET01 prices every
      * closed EMPHIST period from the effective period forward
      * against the new rate and empties the queue after a clean run.
      *================================================================
       01  RETROQ-RECORD.
           05  RTQ-TIMESTAMP            PIC X(21).
           05  RTQ-ENO                  PIC X(06).
           05  RTQ-LNAME                PIC X(15).
           05  RTQ-FNAME                PIC X(12).
           05  RTQ-DEPT                 PIC X(03).
           05  RTQ-EFFECTIVE-PERIOD     PIC X(06).
           05  RTQ-OLD-PAYRATE          PIC X(09).
           05  RTQ-NEW-PAYRATE          PIC X(09).
