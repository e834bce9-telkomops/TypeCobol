      * EMPTBL-RECORD - host variable layout matching the columns
      * pulled by the EMPTBL cursor (ENO, LNAME, FNAME, STREET, CITY,
      * ST, ZIP, DEPT, PAYRATE, COM) plus the null indicator carried
      * for COM, and the employment status columns (EMPSTAT,
      * STATDATE, TERMDATE) with the same meaning as on EMPIDX. The
      * status columns came after the table and are nullable on rows
      * that predate them, so they carry null indicators too, and a
      * predicate on EMPSTAT reads NULL as blank (active) through
      * COALESCE(EMPSTAT, ' ').
      *================================================================
       01  ENO                      PIC X(06).
       01  LNAME                    PIC X(15).
       01  PAYRATE                  PIC S9(7)V99 COMP-3.
       01  COM                      PIC S9(7)V99 COMP-3.
       01  COM-NULL-IND             PIC S9(4) COMP VALUE ZERO.
       01  EMPSTAT                  PIC X(01).
           88  EMP-ACTIVE           VALUE "A" " ".
           88  EMP-ON-LEAVE         VALUE "L".
           88  EMP-TERMINATED       VALUE "T".
       01  STATDATE                 PIC X(08).
       01  TERMDATE                 PIC X(08).
       01  EMPSTAT-NULL-IND         PIC S9(4) COMP VALUE ZERO.
       01  STATDATE-NULL-IND        PIC S9(4) COMP VALUE ZERO.
       01  TERMDATE-NULL-IND        PIC S9(4) COMP VALUE ZERO.
