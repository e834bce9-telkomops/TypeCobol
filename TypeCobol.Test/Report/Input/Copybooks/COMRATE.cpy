      * with no row of its own falls back to the default record
      * keyed "***", so a new department gets a defensible figure
      * instead of staying on the exception report for a month.
      *
      * Commission is paid in bands: CR-RATE on the PAYRATE up to
      * CR-BREAKPOINT and CR-UPPER-RATE on the part above it. A zero
      * breakpoint is the old single flat rate. CR-ANNUAL-CAP is the
      * most commission any one employee of the department is paid
      * in a calendar year, counting what EMPHIST shows already
      * paid; zero is no cap. COMCLC01 does the arithmetic for every
      * program that pays from this table.
      *================================================================
       01  COMRATE-RECORD.
           05  CR-DEPT                  PIC X(03).
           05  CR-RATE                  PIC S9(01)V9(04) COMP-3.
           05  CR-DESCRIPTION           PIC X(30).
           05  CR-BREAKPOINT            PIC S9(7)V99 COMP-3.
           05  CR-UPPER-RATE            PIC S9(01)V9(04) COMP-3.
           05  CR-ANNUAL-CAP            PIC S9(7)V99 COMP-3.
