      * set to "Y" means commission is null for this employee and
      * ETR-COM is ignored. A change transaction replaces the whole
      * record, so every field is required on adds and changes alike.
      *
      * The status actions carry only the key and ETR-EFFECTIVE-DATE
      * (YYYYMMDD, blank means the run date): "L" puts an active
      * employee on leave, "R" returns an employee from leave or
      * reinstates a terminated one, "T" terminates. "D" is kept for
      * feeds that still send it and is applied as a termination -
      * nothing is physically removed until EMPPRG01 purges it.
      *
      * ETR-PAY-EFFECTIVE-PERIOD (YYYYPP) on a change says the
      * PAYRATE on the row took effect from that pay period. Blank
      * means from now on, as before; a period given with a rate
      * that differs from the master queues the change on RETROQ so
      * EMPRET01 can pay the difference for periods already closed.
      * HR sends the file wrapped in a FEEDCTL header and trailer;
      * FEDCTL01 verifies and strips them, so EMPMNT01 sees only the
      * transaction rows.
      *================================================================
       01  EMPTRN-RECORD.
           05  ETR-ACTION               PIC X(01).
               88  ETR-ADD              VALUE "A".
               88  ETR-CHANGE           VALUE "C".
               88  ETR-DELETE           VALUE "D".
               88  ETR-LEAVE            VALUE "L".
               88  ETR-RETURN           VALUE "R".
               88  ETR-TERMINATE        VALUE "T".
           05  ETR-ENO                  PIC X(06).
           05  ETR-LNAME                PIC X(15).
           05  ETR-FNAME                PIC X(12).
           05  ETR-COM                  PIC X(09).
           05  ETR-COM-NULL-SW          PIC X(01).
               88  ETR-COM-IS-NULL      VALUE "Y".
           05  ETR-EFFECTIVE-DATE       PIC X(08).
           05  ETR-PAY-EFFECTIVE-PERIOD PIC X(06).
