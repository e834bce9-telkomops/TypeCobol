      * (duplicates allowed) so branch staff who only have a name
      * can find an employee; every SELECT of EMPTBL must declare
      * both keys or the open fails on a key mismatch.
      *
      * IX-EMP-STATUS carries the employment status. Terminated
      * employees stay on file (EMPPRG01 only removes them once the
      * retention period has run), so "no such employee" and "left
      * last week" are different answers. IX-STATUS-DATE is the date
      * (YYYYMMDD) the current status took effect; IX-TERM-DATE is
      * set by a termination and cleared by a reinstatement. Rows
      * written before the status existed carry a blank status and
      * read as active.
      *================================================================
       01  EMPTBL-RECORD.
           05  IX-ENO                PIC X(06).
           05  IX-PAYRATE            PIC S9(7)V99 COMP-3.
           05  IX-COM                PIC S9(7)V99 COMP-3.
           05  IX-COM-NULL-IND       PIC S9(4) COMP.
           05  IX-EMP-STATUS         PIC X(01).
               88  IX-ACTIVE         VALUE "A" " ".
               88  IX-ON-LEAVE       VALUE "L".
               88  IX-TERMINATED     VALUE "T".
           05  IX-STATUS-DATE        PIC X(08).
           05  IX-TERM-DATE          PIC X(08).
