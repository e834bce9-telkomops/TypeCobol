      * hands back to whoever dispatched it through ProcCall. Same
      * field shapes as EMPIDX's EMPTBL-RECORD; kept as its own
      * top-level name so a dispatcher and an EMPTBL reader can COPY
      * both without a name clash. LU-EMP-STATUS lets the caller
      * tell a terminated employee from one that was never on file.
      *================================================================
       01  EMPLKUP-RECORD.
           05  LU-ENO                   PIC X(06).
           05  LU-PAYRATE               PIC S9(7)V99 COMP-3.
           05  LU-COM                   PIC S9(7)V99 COMP-3.
           05  LU-COM-NULL-IND          PIC S9(4) COMP.
           05  LU-EMP-STATUS            PIC X(01).
               88  LU-ACTIVE            VALUE "A" " ".
               88  LU-ON-LEAVE          VALUE "L".
               88  LU-TERMINATED        VALUE "T".
           05  LU-STATUS-DATE           PIC X(08).
           05  LU-TERM-DATE             PIC X(08).
