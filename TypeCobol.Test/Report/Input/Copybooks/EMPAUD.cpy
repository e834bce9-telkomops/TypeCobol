      * so a backout run never treats another backout's rows as
      * something to reverse again. Rows written before the marker
      * existed read back blank and cannot be classified.
      *
      * The employment status images follow the source marker so
      * rows written before status existed keep their alignment and
      * simply read back with blank (active) status. EAU-ACTION is
      * "A", "C", "L" (leave), "R" (return) or "T" (terminate) from
      * EMPMNT01, "P" for an EMPPRG01 retention purge (blank
      * after-image), and "D" only on rows from before terminations
      * replaced physical deletes.
      *================================================================
       01  EMPTBL-AUDIT-RECORD.
           05  EAU-TIMESTAMP            PIC X(21).
           05  EAU-SOURCE               PIC X(01).
               88  EAU-FORWARD          VALUE "F".
               88  EAU-BACKOUT          VALUE "B".
           05  EAU-STATUS-BEFORE.
               10  EAU-OLD-EMP-STATUS   PIC X(01).
               10  EAU-OLD-STATUS-DATE  PIC X(08).
               10  EAU-OLD-TERM-DATE    PIC X(08).
           05  EAU-STATUS-AFTER.
               10  EAU-NEW-EMP-STATUS   PIC X(01).
               10  EAU-NEW-STATUS-DATE  PIC X(08).
               10  EAU-NEW-TERM-DATE    PIC X(08).
