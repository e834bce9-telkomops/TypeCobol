      * consuming job can tell "no such employee" from "lookup never
      * ran". A summary line of requested / found / not-found counts
      * closes the run, and RETURN-CODE 8 flags a run where anything
      * was not found. A terminated employee is a hit, not a miss -
      * the EMPLKUP row carries the status and term date.
      *================================================================

       ENVIRONMENT DIVISION.
           MOVE IX-PAYRATE  OF EMPTBL-RECORD TO LU-PAYRATE
           MOVE IX-COM      OF EMPTBL-RECORD TO LU-COM
           MOVE IX-COM-NULL-IND OF EMPTBL-RECORD TO LU-COM-NULL-IND
           MOVE IX-EMP-STATUS  OF EMPTBL-RECORD TO LU-EMP-STATUS
           MOVE IX-STATUS-DATE OF EMPTBL-RECORD TO LU-STATUS-DATE
           MOVE IX-TERM-DATE   OF EMPTBL-RECORD TO LU-TERM-DATE
           WRITE EMPLKUP-RECORD
           IF WS-EMPLKUP-STATUS NOT = "00"
               DISPLAY "EMPBLK01: EXCEPTION - EMPLKUP-FILE write"
