      *================================================================
      * DPLTRN-RECORD - one department plan maintenance transaction
      * for DPLMNT01, in the shape DEDTRN gives DEDMNT01: an action
      * code, the key (department and fiscal period YYYYPP), and the
      * figures in display form - the planned headcount as five
      * digits and the planned gross as eleven digits with two
      * implied decimals. A change replaces the whole row.
      *================================================================
       01  DPLTRN-RECORD.
           05  PTR-ACTION               PIC X(01).
               88  PTR-ADD              VALUE "A".
               88  PTR-CHANGE           VALUE "C".
               88  PTR-DELETE           VALUE "D".
           05  PTR-DEPT                 PIC X(03).
           05  PTR-PERIOD               PIC X(06).
           05  PTR-HEADCOUNT            PIC X(05).
           05  PTR-GROSS                PIC X(11).
           05  PTR-NOTE                 PIC X(30).
