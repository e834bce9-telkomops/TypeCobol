      *================================================================
      * UNSREG-AUDIT-RECORD - before/after image of a UNSREG row for
      * every transaction UNSMNT01 applies, the same idea DPLAUD
      * serves for DEPTPLN. An add has a blank before-image, a
      * delete a blank after-image.
      *================================================================
       01  UNSREG-AUDIT-RECORD.
           05  URA-TIMESTAMP            PIC X(21).
           05  URA-ACTION               PIC X(01).
           05  URA-PROGRAM-NAME         PIC X(30).
           05  URA-SOURCE-TAG           PIC X(30).
           05  URA-BEFORE-IMAGE.
               10  URA-OLD-OWNER        PIC X(20).
               10  URA-OLD-STATUS       PIC X(01).
               10  URA-OLD-TARGET-DATE  PIC X(08).
               10  URA-OLD-CONV-DATE    PIC X(08).
               10  URA-OLD-REASON       PIC X(40).
           05  URA-AFTER-IMAGE.
               10  URA-NEW-OWNER        PIC X(20).
               10  URA-NEW-STATUS       PIC X(01).
               10  URA-NEW-TARGET-DATE  PIC X(08).
               10  URA-NEW-CONV-DATE    PIC X(08).
               10  URA-NEW-REASON       PIC X(40).
