      *================================================================
      * DEDMST-AUDIT-RECORD - before/after image of a DEDMST row for
      * every transaction DEDMNT01 applies, the same idea EMPAUD
      * serves for EMPTBL. Amounts are carried in display form with
      * implied decimals so the file reads without unpacking COMP-3.
      * An add has a blank before-image, a delete a blank
      * after-image.
      *================================================================
       01  DEDMST-AUDIT-RECORD.
           05  DAU-TIMESTAMP            PIC X(21).
           05  DAU-ACTION               PIC X(01).
           05  DAU-ENO                  PIC X(06).
           05  DAU-CODE                 PIC X(04).
           05  DAU-BEFORE-IMAGE.
               10  DAU-OLD-METHOD       PIC X(01).
               10  DAU-OLD-AMOUNT       PIC X(09).
               10  DAU-OLD-PERCENT      PIC X(05).
               10  DAU-OLD-PRIORITY     PIC X(03).
               10  DAU-OLD-START-PERIOD PIC X(06).
               10  DAU-OLD-STOP-PERIOD  PIC X(06).
               10  DAU-OLD-DESCRIPTION  PIC X(20).
           05  DAU-AFTER-IMAGE.
               10  DAU-NEW-METHOD       PIC X(01).
               10  DAU-NEW-AMOUNT       PIC X(09).
               10  DAU-NEW-PERCENT      PIC X(05).
               10  DAU-NEW-PRIORITY     PIC X(03).
               10  DAU-NEW-START-PERIOD PIC X(06).
               10  DAU-NEW-STOP-PERIOD  PIC X(06).
               10  DAU-NEW-DESCRIPTION  PIC X(20).
