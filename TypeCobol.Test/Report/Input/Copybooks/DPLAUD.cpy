      *================================================================
      * DPLAN-AUDIT-RECORD - before/after image of a DEPTPLN row for
      * every transaction DPLMNT01 applies, the same idea DEDAUD
      * serves for DEDMST. Figures are carried in display form with
      * implied decimals. An add has a blank before-image, a delete
      * a blank after-image.
      *================================================================
       01  DPLAN-AUDIT-RECORD.
           05  PAU-TIMESTAMP            PIC X(21).
           05  PAU-ACTION               PIC X(01).
           05  PAU-DEPT                 PIC X(03).
           05  PAU-PERIOD               PIC X(06).
           05  PAU-BEFORE-IMAGE.
               10  PAU-OLD-HEADCOUNT    PIC X(05).
               10  PAU-OLD-GROSS        PIC X(11).
               10  PAU-OLD-NOTE         PIC X(30).
           05  PAU-AFTER-IMAGE.
               10  PAU-NEW-HEADCOUNT    PIC X(05).
               10  PAU-NEW-GROSS        PIC X(11).
               10  PAU-NEW-NOTE         PIC X(30).
