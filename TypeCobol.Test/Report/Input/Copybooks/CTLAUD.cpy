      * decimals) so the audit file stays readable without unpacking
      * COMP-3. Only the image fields the named file carries are
      * filled; an add has a blank before-image, a delete a blank
      * after-image. A COMRATE row's band structure - breakpoint,
      * upper rate and annual cap - follows the two images in the
      * same before-then-after order, blank for the other files,
      * and a PGMREG row's exclusive switch follows those, before
      * then after, blank for the other files.
      *================================================================
       01  CTLAUD-RECORD.
           05  CTA-TIMESTAMP            PIC X(21).
               10  CTA-NEW-MAX-SECONDS  PIC X(07).
               10  CTA-NEW-RATE         PIC X(05).
               10  CTA-NEW-DESCRIPTION  PIC X(30).
           05  CTA-BEFORE-BANDS.
               10  CTA-OLD-BREAKPOINT   PIC X(09).
               10  CTA-OLD-UPPER-RATE   PIC X(05).
               10  CTA-OLD-ANNUAL-CAP   PIC X(09).
           05  CTA-AFTER-BANDS.
               10  CTA-NEW-BREAKPOINT   PIC X(09).
               10  CTA-NEW-UPPER-RATE   PIC X(05).
               10  CTA-NEW-ANNUAL-CAP   PIC X(09).
           05  CTA-OLD-EXCLUSIVE        PIC X(01).
           05  CTA-NEW-EXCLUSIVE        PIC X(01).
