      * rate row supplied the rate (the department itself, or "***"
      * when the default stood in). The before-image of COM is by
      * definition null - that is the only population this program
      * touches - so only the null flag is carried. CAU-BAND is the
      * COMRATE band the PAYRATE reached (1 lower, 2 upper);
      * CAU-CAP-CLIPPED is "Y" when the department's annual cap cut
      * the figure back, CAU-BAND-COM then holding what the bands
      * alone would have paid.
      *================================================================
       01  EMPCOM-AUDIT-RECORD.
           05  CAU-TIMESTAMP            PIC X(21).
           05  CAU-OLD-COM-NULL         PIC X(01).
           05  CAU-NEW-COM              PIC X(09).
           05  CAU-RATE-SOURCE          PIC X(03).
           05  CAU-BAND                 PIC X(01).
           05  CAU-CAP-CLIPPED          PIC X(01).
           05  CAU-BAND-COM             PIC X(09).
