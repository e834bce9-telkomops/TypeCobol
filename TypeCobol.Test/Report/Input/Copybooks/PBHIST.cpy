      * and when the revision was applied. PROJBUD itself still
      * carries only the current figure - PRJREC01 keeps reading it
      * exactly as it always has - so this file is the only place
      * the old figure survives. PBH-REQUESTER-ID is who keyed the
      * revision and PBH-APPROVER-ID who released it from PBPEND;
      * the approver is blank on a revision inside the PBLIMIT
      * limits, which needs no second approver, and on rows written
      * before either was carried.
      *================================================================
       01  PBHIST-RECORD.
           05  PBH-PROJNO               PIC X(06).
           05  PBH-EFFECTIVE-DATE       PIC X(08).
           05  PBH-REASON-CODE          PIC X(04).
           05  PBH-TIMESTAMP            PIC X(21).
           05  PBH-REQUESTER-ID         PIC X(08).
           05  PBH-APPROVER-ID          PIC X(08).
