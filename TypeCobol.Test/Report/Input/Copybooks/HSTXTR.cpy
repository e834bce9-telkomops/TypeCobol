      *================================================================
      * HSTXTR-RECORD - one row per change on the flat extract
      * EMPHST01 writes beside its printed timeline, for HR to attach
      * to a dispute case. HXT-SOURCE names the trail the row came
      * from (EMPAUD, COMAUD, COMRAUD or EMPHIST); HXT-TIMESTAMP is
      * that trail's own stamp, and HXT-PERIOD the pay period on
      * EMPHIST rows (blank on the rest). HXT-ACTION is the audit
      * row's action code where it has one. HXT-FIELD names what
      * changed and HXT-OLD-VALUE / HXT-NEW-VALUE carry it in
      * display form, amounts edited, "NULL" for a null commission.
      * HXT-DIRECTION is "F" for a forward change, "B" for an
      * EMPBKO01 backout, blank for EMPAUD rows written before the
      * source marker existed.
      *================================================================
       01  HSTXTR-RECORD.
           05  HXT-ENO                  PIC X(06).
           05  HXT-TIMESTAMP            PIC X(21).
           05  HXT-PERIOD               PIC X(06).
           05  HXT-SOURCE               PIC X(07).
           05  HXT-ACTION               PIC X(01).
           05  HXT-FIELD                PIC X(08).
           05  HXT-OLD-VALUE            PIC X(20).
           05  HXT-NEW-VALUE            PIC X(20).
           05  HXT-DIRECTION            PIC X(01).
               88  HXT-FORWARD          VALUE "F".
               88  HXT-BACKOUT          VALUE "B".
