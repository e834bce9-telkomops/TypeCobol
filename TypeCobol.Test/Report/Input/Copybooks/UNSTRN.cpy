      *================================================================
      * UNSTRN-RECORD - one call-site registry maintenance
      * transaction for UNSMNT01, in the shape DPLTRN gives DPLMNT01:
      * an action code, the key (program and source tag), and the
      * row's fields. Dates are YYYYMMDD. A change replaces the whole
      * row, so a site moving to converted carries its converted
      * date and one being waived its reason.
      *================================================================
       01  UNSTRN-RECORD.
           05  UTR-ACTION               PIC X(01).
               88  UTR-ADD              VALUE "A".
               88  UTR-CHANGE           VALUE "C".
               88  UTR-DELETE           VALUE "D".
           05  UTR-PROGRAM-NAME         PIC X(30).
           05  UTR-SOURCE-TAG           PIC X(30).
           05  UTR-OWNER                PIC X(20).
           05  UTR-STATUS               PIC X(01).
               88  UTR-ASSIGNED         VALUE "A".
               88  UTR-CONVERTED        VALUE "C".
               88  UTR-WAIVED           VALUE "W".
           05  UTR-TARGET-DATE          PIC X(08).
           05  UTR-CONVERTED-DATE       PIC X(08).
           05  UTR-WAIVER-REASON        PIC X(40).
