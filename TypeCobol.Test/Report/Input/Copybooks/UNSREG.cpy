      *================================================================
      * UNSREG-RECORD - the UNSAFE MOVE call-site registry, keyed on
      * the program and the UA-SOURCE-TAG the UNSAFLOG rows carry,
      * so a registry row and the executions of its site match on
      * exactly the pair UNSRPT01 rolls up by. It holds what the
      * conversion team used to keep on its own list: the owner,
      * where the site stands (assigned, converted or formally
      * waived), the date the conversion is due, the date it was
      * converted, and why a waived site is allowed to stay. Loaded
      * only through UNSMNT01, so every row has a UNSRGAUD image
      * behind it; UNSTRK01 reports UNSAFLOG against it.
      *
      * The converted date is held only while the site is marked
      * converted and the waiver reason only while it is waived.
      *================================================================
       01  UNSREG-RECORD.
           05  URG-KEY.
               10  URG-PROGRAM-NAME     PIC X(30).
               10  URG-SOURCE-TAG       PIC X(30).
           05  URG-OWNER                PIC X(20).
           05  URG-STATUS               PIC X(01).
               88  URG-ASSIGNED         VALUE "A".
               88  URG-CONVERTED        VALUE "C".
               88  URG-WAIVED           VALUE "W".
           05  URG-TARGET-DATE          PIC X(08).
           05  URG-CONVERTED-DATE       PIC X(08).
           05  URG-WAIVER-REASON        PIC X(40).
