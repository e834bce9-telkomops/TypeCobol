      *================================================================
      * CALLLOG-RECORD - one row per ZCALLPGM dispatch made by
      * ProcCall, written so operations can reconstruct overnight
      * dispatch activity after an abend. CLG-STREAM is the dispatch
      * stream the row came from, blank for the default stream -
      * rows from streams running side by side interleave in the
      * file, so anything measuring one row against the previous one
      * has to pair rows within the same stream.
      *================================================================
       01  CALLLOG-RECORD.
           05  CLG-TIMESTAMP           PIC X(21).
           05  CLG-PARAMETER-3         PIC X(08).
           05  CLG-PARAMETER-4         PIC X(08).
           05  CLG-CALL-TYPE           PIC X(10).
           05  CLG-STREAM              PIC X(08).
