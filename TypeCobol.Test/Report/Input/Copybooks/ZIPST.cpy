      *================================================================
      * ZIPST-RECORD - ZIP prefix to state reference file, keyed on
      * the first three digits of a ZIP code, the way DEPTTBL is
      * keyed on department code. EMPDQS01 checks every employee's
      * IX-ZIP against IX-ST through it; a prefix that is not on
      * file is reported rather than assumed good.
      *================================================================
       01  ZIPST-RECORD.
           05  ZST-PREFIX               PIC X(03).
           05  ZST-STATE                PIC X(02).
           05  ZST-DESCRIPTION          PIC X(30).
