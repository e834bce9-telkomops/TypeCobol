      * PGMREG-RECORD - program-authorization registry, keyed on
      * program name, so operations can turn a dispatch target on or
      * off for the night's run without recompiling ProcCall.
      * REG-EXCLUSIVE-SW "Y" marks a program that must never run in
      * two dispatch streams at once; blank or "N" lets any number of
      * streams dispatch it side by side.
      *================================================================
       01  PGMREG-RECORD.
           05  REG-PROGRAM-NAME        PIC X(08).
               88  REG-ACTIVE          VALUE "A".
               88  REG-DISABLED        VALUE "D".
           05  REG-DESCRIPTION         PIC X(30).
           05  REG-EXCLUSIVE-SW        PIC X(01).
               88  REG-EXCLUSIVE       VALUE "Y".
