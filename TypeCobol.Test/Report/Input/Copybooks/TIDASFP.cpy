      *================================================================
      * TIDASF-PARM-RECORD - the card TIDASF01 reads to reconstruct
      * TIDCA01 as it stood at one moment. ASF-AS-OF-TIMESTAMP is
      * that moment as YYYYMMDDHHMMSS, compared against the first
      * fourteen bytes of the 21-byte CURRENT-DATE stamps the
      * catalog and audit rows carry, so a change stamped within the
      * as-of second counts as already made. The key fields narrow
      * the reconstruction to the a/c/e/g rows the auditor asked
      * about; a blank key field matches every value, and an
      * all-blank card reconstructs the whole table.
      *================================================================
       01  TIDASF-PARM-RECORD.
           05  ASF-AS-OF-TIMESTAMP      PIC X(14).
           05  ASF-KEY-A                PIC X(10).
           05  ASF-KEY-C                PIC X(10).
           05  ASF-KEY-E                PIC X(10).
           05  ASF-KEY-G                PIC X(10).
