      * carries it to CTLMNT01. The COMRATE row itself is maintained
      * through CTLMNT01; this file drives the recomputation of the
      * commissions already on the master under the old rate.
      * Finance sends the file wrapped in a FEEDCTL header and
      * trailer; FEDCTL01 verifies and strips them before COMRCL01.
      *================================================================
       01  CRTRN-RECORD.
           05  CRT-DEPT                 PIC X(03).
