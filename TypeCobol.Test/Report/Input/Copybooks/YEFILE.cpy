      *================================================================
      * YEFILE-RECORD - the fixed-layout state filing extract EMPYED01
      * writes for the year: one header with the year and run date,
      * then for each state (ST off the employee's address, in state
      * code order) one detail per employee paid in that state and a
      * state total record, and one trailer with the detail count,
      * the number of states and the year's totals. Amounts are
      * display digits with two implied decimals, as on PAYINT. An
      * employee whose address could not be found on EMPTBL or in the
      * EMPAUD purge trail is filed under state "**" so the money is
      * never silently dropped from the totals.
      *================================================================
       01  YEFILE-RECORD.
           05  YEF-REC-TYPE             PIC X(01).
               88  YEF-HEADER           VALUE "H".
               88  YEF-DETAIL           VALUE "D".
               88  YEF-STATE-TOTAL      VALUE "S".
               88  YEF-TRAILER          VALUE "T".
           05  YEF-REC-BODY             PIC X(79).
           05  YEF-HDR-VIEW REDEFINES YEF-REC-BODY.
               10  YEF-HDR-YEAR         PIC X(04).
               10  YEF-HDR-RUN-DATE     PIC X(08).
               10  FILLER               PIC X(67).
           05  YEF-DTL-VIEW REDEFINES YEF-REC-BODY.
               10  YEF-DTL-ST           PIC X(02).
               10  YEF-DTL-ENO          PIC X(06).
               10  YEF-DTL-LNAME        PIC X(15).
               10  YEF-DTL-FNAME        PIC X(12).
               10  YEF-DTL-GROSS        PIC 9(9)V99.
               10  YEF-DTL-COM          PIC 9(9)V99.
               10  YEF-DTL-PERIODS      PIC 9(03).
               10  FILLER               PIC X(19).
           05  YEF-STT-VIEW REDEFINES YEF-REC-BODY.
               10  YEF-STT-ST           PIC X(02).
               10  YEF-STT-EMP-COUNT    PIC 9(07).
               10  YEF-STT-GROSS        PIC 9(11)V99.
               10  YEF-STT-COM          PIC 9(11)V99.
               10  FILLER               PIC X(44).
           05  YEF-TRL-VIEW REDEFINES YEF-REC-BODY.
               10  YEF-TRL-RECORD-COUNT PIC 9(07).
               10  YEF-TRL-STATE-COUNT  PIC 9(03).
               10  YEF-TRL-GROSS        PIC 9(13)V99.
               10  YEF-TRL-COM          PIC 9(13)V99.
               10  FILLER               PIC X(39).
