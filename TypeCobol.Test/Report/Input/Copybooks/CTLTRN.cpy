      * display digits (the rate with four implied decimals) so they
      * can be edited with a plain NUMERIC test before conversion.
      * Only the first three bytes of CTR-KEY matter to COMRATE.
      * A COMRATE row also carries its band structure: the PAYRATE
      * breakpoint and annual cap as nine display digits with two
      * implied decimals and the upper-band rate in the CTR-RATE
      * shape; left blank they mean one flat band and no cap.
      * A PGMREG row also carries CTR-EXCLUSIVE, "Y" for a program
      * no two dispatch streams may run at once; blank means "N".
      * The file arrives wrapped in a FEEDCTL header and trailer;
      * FEDCTL01 verifies and strips them before CTLMNT01.
      *================================================================
       01  CTLTRN-RECORD.
           05  CTR-ACTION               PIC X(01).
           05  CTR-MAX-SECONDS          PIC X(07).
           05  CTR-RATE                 PIC X(05).
           05  CTR-DESCRIPTION          PIC X(30).
           05  CTR-BREAKPOINT           PIC X(09).
           05  CTR-UPPER-RATE           PIC X(05).
           05  CTR-ANNUAL-CAP           PIC X(09).
           05  CTR-EXCLUSIVE            PIC X(01).
