      * real before-image - EMPCOM01 only ever fills nulls, this job
      * only ever replaces computed figures - so the old amount is
      * carried in full, display form like every other audit file.
      * CRA-BAND, CRA-CAP-CLIPPED and CRA-BAND-COM say which COMRATE
      * band paid and whether the annual cap cut the figure back,
      * the same three fields COMAUD carries.
      *================================================================
       01  COMRCL-AUDIT-RECORD.
           05  CRA-TIMESTAMP            PIC X(21).
           05  CRA-OLD-COM              PIC X(09).
           05  CRA-NEW-COM              PIC X(09).
           05  CRA-NEW-RATE             PIC X(05).
           05  CRA-BAND                 PIC X(01).
           05  CRA-CAP-CLIPPED          PIC X(01).
           05  CRA-BAND-COM             PIC X(09).
