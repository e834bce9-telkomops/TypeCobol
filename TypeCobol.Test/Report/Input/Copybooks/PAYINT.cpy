      * PAYINT-RECORD - the fixed-layout bank payment interface file
      * EMPRPT03 writes in the same pass as the payroll register, so
      * the two can never disagree. One header with the run date, one
      * detail per employee carrying the net pay the register printed
      * for the employee (gross less DEDMST deductions, eleven
      * display digits with two implied decimals) as the payment
      * amount, with the gross it came from alongside for reference,
      * and one trailer carrying the record count and the hash of the
      * net amounts so the receiving system can prove it got the
      * whole file.
      *
      * PAY-DTL-PAY-TYPE tells a regular period payment ("P") from a
      * retroactive adjustment ("R") EMPRPT03 pays off RETADJ as a
      * line of its own; files written before the byte existed read
      * back blank and are regular. Both count in the trailer.
      *================================================================
       01  PAYINT-RECORD.
           05  PAY-REC-TYPE             PIC X(01).
               10  PAY-DTL-ENO          PIC X(06).
               10  PAY-DTL-LNAME        PIC X(15).
               10  PAY-DTL-FNAME        PIC X(12).
               10  PAY-DTL-NET-PAY      PIC 9(9)V99.
               10  PAY-DTL-GROSS        PIC 9(9)V99.
               10  PAY-DTL-PAY-TYPE     PIC X(01).
                   88  PAY-DTL-REGULAR  VALUE "P" " ".
                   88  PAY-DTL-RETRO    VALUE "R".
               10  FILLER               PIC X(04).
           05  PAY-TRL-VIEW REDEFINES PAY-REC-BODY.
               10  PAY-TRL-RECORD-COUNT PIC 9(07).
               10  PAY-TRL-AMOUNT-HASH  PIC 9(11)V99.
