      *================================================================
      * GLJRNL-RECORD - the fixed-layout general-ledger journal
      * GLINT01 writes for a closed payroll period, in the shape of
      * PAYINT: one header naming the period, one detail per journal
      * line, and one trailer with the line count and the debit and
      * credit totals, which are equal on every file GLINT01 lets
      * out - a journal that does not balance gets no trailer and
      * the ledger load rejects it.
      *
      * Each detail is one side of an entry: the cost center and
      * account, the department it came from, "D" or "C", and an
      * unsigned amount. GLJ-DTL-SOURCE says what raised it - "PR"
      * the period's payroll out of EMPHIST, "RP" retroactive pay
      * paid in the period out of RETADJ, "CA" a commission
      * recalculation delta out of COMRAUD.
      *================================================================
       01  GLJRNL-RECORD.
           05  GLJ-REC-TYPE             PIC X(01).
               88  GLJ-HEADER           VALUE "H".
               88  GLJ-DETAIL           VALUE "D".
               88  GLJ-TRAILER          VALUE "T".
           05  GLJ-REC-BODY             PIC X(79).
           05  GLJ-HDR-VIEW REDEFINES GLJ-REC-BODY.
               10  GLJ-HDR-PERIOD       PIC X(06).
               10  GLJ-HDR-RUN-DATE     PIC X(08).
               10  GLJ-HDR-SOURCE       PIC X(08).
               10  FILLER               PIC X(57).
           05  GLJ-DTL-VIEW REDEFINES GLJ-REC-BODY.
               10  GLJ-DTL-LINE-NO      PIC 9(05).
               10  GLJ-DTL-SOURCE       PIC X(02).
                   88  GLJ-FROM-PAYROLL VALUE "PR".
                   88  GLJ-FROM-RETRO   VALUE "RP".
                   88  GLJ-FROM-COM-ADJ VALUE "CA".
               10  GLJ-DTL-COST-CENTER  PIC X(06).
               10  GLJ-DTL-ACCOUNT      PIC X(10).
               10  GLJ-DTL-DEPT         PIC X(03).
               10  GLJ-DTL-DR-CR        PIC X(01).
                   88  GLJ-DEBIT        VALUE "D".
                   88  GLJ-CREDIT       VALUE "C".
               10  GLJ-DTL-AMOUNT       PIC 9(11)V99.
               10  GLJ-DTL-DESCRIPTION  PIC X(30).
               10  FILLER               PIC X(09).
           05  GLJ-TRL-VIEW REDEFINES GLJ-REC-BODY.
               10  GLJ-TRL-LINE-COUNT   PIC 9(07).
               10  GLJ-TRL-DEBIT-TOTAL  PIC 9(13)V99.
               10  GLJ-TRL-CREDIT-TOTAL PIC 9(13)V99.
               10  FILLER               PIC X(42).
