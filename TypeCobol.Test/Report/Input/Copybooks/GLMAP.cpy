      *================================================================
      * GLMAP-RECORD - general-ledger mapping for a department, kept
      * beside DEPTTBL and keyed on the same three-byte code: the
      * cost center the department's payroll is charged to and the
      * GL accounts its salary and commission expense post to.
      * There is no "***" default row the way COMRATE has one - a
      * department GLINT01 cannot map stops the journal, because an
      * expense booked to a guessed cost center is exactly the
      * re-keying error the interface replaces.
      *================================================================
       01  GLMAP-RECORD.
           05  GLM-DEPT                 PIC X(03).
           05  GLM-COST-CENTER          PIC X(06).
           05  GLM-SALARY-ACCOUNT       PIC X(10).
           05  GLM-COMMISSION-ACCOUNT   PIC X(10).
           05  GLM-DESCRIPTION          PIC X(30).
