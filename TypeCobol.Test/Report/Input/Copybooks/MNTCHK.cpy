      *================================================================
      * MNTCHK-RECORD - the restart checkpoint kept by the programs
      * that update the employee master: EMPMNT01 (on EMPCHKP),
      * EMPCOM01 (on COMCHKP) and COMRCL01 (on RCLCHKP), each on its
      * own file. It is the same idea TIDCHK serves for TIDUPD01 and
      * CHKPT for ProcCall: one row is appended per unit of work
      * once that work - the master change AND its audit row, and
      * for the SQL programs the COMMIT behind them - is complete,
      * so the checkpoint never claims anything the audit trail or
      * the database does not already hold. A restart reads the last
      * row and resumes after it; a clean finish empties the file so
      * the next run starts from the top.
      *
      * MCK-TRAN-NUMBER is the ordinal, counted from 1, of the
      * transaction the row belongs to (zero for EMPCOM01, which has
      * no transaction file). MCK-LAST-ENO is the last employee
      * committed within that transaction, the way CHKPT carries the
      * last call within a card - COMRCL01 resumes a department
      * after it and EMPCOM01 its whole fill. MCK-TRAN-DONE says the
      * transaction itself is finished, applied or rejected, so a
      * restart starts at the one after it.
      *================================================================
       01  MNTCHK-RECORD.
           05  MCK-TRAN-NUMBER          PIC 9(07).
           05  MCK-LAST-ENO             PIC X(06).
           05  MCK-TRAN-DONE-SW         PIC X(01).
               88  MCK-TRAN-DONE        VALUE "Y".
           05  MCK-TIMESTAMP            PIC X(21).
