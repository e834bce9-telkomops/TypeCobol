      * NUMERIC test before conversion; the effective date and
      * reason code ride through to the revision history so an
      * over-budget report can be explained after the fact.
      *
      * PBT-USER-ID is who keyed the transaction. A revision beyond
      * the PBLIMIT limits is held on PBPEND rather than applied;
      * "P" from a different user id approves the held revision for
      * the project and "X" cancels it. Approvals and cancellations
      * carry only the action, the project and the user id.
      * Finance sends the file wrapped in a FEEDCTL header and
      * trailer; FEDCTL01 verifies and strips them before PRJUPD01.
      *================================================================
       01  PBTRN-RECORD.
           05  PBT-ACTION               PIC X(01).
               88  PBT-ADD              VALUE "A".
               88  PBT-REVISE           VALUE "R".
               88  PBT-APPROVE          VALUE "P".
               88  PBT-CANCEL           VALUE "X".
           05  PBT-PROJNO               PIC X(06).
           05  PBT-BUDGET-AMOUNT        PIC X(11).
           05  PBT-EFFECTIVE-DATE       PIC X(08).
           05  PBT-REASON-CODE          PIC X(04).
           05  PBT-USER-ID              PIC X(08).
