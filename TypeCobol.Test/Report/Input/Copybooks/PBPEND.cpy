      *================================================================
      * PBPEND-RECORD - project budget revisions waiting for a second
      * approver, keyed on the project: a project has at most one
      * revision pending, and further revisions to it are refused
      * until that one is approved, cancelled or expired. PRJUPD01
      * writes the row when a revision exceeds the PBLIMIT limits,
      * carrying everything the revision needs to be applied later
      * plus the budget it was measured against, and deletes it when
      * the revision is approved, cancelled or expires. PRJPND01
      * lists what is still waiting. PBP-REQUEST-DATE (YYYYMMDD) is
      * the run date the revision was held, which the age is
      * counted from.
      *================================================================
       01  PBPEND-RECORD.
           05  PBP-PROJNO               PIC X(06).
           05  PBP-PRIOR-AMOUNT         PIC X(11).
           05  PBP-NEW-AMOUNT           PIC X(11).
           05  PBP-EFFECTIVE-DATE       PIC X(08).
           05  PBP-REASON-CODE          PIC X(04).
           05  PBP-REQUESTER-ID         PIC X(08).
           05  PBP-REQUEST-DATE         PIC X(08).
           05  PBP-TIMESTAMP            PIC X(21).
