      *================================================================
      * PBLIMIT-RECORD - the dual-approval limits card PRJUPD01 and
      * PRJPND01 read. A revision that moves a project's budget by
      * more than PBL-AMOUNT-LIMIT (eleven digits, two implied
      * decimals) or by more than PBL-PERCENT-LIMIT percent of the
      * current budget is held for a second approver; a held
      * revision older than PBL-EXPIRY-DAYS days expires. A missing
      * card or a blank field takes the finance policy default:
      * 100,000.00, 20 percent, 14 days.
      *================================================================
       01  PBLIMIT-RECORD.
           05  PBL-AMOUNT-LIMIT         PIC X(11).
           05  PBL-PERCENT-LIMIT        PIC X(03).
           05  PBL-EXPIRY-DAYS          PIC X(03).
