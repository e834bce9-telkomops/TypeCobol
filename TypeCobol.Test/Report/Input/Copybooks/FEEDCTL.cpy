      *================================================================
      * FEED-CONTROL-RECORD - the header and trailer every inbound
      * transaction feed (EMPTRN, PBTRN, CRTRN, CTLTRN, TIDTRNR)
      * arrives wrapped in, laid over the feed's own record by
      * FEDCTL01 to verify the file before its maintenance program
      * runs. The marker in the first eight bytes tells them from
      * detail rows - no valid detail row in any of the feeds starts
      * with "*HEADER" or "*TRAILER".
      *
      * The header names the feed, the sending source, the batch id
      * the source gives this transmission and the date (YYYYMMDD)
      * it was created. The trailer carries the count of detail rows
      * between them and the amount hash: the sum of the feed's
      * amount fields taken as whole display digits (implied
      * decimals ignored), zero for a feed with no amounts.
      *================================================================
       01  FEED-CONTROL-RECORD.
           05  FC-MARKER                PIC X(08).
               88  FC-HEADER            VALUE "*HEADER".
               88  FC-TRAILER           VALUE "*TRAILER".
           05  FC-HEADER-DATA.
               10  FC-FEED-ID           PIC X(08).
               10  FC-SOURCE            PIC X(08).
               10  FC-BATCH-ID          PIC X(12).
               10  FC-CREATED           PIC X(08).
           05  FC-TRAILER-DATA REDEFINES FC-HEADER-DATA.
               10  FC-RECORD-COUNT      PIC X(07).
               10  FC-RECORD-COUNT-9 REDEFINES FC-RECORD-COUNT
                                        PIC 9(07).
               10  FC-AMOUNT-HASH       PIC X(15).
               10  FC-AMOUNT-HASH-9 REDEFINES FC-AMOUNT-HASH
                                        PIC 9(15).
               10  FILLER               PIC X(14).
