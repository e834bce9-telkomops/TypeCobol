      *================================================================
      * FEEDREG-RECORD - the feed register: one row per inbound feed
      * file FEDCTL01 has judged, accepted ("A") or refused ("R"),
      * appended in the order they were judged. An accepted row is
      * what makes a second transmission of the same batch id for
      * the same feed a duplicate; a refused row is the record of
      * why a file never reached its maintenance program, and does
      * not stop the corrected file being sent again under the same
      * batch id. The counts and hash are as the trailer gave them.
      *================================================================
       01  FEEDREG-RECORD.
           05  FRG-TIMESTAMP            PIC X(21).
           05  FRG-FEED-ID              PIC X(08).
           05  FRG-SOURCE               PIC X(08).
           05  FRG-BATCH-ID             PIC X(12).
           05  FRG-CREATED              PIC X(08).
           05  FRG-RECORD-COUNT         PIC 9(07).
           05  FRG-AMOUNT-HASH          PIC 9(15).
           05  FRG-VERDICT              PIC X(01).
               88  FRG-ACCEPTED         VALUE "A".
               88  FRG-REFUSED          VALUE "R".
           05  FRG-REASON               PIC X(40).
