      *================================================================
      * PCCMD-RECORD - one operator command against the cards of a
      * running ProcCall deck, keyed in by the operator and appended
      * to the PCCMD file while the run is in flight. ProcCall reads
      * the file again before every card it dispatches, so a command
      * takes effect at the next card boundary.
      *
      * HOLD keeps the card from dispatching until a RELEASE for it
      * is keyed or the deck's hold limit runs out; CANCEL ends the
      * card without dispatching it and sends it to PCRETRY. A
      * command names a card by ordinal, by program name, or both
      * (then both must match), and applies only in the dispatch
      * stream it names - blank is the default stream. Commands are
      * applied in the order they appear in the file, so a later
      * RELEASE undoes an earlier HOLD; a CANCEL is final.
      * CMD-DATE is the night the command is meant for: a command
      * dated before the run started is last night's, and ignored.
      *================================================================
       01  PCCMD-RECORD.
           05  CMD-VERB                 PIC X(08).
               88  CMD-HOLD             VALUE "HOLD".
               88  CMD-RELEASE          VALUE "RELEASE".
               88  CMD-CANCEL           VALUE "CANCEL".
           05  CMD-STREAM               PIC X(08).
           05  CMD-CARD-NUMBER          PIC X(04).
           05  CMD-CARD-NUMBER-9 REDEFINES CMD-CARD-NUMBER
                                        PIC 9(04).
           05  CMD-PROGRAM-NAME         PIC X(08).
           05  CMD-OPERATOR-ID          PIC X(08).
           05  CMD-DATE                 PIC X(08).
