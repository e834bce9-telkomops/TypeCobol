      * live record behind on purpose - the operator clears it by
      * resubmitting with an *UNLOCK control card at the front of the
      * deck once satisfied the earlier run is really dead.
      *
      * A deck may name its dispatch stream with a *STREAM control
      * card at the front, PARAMETER_1 carrying the stream name; a
      * deck without one runs in the default (blank) stream, as
      * every deck did before streams existed. The one-at-a-time
      * rule above is per stream: PCLOCK, the checkpoint and PCOUTC
      * are keyed on the stream, so the HR deck and the TIDCA01 deck
      * run side by side, each with its own lock, restart position
      * and outcome rows, and an *UNLOCK clears only its own
      * stream's lock. CALLLOG stays one file, every row tagged with
      * the stream that wrote it. PCRETRY, like the PCPARM deck it
      * mirrors, is the submitting step's own file; a retry deck
      * from a named stream starts with the *STREAM card, so it
      * still resubmits as-is into the stream it came from.
      *
      * Streams are isolated, but a program marked exclusive in
      * PGMREG is not shared between them: before such a card
      * dispatches it claims a program token on PCLOCK, and a card
      * whose program another stream is running right now fails
      * (and lands in PCRETRY) instead of running it twice at once.
      * The token goes back as the card ends; one left behind by a
      * crash is cleared when the crashed stream next takes its
      * lock, since nothing in that stream can still be running.
      *
      * An operator can stop one card without cancelling the job:
      * HOLD, RELEASE and CANCEL commands keyed into PCCMD (see the
      * copybook) are read again before every live card dispatches.
      * A held card waits, the run and its locks waiting with it,
      * until a RELEASE comes or the hold limit runs out - sixty
      * minutes, or the minutes on a *HOLDMAX control card (cols
      * 9-12 of the card) - and a card still held at the limit ends
      * HELD. A cancelled card ends CANC. Both go to PCRETRY like
      * any other card that did not finish clean, and every command
      * acted on goes to OPSLOG with the operator id keyed on it.
      * Cards the restart skips already ran and are not judged.
      *================================================================

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-CALLLOG-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "PCCHKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHK-STREAM
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT PCLOCK-FILE ASSIGN TO "PCLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCK-KEY
               FILE STATUS IS WS-PCLOCK-STATUS.

           SELECT PGMREG-FILE ASSIGN TO "PGMREG"
               FILE STATUS IS WS-PGMREG-STATUS.

           SELECT PCOUTC-FILE ASSIGN TO "PCOUTC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-KEY
               FILE STATUS IS WS-PCOUTC-STATUS.

           SELECT PCRETRY-FILE ASSIGN TO "PCRETRY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCRETRY-STATUS.

           SELECT PCCMD-FILE ASSIGN TO "PCCMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCCMD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PCPARM-FILE.
       FD  PCRETRY-FILE.
       01  PCRETRY-RECORD          PIC X(49).

       FD  PCCMD-FILE.
           COPY PCCMD.

       WORKING-STORAGE SECTION.
       01 WS-PCPARM-STATUS     PIC X(02).
       01 WS-CALLLOG-STATUS    PIC X(02).
       01 WS-PGMREG-STATUS     PIC X(02).
       01 WS-PCOUTC-STATUS     PIC X(02).
       01 WS-PCRETRY-STATUS    PIC X(02).
       01 WS-PCCMD-STATUS      PIC X(02).
       01 WS-JOB-NAME          PIC X(08) VALUE "PROCCALL".
       01 WS-TIMESTAMP         PIC X(21).
       01 WS-STALE-TIMESTAMP   PIC X(21).
       01 WS-CURRENT-CALL-TYPE PIC X(10).
       01 WS-CALL-INDEX        PIC 9(02) VALUE ZERO.
       01 WS-RESTART-COUNT     PIC 9(02) VALUE ZERO.
       01 WS-DEP-SATISFIED-SW  PIC X(01) VALUE "Y".
           88 DEP-SATISFIED    VALUE "Y".

      * The dispatch stream this deck runs in, off the *STREAM
      * control card; blank is the default stream.
       01 WS-STREAM-NAME       PIC X(08) VALUE SPACES.

       01 WS-EXCL-HELD-SW      PIC X(01) VALUE "N".
           88 EXCL-HELD        VALUE "Y".
       01 WS-LOCK-KIND         PIC X(01).
       01 WS-LOCK-NAME         PIC X(08).
       01 WS-LOCK-FOUND-SW     PIC X(01) VALUE "N".
           88 LOCK-FOUND       VALUE "Y".
       01 WS-LOCK-EOF-SW       PIC X(01) VALUE "N".
           88 PCLOCK-EOF       VALUE "Y".
       01 WS-OUTC-EOF-SW       PIC X(01) VALUE "N".
           88 PCOUTC-EOF       VALUE "Y".

      * Operator commands judged against the card in hand. The
      * command state is rebuilt from the whole of PCCMD on every
      * read; WS-CMD-SEEN is how many rows earlier reads already
      * screened, so a bad command is reported once, not per card.
       01 WS-RUN-DATE          PIC X(08).
       01 WS-CMD-SEEN          PIC 9(05) VALUE ZERO.
       01 WS-CMD-ORDINAL       PIC 9(05).
       01 WS-PCCMD-EOF-SW      PIC X(01) VALUE "N".
           88 PCCMD-EOF        VALUE "Y".
       01 WS-PCCMD-WARNED-SW   PIC X(01) VALUE "N".
           88 PCCMD-WARNED     VALUE "Y".
       01 WS-CMD-VALID-SW      PIC X(01) VALUE "Y".
           88 CMD-VALID        VALUE "Y".
       01 WS-CMD-MATCH-SW      PIC X(01) VALUE "N".
           88 CMD-MATCH        VALUE "Y".
       01 WS-CMD-STATE         PIC X(01) VALUE SPACE.
           88 CMD-STATE-CLEAR  VALUE SPACE.
           88 CMD-STATE-HELD   VALUE "H".
           88 CMD-STATE-CANCELLED VALUE "C".
       01 WS-CMD-OPERATOR      PIC X(08) VALUE SPACES.
       01 WS-CMD-VERDICT       PIC X(01) VALUE "D".
           88 CMD-DISPATCH     VALUE "D".
           88 CMD-CANCELLED    VALUE "C".
           88 CMD-HOLD-EXPIRED VALUE "E".
       01 WS-CMD-ACTION        PIC X(20).
       01 WS-HOLD-MAX-MINUTES  PIC 9(04) VALUE 60.
       01 WS-HOLD-POLL-SECONDS PIC S9(09) BINARY VALUE 60.
       01 WS-DELAY-FEEDBACK    PIC X(12).
       01 WS-DELAY-RC-HOLD     PIC S9(09) COMP.
       01 WS-NOW-DATE-9        PIC 9(08).
       01 WS-NOW-HH            PIC 9(02).
       01 WS-NOW-MM            PIC 9(02).
       01 WS-NOW-SS            PIC 9(02).
       01 WS-NOW-SECONDS       PIC 9(11).
       01 WS-HOLD-START-SECONDS PIC 9(11).

       01 WS-DEPENDS-ON        PIC X(08) VALUE SPACES.
       01 WS-DEP-MISS-ACT      PIC X(01) VALUE SPACE.
           88 DEP-MISS-SKIP    VALUE "S".

      * One entry per card processed this run: the program it named
      * and the standard code it finished with ("0000" success,
      * "SKIP" for a dependency skip, "HELD" or "CANC" for a card an
      * operator held past the limit or cancelled, otherwise the
      * failure code).
      * Later cards' dependency checks read back against it.
       01 WS-CARD-OUTCOME      PIC X(04).
       01 WS-OUTCOME-COUNT     PIC 9(03) VALUE ZERO.
               10 WS-OUT-CODE       PIC X(04).

      * The aborted run's PCOUTC rows for cards ahead of the restart
      * position, read back before 1310 deletes this stream's rows
      * from the file. A restart-skipped card re-tables the outcome
      * it REALLY ended with last time - a blanket success would let
      * a dependent of a failed card dispatch on the rerun and erase
      * the failure from PCOUTC and PCRETRY both.
       01 WS-PRIOR-FOUND-SW    PIC X(01) VALUE "N".
           88 PRIOR-FOUND      VALUE "Y".
       01 WS-PRIOR-COUNT       PIC 9(03) VALUE ZERO.
       PERFORM 9970-RECORD-RUN-START.

       MOVE "N" TO WS-CHAIN-ABORT-SW.
       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
       MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE.

       OPEN INPUT PCPARM-FILE.
       IF WS-PCPARM-STATUS NOT = "00"

       PERFORM UNTIL PCPARM-EOF OR CHAIN-ABORTED
               OR (PROGRAM_NAME NOT = "*DRYRUN"
                   AND PROGRAM_NAME NOT = "*UNLOCK"
                   AND PROGRAM_NAME NOT = "*STREAM"
                   AND PROGRAM_NAME NOT = "*HOLDMAX")
           EVALUATE PROGRAM_NAME
               WHEN "*DRYRUN"
                   SET DRY-RUN-MODE TO TRUE
                   DISPLAY "ProcCall: *DRYRUN control card - deck"
                           " will be certified, nothing dispatched"
               WHEN "*UNLOCK"
                   SET LOCK-OVERRIDE TO TRUE
                   DISPLAY "ProcCall: *UNLOCK control card - a stale"
                           " run lock will be overridden"
               WHEN "*HOLDMAX"
                   IF PARAMETER_1(1:4) NUMERIC
                           AND PARAMETER_1(1:4) NOT = "0000"
                       MOVE PARAMETER_1(1:4) TO WS-HOLD-MAX-MINUTES
                       DISPLAY "ProcCall: *HOLDMAX control card - a"
                               " held card waits up to "
                               WS-HOLD-MAX-MINUTES " minutes"
                   ELSE
                       DISPLAY "ProcCall: *HOLDMAX control card '"
                               PARAMETER_1 "' is not a minute count"
                               " - " WS-HOLD-MAX-MINUTES
                               " minutes kept"
                   END-IF
               WHEN OTHER
                   MOVE PARAMETER_1 TO WS-STREAM-NAME
                   DISPLAY "ProcCall: *STREAM control card - deck"
                           " runs in dispatch stream '"
                           WS-STREAM-NAME "'"
           END-EVALUATE
           PERFORM 1050-READ-PARM-CARD
           IF PCPARM-EOF
               DISPLAY "ProcCall: PCPARM-FILE holds only control"
      * An *UNLOCK deck with no dispatch cards is still a legitimate
      * operator action: clear the stale lock, then stop.
                   PERFORM 9950-RELEASE-RUN-LOCK
                   PERFORM 1250-CLEAR-STALE-PROGRAM-LOCKS
                   DISPLAY "ProcCall: stale run lock cleared"
               END-IF
           END-IF
           SET CHAIN-ABORTED TO TRUE
       END-IF

      * The checkpoint file is created on the first run of the first
      * stream (status 35), the same way DEDMNT01 creates DEDMST.
       IF NOT DRY-RUN-MODE
           OPEN I-O CHECKPOINT-FILE
           IF WS-CHKPT-STATUS = "35"
               OPEN OUTPUT CHECKPOINT-FILE
               IF WS-CHKPT-STATUS = "00"
                   CLOSE CHECKPOINT-FILE
                   OPEN I-O CHECKPOINT-FILE
               END-IF
           END-IF
           IF WS-CHKPT-STATUS NOT = "00"
               DISPLAY "ProcCall: EXCEPTION - CHECKPOINT-FILE open"
                       " failed, status " WS-CHKPT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 1900-CHECK-DEPENDENCY
               IF NOT CHAIN-ABORTED
                   IF DEP-SATISFIED
                       PERFORM 1950-CHECK-OPERATOR-COMMANDS
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT DEP-SATISFIED
                           PERFORM 2950-RECORD-SKIPPED-CARD
                       WHEN CMD-DISPATCH
                           PERFORM 2000-DISPATCH-CARD
                           IF EXCL-HELD
                               PERFORM 2060-RELEASE-EXCLUSIVE
                           END-IF
                           PERFORM 2900-RECORD-CARD-OUTCOME
                       WHEN OTHER
                           PERFORM 2970-RECORD-OPERATOR-OUTCOME
                   END-EVALUATE
                   PERFORM 7000-WRITE-CARD-OUTCOME
               END-IF
           END-IF
               SET CARD-FAILED TO TRUE
           END-IF

           MOVE "N" TO WS-EXCL-HELD-SW
           IF WS-CARD-RESTART-COUNT < 4 AND NOT CARD-FAILED
               PERFORM 2050-CLAIM-EXCLUSIVE
           END-IF

           IF WS-CARD-RESTART-COUNT < 1 AND NOT CARD-FAILED
                   AND NOT CHAIN-ABORTED
               PERFORM 9930-CHECK-AUTHORIZATION
               END-IF
           END-IF.

      * A program PGMREG marks exclusive is claimed for this stream
      * before the card's first call. A live token held by another
      * stream fails the card, the way an unauthorized program does;
      * one held by this stream is taken over. A program not on
      * PGMREG is left for the authorization check to refuse.
       2050-CLAIM-EXCLUSIVE.
           MOVE PROGRAM_NAME TO REG-PROGRAM-NAME
           READ PGMREG-FILE
               INVALID KEY
                   MOVE SPACE TO REG-EXCLUSIVE-SW
           END-READ
           IF REG-EXCLUSIVE
               PERFORM 1210-OPEN-LOCK-FILE
               IF NOT CHAIN-ABORTED
                   MOVE "P" TO WS-LOCK-KIND
                   MOVE PROGRAM_NAME TO WS-LOCK-NAME
                   PERFORM 1220-READ-LOCK
                   IF LOCK-FOUND AND LCK-LIVE
                           AND LCK-STREAM NOT = WS-STREAM-NAME
                       DISPLAY "ProcCall: " PROGRAM_NAME
                               " is exclusive and running in stream '"
                               LCK-STREAM "' since " LCK-TIMESTAMP
                               " - card skipped"
                       MOVE 16 TO RETURN-CODE
                       SET RC-DISPATCH-ERROR TO TRUE
                       MOVE STANDARD-RETURN-CODE TO PARAMETER_2
                       MOVE LCK-STREAM TO WS-OPS-STATUS
                       MOVE "EXCLUSIVE PROGRAM BUSY IN ANOTHER STREAM"
                           TO WS-OPS-MESSAGE
                       PERFORM 9990-LOG-EXCEPTION
                       SET CARD-FAILED TO TRUE
                   ELSE
                       SET LCK-LIVE TO TRUE
                       PERFORM 1230-PUT-LOCK
                       IF NOT CHAIN-ABORTED
                           SET EXCL-HELD TO TRUE
                       END-IF
                   END-IF
                   CLOSE PCLOCK-FILE
               END-IF
           END-IF.

       2060-RELEASE-EXCLUSIVE.
           PERFORM 1210-OPEN-LOCK-FILE
           IF WS-PCLOCK-STATUS = "00"
               MOVE "P" TO WS-LOCK-KIND
               MOVE PROGRAM_NAME TO WS-LOCK-NAME
               PERFORM 1220-READ-LOCK
               SET LCK-RELEASED TO TRUE
               PERFORM 1230-PUT-LOCK
               CLOSE PCLOCK-FILE
           END-IF
           MOVE "N" TO WS-EXCL-HELD-SW.

      * Dry-run twin of 2000-DISPATCH-CARD: same validation, same
      * PGMREG authorization, but the only thing written anywhere is
      * a CALLLOG row tagged DRYRUN for each card that would have
                   MOVE "N" TO WS-OUTCOME-WRITTEN-SW
           END-READ.

      * PCOUTC is shared by every stream, so a run no longer empties
      * it: it removes only its own stream's rows from the last run
      * (after 1010 has read back what a restart needs), and is
      * created on the first run of the first stream.
       1300-OPEN-OUTCOME-FILES.
           OPEN I-O PCOUTC-FILE
           IF WS-PCOUTC-STATUS = "35"
               OPEN OUTPUT PCOUTC-FILE
               IF WS-PCOUTC-STATUS = "00"
                   CLOSE PCOUTC-FILE
                   OPEN I-O PCOUTC-FILE
               END-IF
           END-IF
           IF WS-PCOUTC-STATUS = "00"
               PERFORM 1310-PURGE-STREAM-OUTCOMES
           END-IF
           IF WS-PCOUTC-STATUS NOT = "00"
               DISPLAY "ProcCall: EXCEPTION - PCOUTC-FILE open"
                       " failed, status " WS-PCOUTC-STATUS
               END-IF
           END-IF.

       1310-PURGE-STREAM-OUTCOMES.
           MOVE "N" TO WS-OUTC-EOF-SW
           MOVE WS-STREAM-NAME TO OUT-STREAM
           MOVE ZERO TO OUT-CARD-NUMBER
           START PCOUTC-FILE KEY IS NOT LESS THAN OUT-KEY
               INVALID KEY
                   SET PCOUTC-EOF TO TRUE
           END-START
           PERFORM UNTIL PCOUTC-EOF
               READ PCOUTC-FILE NEXT RECORD
                   AT END
                       SET PCOUTC-EOF TO TRUE
                   NOT AT END
                       IF OUT-STREAM NOT = WS-STREAM-NAME
                           SET PCOUTC-EOF TO TRUE
                       ELSE
                           DELETE PCOUTC-FILE RECORD
                               INVALID KEY
                                   SET PCOUTC-EOF TO TRUE
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PCOUTC-STATUS.

      * A card that declares a dependency only dispatches once the
      * named program completed with RC-SUCCESS in this run. A card
      * that was itself skipped or failed never records "0000", so a
               END-IF
           END-IF.

      * Operator commands are judged before the card dispatches. A
      * held card polls PCCMD until it is released or cancelled, or
      * the hold limit runs out; the run waits with it, locks and
      * all, since the next card may depend on this one.
       1950-CHECK-OPERATOR-COMMANDS.
           SET CMD-DISPATCH TO TRUE
           IF WS-CARD-NUMBER NOT < WS-RESTART-CARD
               PERFORM 1960-READ-COMMANDS
               IF CMD-STATE-HELD
                   DISPLAY "ProcCall: card " WS-CARD-NUMBER " ("
                           PROGRAM_NAME ") held by operator "
                           WS-CMD-OPERATOR " - waiting up to "
                           WS-HOLD-MAX-MINUTES " minutes"
                   SET RC-WARNING TO TRUE
                   MOVE "HOLD" TO WS-CMD-ACTION
                   PERFORM 1990-LOG-OPERATOR-ACTION
                   PERFORM 1980-NOTE-SECONDS
                   MOVE WS-NOW-SECONDS TO WS-HOLD-START-SECONDS
                   PERFORM UNTIL NOT CMD-STATE-HELD OR CMD-HOLD-EXPIRED
                       MOVE RETURN-CODE TO WS-DELAY-RC-HOLD
                       CALL "CEE3DLY" USING WS-HOLD-POLL-SECONDS
                                            WS-DELAY-FEEDBACK
                       MOVE WS-DELAY-RC-HOLD TO RETURN-CODE
                       PERFORM 1960-READ-COMMANDS
                       PERFORM 1980-NOTE-SECONDS
                       IF CMD-STATE-HELD
                               AND WS-NOW-SECONDS
                                   - WS-HOLD-START-SECONDS
                                   NOT < WS-HOLD-MAX-MINUTES * 60
                           SET CMD-HOLD-EXPIRED TO TRUE
                       END-IF
                   END-PERFORM
                   IF CMD-STATE-CLEAR
                       DISPLAY "ProcCall: card " WS-CARD-NUMBER " ("
                               PROGRAM_NAME ") released by operator "
                               WS-CMD-OPERATOR
                       SET RC-SUCCESS TO TRUE
                       MOVE "RELEASE" TO WS-CMD-ACTION
                       PERFORM 1990-LOG-OPERATOR-ACTION
                   END-IF
               END-IF
               IF CMD-STATE-CANCELLED
                   DISPLAY "ProcCall: card " WS-CARD-NUMBER " ("
                           PROGRAM_NAME ") cancelled by operator "
                           WS-CMD-OPERATOR " - sent to PCRETRY"
                   SET CMD-CANCELLED TO TRUE
                   SET RC-WARNING TO TRUE
                   MOVE "CANCEL" TO WS-CMD-ACTION
                   PERFORM 1990-LOG-OPERATOR-ACTION
               END-IF
               IF CMD-HOLD-EXPIRED
                   DISPLAY "ProcCall: card " WS-CARD-NUMBER " ("
                           PROGRAM_NAME ") still held after "
                           WS-HOLD-MAX-MINUTES " minutes - ended"
                           " HELD, sent to PCRETRY"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   SET RC-WARNING TO TRUE
                   MOVE "HOLD LIMIT REACHED" TO WS-CMD-ACTION
                   PERFORM 1990-LOG-OPERATOR-ACTION
               END-IF
           END-IF.

      * The card's state is rebuilt from the whole file each time,
      * commands applied in file order. No PCCMD (status 35) means
      * no operator has keyed anything. A file that will not open
      * is reported once and the deck runs on as if it were empty -
      * losing the night over the command file would defeat it.
       1960-READ-COMMANDS.
           SET CMD-STATE-CLEAR TO TRUE
           MOVE ZERO TO WS-CMD-ORDINAL
           OPEN INPUT PCCMD-FILE
           EVALUATE TRUE
               WHEN WS-PCCMD-STATUS = "35"
                   CONTINUE
               WHEN WS-PCCMD-STATUS NOT = "00"
                   IF NOT PCCMD-WARNED
                       DISPLAY "ProcCall: PCCMD-FILE open failed,"
                               " status " WS-PCCMD-STATUS
                               " - operator commands not read"
                       SET RC-WARNING TO TRUE
                       MOVE WS-PCCMD-STATUS TO WS-OPS-STATUS
                       MOVE "PCCMD-FILE OPEN FAILED - COMMANDS NOT READ"
                           TO WS-OPS-MESSAGE
                       PERFORM 9990-LOG-EXCEPTION
                       SET PCCMD-WARNED TO TRUE
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-PCCMD-EOF-SW
                   PERFORM UNTIL PCCMD-EOF
                       READ PCCMD-FILE
                           AT END
                               SET PCCMD-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-CMD-ORDINAL
                               PERFORM 1970-JUDGE-COMMAND
                       END-READ
                   END-PERFORM
                   CLOSE PCCMD-FILE
           END-EVALUATE
           IF WS-CMD-ORDINAL > WS-CMD-SEEN
               MOVE WS-CMD-ORDINAL TO WS-CMD-SEEN
           END-IF.

      * A command applies to this card when it is for this stream,
      * dated this run's night or later, and every card key it
      * names (ordinal, program) matches the card in hand.
       1970-JUDGE-COMMAND.
           MOVE "Y" TO WS-CMD-VALID-SW
           IF NOT CMD-HOLD AND NOT CMD-RELEASE AND NOT CMD-CANCEL
               MOVE "N" TO WS-CMD-VALID-SW
           END-IF
           IF CMD-OPERATOR-ID = SPACES OR CMD-DATE NOT NUMERIC
               MOVE "N" TO WS-CMD-VALID-SW
           END-IF
           IF CMD-CARD-NUMBER NOT = SPACES
                   AND CMD-CARD-NUMBER NOT NUMERIC
               MOVE "N" TO WS-CMD-VALID-SW
           END-IF
           IF CMD-CARD-NUMBER = SPACES AND CMD-PROGRAM-NAME = SPACES
               MOVE "N" TO WS-CMD-VALID-SW
           END-IF
           IF NOT CMD-VALID AND WS-CMD-ORDINAL > WS-CMD-SEEN
               DISPLAY "ProcCall: PCCMD command " WS-CMD-ORDINAL
                       " '" PCCMD-RECORD "' is not a valid"
                       " HOLD, RELEASE or CANCEL - ignored"
               SET RC-VALIDATION-ERROR TO TRUE
               MOVE CMD-OPERATOR-ID TO WS-OPS-STATUS
               MOVE "OPERATOR COMMAND INVALID - IGNORED"
                   TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
           END-IF
           IF CMD-VALID AND CMD-STREAM = WS-STREAM-NAME
                   AND CMD-DATE NOT < WS-RUN-DATE
               MOVE "Y" TO WS-CMD-MATCH-SW
               IF CMD-CARD-NUMBER NOT = SPACES
                       AND CMD-CARD-NUMBER-9 NOT = WS-CARD-NUMBER
                   MOVE "N" TO WS-CMD-MATCH-SW
               END-IF
               IF CMD-PROGRAM-NAME NOT = SPACES
                       AND CMD-PROGRAM-NAME NOT = PROGRAM_NAME
                   MOVE "N" TO WS-CMD-MATCH-SW
               END-IF
               IF CMD-MATCH AND NOT CMD-STATE-CANCELLED
                   EVALUATE TRUE
                       WHEN CMD-HOLD
                           SET CMD-STATE-HELD TO TRUE
                       WHEN CMD-RELEASE
                           SET CMD-STATE-CLEAR TO TRUE
                       WHEN OTHER
                           SET CMD-STATE-CANCELLED TO TRUE
                   END-EVALUATE
                   MOVE CMD-OPERATOR-ID TO WS-CMD-OPERATOR
               END-IF
           END-IF.

       1980-NOTE-SECONDS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8)  TO WS-NOW-DATE-9
           MOVE WS-TIMESTAMP(9:2)  TO WS-NOW-HH
           MOVE WS-TIMESTAMP(11:2) TO WS-NOW-MM
           MOVE WS-TIMESTAMP(13:2) TO WS-NOW-SS
           COMPUTE WS-NOW-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-9) * 86400
                   + WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS.

      * The operator id goes in the status column - it is who, not
      * what, that the morning needs to see against a held card.
       1990-LOG-OPERATOR-ACTION.
           MOVE WS-CMD-OPERATOR TO WS-OPS-STATUS
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "OPERATOR " DELIMITED BY SIZE
                  WS-CMD-ACTION DELIMITED BY "  "
                  " - CARD " DELIMITED BY SIZE
                  WS-CARD-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROGRAM_NAME DELIMITED BY SIZE
                  " IN " DELIMITED BY SIZE
                  WS-STREAM-NAME DELIMITED BY SIZE
               INTO WS-OPS-MESSAGE
           END-STRING
           PERFORM 9990-LOG-EXCEPTION.

      * A card the chain aborted under (checkpoint or log trouble
      * mid-card) did not complete either - it reports the failure
      * code in force, not success. A card the RESTART skipped ran
           MOVE "SKIP" TO WS-CARD-OUTCOME
           PERFORM 2990-TABLE-CARD-OUTCOME.

       2970-RECORD-OPERATOR-OUTCOME.
           IF CMD-CANCELLED
               MOVE "CANC" TO WS-CARD-OUTCOME
           ELSE
               MOVE "HELD" TO WS-CARD-OUTCOME
           END-IF
           PERFORM 2990-TABLE-CARD-OUTCOME.

       2990-TABLE-CARD-OUTCOME.
           IF WS-OUTCOME-COUNT < WS-OUTCOME-MAX
               ADD 1 TO WS-OUTCOME-COUNT
           IF OUTC-FILES-OPEN
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP    TO OUT-TIMESTAMP
               MOVE WS-STREAM-NAME  TO OUT-STREAM
               MOVE WS-CARD-NUMBER  TO OUT-CARD-NUMBER
               MOVE PROGRAM_NAME    TO OUT-PROGRAM-NAME
               MOVE WS-CARD-OUTCOME TO OUT-OUTCOME-CODE
               PERFORM 9990-LOG-EXCEPTION
           END-IF.

      * A named stream's retry deck leads with its *STREAM card so
      * the rerun lands back in the same stream.
       7300-WRITE-RETRY-DECK.
           IF WS-RETRY-COUNT > ZERO AND WS-STREAM-NAME NOT = SPACES
               MOVE SPACES TO WS-CARD-IMAGE
               MOVE "*STREAM" TO WS-CARD-IMAGE(1:8)
               MOVE WS-STREAM-NAME TO WS-CARD-IMAGE(9:8)
               PERFORM 7200-WRITE-RETRY-CARD
           END-IF
           PERFORM VARYING WS-RETRY-IDX FROM 1 BY 1
                   UNTIL WS-RETRY-IDX > WS-RETRY-COUNT
               MOVE WS-RETRY-IMAGE (WS-RETRY-IDX) TO WS-CARD-IMAGE
               PERFORM 7200-WRITE-RETRY-CARD
           END-PERFORM.

      * Only this stream's row is read - another stream's restart
      * position is none of this run's business.
       1000-LOAD-CHECKPOINT.
           MOVE ZERO TO WS-RESTART-COUNT
           MOVE ZERO TO WS-RESTART-CARD
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPT-STATUS = "00"
               MOVE WS-STREAM-NAME TO CHK-STREAM
               READ CHECKPOINT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CHK-LAST-CALL-COMPLETED
                           TO WS-RESTART-COUNT
      * A checkpoint written before the card ordinal existed reads
      * back with spaces here; treat it as card one rather than
      * moving a non-numeric field into the restart position.
                       IF CHK-CARD-NUMBER NUMERIC
                           MOVE CHK-CARD-NUMBER
                               TO WS-RESTART-CARD
                       ELSE
                           MOVE 1 TO WS-RESTART-CARD
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           IF WS-RESTART-CARD > ZERO
           END-IF.

      * Seed the prior-outcome table from the aborted run's PCOUTC -
      * this must happen before 1300 opens the file I-O and 1310
      * deletes this stream's rows from it (other streams' rows are
      * left alone). Only cards ahead of the restart position are
      * carried: the restart card itself and everything after it get
      * fresh outcomes from this run. No file (status 35) just means
      * a checkpoint older than outcome recording - the skipped
                   PERFORM 9990-LOG-EXCEPTION
                   SET CHAIN-ABORTED TO TRUE
               WHEN OTHER
                   MOVE "N" TO WS-OUTC-EOF-SW
                   MOVE WS-STREAM-NAME TO OUT-STREAM
                   MOVE ZERO TO OUT-CARD-NUMBER
                   START PCOUTC-FILE KEY IS NOT LESS THAN OUT-KEY
                       INVALID KEY
                           SET PCOUTC-EOF TO TRUE
                   END-START
                   PERFORM UNTIL PCOUTC-EOF
                       READ PCOUTC-FILE NEXT RECORD
                           AT END
                               SET PCOUTC-EOF TO TRUE
                           NOT AT END
                               IF OUT-STREAM NOT = WS-STREAM-NAME
                                   SET PCOUTC-EOF TO TRUE
                               ELSE
                                   PERFORM 1020-TABLE-PRIOR-OUTCOME
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PCOUTC-FILE
               END-IF
           END-IF.

      * The stream's own lock row is the whole test - a live lock in
      * some other stream is that stream's business, not this one's.
       1200-ACQUIRE-RUN-LOCK.
           PERFORM 1210-OPEN-LOCK-FILE
           IF NOT CHAIN-ABORTED
               MOVE "S" TO WS-LOCK-KIND
               MOVE WS-STREAM-NAME TO WS-LOCK-NAME
               PERFORM 1220-READ-LOCK
               IF LOCK-FOUND AND LCK-LIVE AND NOT LOCK-OVERRIDE
                   DISPLAY "ProcCall: EXCEPTION - the run lock for"
                           " stream '" WS-STREAM-NAME "' is already"
                           " held by " LCK-JOB-NAME " since "
                           LCK-TIMESTAMP " - refusing to start"
                   MOVE 16 TO RETURN-CODE
                   SET RC-DISPATCH-ERROR TO TRUE
                   MOVE LCK-JOB-NAME TO WS-OPS-STATUS
                   MOVE "RUN LOCK HELD - START REFUSED"
                       TO WS-OPS-MESSAGE
                   PERFORM 9990-LOG-EXCEPTION
                   SET CHAIN-ABORTED TO TRUE
               ELSE
                   IF LOCK-FOUND AND LCK-LIVE
                       DISPLAY "ProcCall: stale run lock"
                               " from " LCK-JOB-NAME
                               " at " LCK-TIMESTAMP
                               " overridden by operator"
                   END-IF
                   SET LCK-LIVE TO TRUE
                   PERFORM 1230-PUT-LOCK
                   IF NOT CHAIN-ABORTED
                       SET LOCK-HELD TO TRUE
                   END-IF
               END-IF
               CLOSE PCLOCK-FILE
           END-IF
           IF LOCK-HELD
               PERFORM 1250-CLEAR-STALE-PROGRAM-LOCKS
           END-IF.

      * No lock file at all - first run on this system, or the file
      * was cleaned up by hand - is created empty: nothing is holding
      * any lock.
       1210-OPEN-LOCK-FILE.
           OPEN I-O PCLOCK-FILE
           IF WS-PCLOCK-STATUS = "35"
               OPEN OUTPUT PCLOCK-FILE
               IF WS-PCLOCK-STATUS = "00"
                   CLOSE PCLOCK-FILE
                   OPEN I-O PCLOCK-FILE
               END-IF
           END-IF
           IF WS-PCLOCK-STATUS NOT = "00"
               DISPLAY "ProcCall: EXCEPTION - PCLOCK-FILE open"
                       " failed, status " WS-PCLOCK-STATUS
               MOVE 16 TO RETURN-CODE
               SET RC-FATAL TO TRUE
               MOVE WS-PCLOCK-STATUS TO WS-OPS-STATUS
               MOVE "PCLOCK-FILE OPEN FAILED" TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               SET CHAIN-ABORTED TO TRUE
           END-IF.

       1220-READ-LOCK.
           MOVE "N" TO WS-LOCK-FOUND-SW
           MOVE WS-LOCK-KIND TO LCK-KIND
           MOVE WS-LOCK-NAME TO LCK-NAME
           READ PCLOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET LOCK-FOUND TO TRUE
           END-READ.

      * The caller has read the row (1220) and set LCK-STATUS; the
      * row is stamped with this job and stream and put back.
       1230-PUT-LOCK.
           MOVE WS-LOCK-KIND TO LCK-KIND
           MOVE WS-LOCK-NAME TO LCK-NAME
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP   TO LCK-TIMESTAMP
           MOVE WS-JOB-NAME    TO LCK-JOB-NAME
           MOVE WS-STREAM-NAME TO LCK-STREAM
           IF LOCK-FOUND
               REWRITE PCLOCK-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE PCLOCK-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           IF WS-PCLOCK-STATUS NOT = "00"
               DISPLAY "ProcCall: EXCEPTION - PCLOCK-FILE write"
                       " failed, status " WS-PCLOCK-STATUS
                       " for " LCK-KEY
               MOVE 16 TO RETURN-CODE
               SET RC-FATAL TO TRUE
               MOVE WS-PCLOCK-STATUS TO WS-OPS-STATUS
               MOVE "PCLOCK-FILE WRITE FAILED" TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               SET CHAIN-ABORTED TO TRUE
           END-IF.

      * Holding this stream's lock means nothing else in the stream
      * can be running, so any exclusive-program token still live
      * under the stream's name was left by a crashed run. A token
      * that cannot be cleared would refuse its program later in
      * the chain, so a lock file that will not open or a token that
      * will not rewrite stops the chain here instead.
       1250-CLEAR-STALE-PROGRAM-LOCKS.
           OPEN I-O PCLOCK-FILE
           IF WS-PCLOCK-STATUS NOT = "00"
               DISPLAY "ProcCall: EXCEPTION - PCLOCK-FILE open for"
                       " token clear-down failed, status "
                       WS-PCLOCK-STATUS
               MOVE 16 TO RETURN-CODE
               SET RC-FATAL TO TRUE
               MOVE WS-PCLOCK-STATUS TO WS-OPS-STATUS
               MOVE "PCLOCK-FILE OPEN FAILED" TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               SET CHAIN-ABORTED TO TRUE
           ELSE
               MOVE "N" TO WS-LOCK-EOF-SW
               MOVE "P" TO LCK-KIND
               MOVE LOW-VALUES TO LCK-NAME
               START PCLOCK-FILE KEY IS NOT LESS THAN LCK-KEY
                   INVALID KEY
                       SET PCLOCK-EOF TO TRUE
               END-START
               PERFORM UNTIL PCLOCK-EOF
                   READ PCLOCK-FILE NEXT RECORD
                       AT END
                           SET PCLOCK-EOF TO TRUE
                       NOT AT END
                           IF NOT LCK-PROGRAM-LOCK
                               SET PCLOCK-EOF TO TRUE
                           ELSE
                               IF LCK-LIVE
                                       AND LCK-STREAM = WS-STREAM-NAME
                                   PERFORM 1260-CLEAR-ONE-TOKEN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PCLOCK-FILE
           END-IF.

       1260-CLEAR-ONE-TOKEN.
           MOVE LCK-TIMESTAMP TO WS-STALE-TIMESTAMP
           SET LCK-RELEASED TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO LCK-TIMESTAMP
           MOVE WS-JOB-NAME  TO LCK-JOB-NAME
           REWRITE PCLOCK-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF WS-PCLOCK-STATUS NOT = "00"
               DISPLAY "ProcCall: EXCEPTION - PCLOCK-FILE rewrite"
                       " failed, status " WS-PCLOCK-STATUS
                       " - stale exclusive token for " LCK-NAME
                       " not cleared"
               MOVE 16 TO RETURN-CODE
               SET RC-FATAL TO TRUE
               MOVE WS-PCLOCK-STATUS TO WS-OPS-STATUS
               MOVE "PCLOCK-FILE REWRITE FAILED" TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               SET CHAIN-ABORTED TO TRUE
               SET PCLOCK-EOF TO TRUE
           ELSE
               DISPLAY "ProcCall: stale exclusive token for "
                       LCK-NAME " from " WS-STALE-TIMESTAMP
                       " cleared"
           END-IF.

       1100-VALIDATE-PARAMETERS.
           MOVE WS-TIMESTAMP        TO CLG-TIMESTAMP
           MOVE PROGRAM_NAME        TO CLG-PROGRAM-NAME
           MOVE WS-CURRENT-CALL-TYPE TO CLG-CALL-TYPE
           MOVE WS-STREAM-NAME      TO CLG-STREAM
           EVALUATE WS-CALL-INDEX
               WHEN 1
                   MOVE PARAMETER_1 TO CLG-PARAMETER-1
           MOVE PROGRAM_NAME   TO CHK-PROGRAM-NAME
           MOVE WS-TIMESTAMP   TO CHK-TIMESTAMP
           MOVE WS-CARD-NUMBER TO CHK-CARD-NUMBER
           MOVE WS-STREAM-NAME TO CHK-STREAM
           WRITE CHKPT-RECORD
               INVALID KEY
                   REWRITE CHKPT-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-WRITE
           IF WS-CHKPT-STATUS NOT = "00"
      * A checkpoint that fails to write is worse than no checkpoint
      * at all - a rerun would trust the last one it *could* read and
                                  WS-OPS-MESSAGE
           MOVE WS-OPS-RETURN-CODE-HOLD TO RETURN-CODE.

      * Only this stream's row goes - the other streams' restart
      * positions stay exactly where their own runs left them.
       9940-RESET-CHECKPOINT.
           MOVE WS-STREAM-NAME TO CHK-STREAM
           DELETE CHECKPOINT-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           CLOSE CHECKPOINT-FILE.

       9950-RELEASE-RUN-LOCK.
           PERFORM 1210-OPEN-LOCK-FILE
           IF WS-PCLOCK-STATUS = "00"
               MOVE "S" TO WS-LOCK-KIND
               MOVE WS-STREAM-NAME TO WS-LOCK-NAME
               PERFORM 1220-READ-LOCK
               SET LCK-RELEASED TO TRUE
               PERFORM 1230-PUT-LOCK
               CLOSE PCLOCK-FILE
           END-IF
           MOVE "N" TO WS-LOCK-HELD-SW.
