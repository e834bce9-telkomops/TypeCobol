       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIDASF01.

      *================================================================
      * As-of reconstruction of TIDCA01. Auditors ask what an a/c/e/g
      * row's x value was at a given moment, and the snapshots only
      * answer for the moments TIDSNP01 happened to run - anything
      * in between meant reading TIDAUD by eye. This job takes the
      * as-of timestamp and optional key filters off the TIDASFP
      * card, picks from the TIDSCAT catalog the newest snapshot
      * generation whose extract completed at or before that moment,
      * and replays every TIDAUD row stamped after that extract and
      * up to the as-of time - forward updates, inserts and deletes
      * and TIDBKO01 backouts alike, each in the order it was
      * written - over the snapshot's rows.
      *
      * The chosen generation's dated dataset comes in on TIDSBASE,
      * pointed at by the step's JCL the same way TIDCMP01's TIDSOLD
      * is. Its row count must equal the count the catalog holds for
      * that generation, or the run is refused - replaying the right
      * audit rows over the wrong night's snapshot would produce a
      * confident, wrong answer.
      *
      * Every replayed audit row's before-image is checked against
      * the value replayed so far: an update or delete must find the
      * row present with exactly its before-image, an insert (or a
      * backout re-adding a deleted row) must find it absent. A row
      * that fails is a break in the chain - something changed the
      * row outside the audited path, or the trail lost a row - and
      * is flagged on the report; the replay then carries on from
      * that row's after-image, since the audit row is what the
      * database itself reported. Any break ends the run with
      * RETURN-CODE 4.
      *
      * The reconstructed rows - the whole table, or just the keys
      * the card selects - go to TIDASOF in the TIDSNAP layout and
      * key order, so TIDCMP01's match logic or anything else that
      * reads a snapshot can read it. The TIDASFR report lists each
      * key the replay touched, its snapshot value against its as-of
      * value, and every break.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIDASFP-FILE ASSIGN TO "TIDASFP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIDASFP-STATUS.

           SELECT TIDSCAT-FILE ASSIGN TO "TIDSCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIDSCAT-STATUS.

           SELECT TIDSBASE-FILE ASSIGN TO "TIDSBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIDSBASE-STATUS.

           SELECT TIDAUD-FILE ASSIGN TO "TIDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIDAUD-STATUS.

           SELECT TIDASOF-FILE ASSIGN TO "TIDASOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIDASOF-STATUS.

           SELECT ASFRPT-FILE ASSIGN TO "TIDASFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIDASFP-FILE.
           COPY TIDASFP.

       FD  TIDSCAT-FILE.
           COPY TIDSCAT.

       FD  TIDSBASE-FILE.
       01  TIDSBASE-RECORD          PIC X(50).

       FD  TIDAUD-FILE.
           COPY TIDAUD.

       FD  TIDASOF-FILE.
           COPY TIDSNP.

       FD  ASFRPT-FILE.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-TIDASFP-STATUS        PIC X(02).
       01  WS-TIDSCAT-STATUS        PIC X(02).
       01  WS-TIDSBASE-STATUS       PIC X(02).
       01  WS-TIDAUD-STATUS         PIC X(02).
       01  WS-TIDASOF-STATUS        PIC X(02).
       01  WS-ASFRPT-STATUS         PIC X(02).

       01  WS-CAT-EOF-SW            PIC X(01) VALUE "N".
           88  TIDSCAT-EOF          VALUE "Y".
       01  WS-AUD-EOF-SW            PIC X(01) VALUE "N".
           88  TIDAUD-EOF           VALUE "Y".
       01  WS-BASE-EOF-SW           PIC X(01) VALUE "N".
           88  TIDSBASE-EOF         VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".

      * The card: the as-of moment and the key filters.
       01  WS-AS-OF                 PIC X(14).
       01  WS-FILTER.
           05  WS-FILTER-A          PIC X(10).
           05  WS-FILTER-C          PIC X(10).
           05  WS-FILTER-E          PIC X(10).
           05  WS-FILTER-G          PIC X(10).

      * A candidate key from a snapshot or audit row, judged against
      * the filters.
       01  WS-CAND-KEY.
           05  WS-CAND-A            PIC X(10).
           05  WS-CAND-C            PIC X(10).
           05  WS-CAND-E            PIC X(10).
           05  WS-CAND-G            PIC X(10).
       01  WS-KEY-SELECTED-SW       PIC X(01) VALUE "N".
           88  KEY-SELECTED         VALUE "Y".

      * The generation the replay starts from, held as the catalog
      * streams past.
       01  WS-GEN-FOUND-SW          PIC X(01) VALUE "N".
           88  GEN-FOUND            VALUE "Y".
       01  WS-GEN-DATE              PIC X(08).
       01  WS-GEN-COUNT             PIC 9(07).
       01  WS-GEN-STAMP             PIC X(21).

      * Snapshot rows land here off their X(50) FD records, the way
      * TIDCMP01 reads them; HIGH-VALUES in the key marks the
      * snapshot drained.
       01  WS-SNAP.
           05  WS-SNAP-KEY          PIC X(40) VALUE LOW-VALUES.
           05  WS-SNAP-X            PIC X(10).
       01  WS-BASE-TAKEN-SW         PIC X(01) VALUE "N".
           88  BASE-ROW-TAKEN       VALUE "Y".

      * The audit rows to replay, kept in key order by insertion
      * as they load; equal keys stay in the order TIDAUD wrote them,
      * which is the order they happened.
       01  WS-AUD-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-AUD-MAX               PIC 9(04) VALUE 1000.
       01  WS-AUD-IDX               PIC 9(04) VALUE ZERO.
       01  WS-AUD-SLOT              PIC 9(04).
       01  WS-AUD-PREV              PIC 9(04).
       01  WS-SLOT-FOUND-SW         PIC X(01) VALUE "N".
           88  SLOT-FOUND           VALUE "Y".
       01  WS-AUD-TABLE.
           05  WS-AUD-ENTRY OCCURS 1000 TIMES.
               10  WS-AUD-KEY       PIC X(40).
               10  WS-AUD-STAMP     PIC X(21).
               10  WS-AUD-OLD-X     PIC X(10).
               10  WS-AUD-NEW-X     PIC X(10).
               10  WS-AUD-ACTION    PIC X(01).
       01  WS-NEW-ENTRY.
           05  WS-NEW-KEY           PIC X(40).
           05  WS-NEW-STAMP         PIC X(21).
           05  WS-NEW-OLD-X         PIC X(10).
           05  WS-NEW-NEW-X         PIC X(10).
           05  WS-NEW-ACTION        PIC X(01).

      * One key's replay: where it started, where it stands.
       01  WS-REPLAY-KEY            PIC X(40).
       01  WS-NEXT-AUD-KEY          PIC X(40).
       01  WS-ORIG-PRESENT-SW       PIC X(01).
           88  ORIG-PRESENT         VALUE "Y".
       01  WS-ORIG-X                PIC X(10).
       01  WS-PRESENT-SW            PIC X(01).
           88  ROW-PRESENT          VALUE "Y".
       01  WS-REPLAY-X              PIC X(10).
       01  WS-KEY-TOUCHED-SW        PIC X(01).
           88  KEY-TOUCHED          VALUE "Y".
       01  WS-REPLAY-ACTION         PIC X(01).
           88  REPLAY-UPDATE        VALUE "U".
           88  REPLAY-INSERT        VALUE "I".
           88  REPLAY-DELETE        VALUE "D".
       01  WS-BREAK-SW              PIC X(01).
           88  CHAIN-BROKEN         VALUE "Y".
       01  WS-HAD-X                 PIC X(10).
       01  WS-FROM-X                PIC X(10).
       01  WS-TO-X                  PIC X(10).

       01  WS-BASE-ROW-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-BASE-USED-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-REPLAYED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-OUTPUT-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-CHANGED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-BREAK-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-COUNT-DISPLAY         PIC Z(06)9.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "TIDASF01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

       PERFORM 1000-READ-PARM-CARD.
       IF JOB-ABORTED
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       PERFORM 1100-FIND-GENERATION.
       IF JOB-ABORTED
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       IF NOT GEN-FOUND
           DISPLAY "TIDASF01: no catalog generation completed at or"
                   " before " WS-AS-OF " - nothing to replay from,"
                   " reconstruction refused"
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       PERFORM 1200-VERIFY-BASE-SNAPSHOT.
       IF JOB-ABORTED
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       PERFORM 1300-LOAD-AUDIT-ROWS.
       IF JOB-ABORTED
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT ASFRPT-FILE.
       IF WS-ASFRPT-STATUS NOT = "00"
           DISPLAY "TIDASF01: EXCEPTION - ASFRPT-FILE open failed,"
                   " status " WS-ASFRPT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT TIDASOF-FILE.
       IF WS-TIDASOF-STATUS NOT = "00"
           DISPLAY "TIDASF01: EXCEPTION - TIDASOF-FILE open failed,"
                   " status " WS-TIDASOF-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE ASFRPT-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT TIDSBASE-FILE.
       IF WS-TIDSBASE-STATUS NOT = "00"
           DISPLAY "TIDASF01: EXCEPTION - TIDSBASE-FILE reopen"
                   " failed, status " WS-TIDSBASE-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE ASFRPT-FILE
           CLOSE TIDASOF-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       PERFORM 2000-WRITE-REPORT-HEADING.

       PERFORM 2100-READ-BASE-ROW.
       PERFORM 3050-PEEK-AUDIT-KEY.
       PERFORM UNTIL (WS-SNAP-KEY = HIGH-VALUES
                      AND WS-NEXT-AUD-KEY = HIGH-VALUES)
                  OR JOB-ABORTED
           PERFORM 3000-REPLAY-ONE-KEY
       END-PERFORM.

       CLOSE TIDSBASE-FILE.
       CLOSE TIDASOF-FILE.

       PERFORM 8000-WRITE-TOTALS.
       CLOSE ASFRPT-FILE.

       DISPLAY "TIDASF01: " WS-OUTPUT-COUNT " row(s) reconstructed"
               " as of " WS-AS-OF " from the " WS-GEN-DATE
               " generation, " WS-REPLAYED-COUNT " audit row(s)"
               " replayed, " WS-BREAK-COUNT " break(s)".

       IF JOB-ABORTED
           MOVE 16 TO RETURN-CODE
       ELSE
           IF WS-BREAK-COUNT NOT = ZERO AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       1000-READ-PARM-CARD.
           OPEN INPUT TIDASFP-FILE
           IF WS-TIDASFP-STATUS NOT = "00"
               DISPLAY "TIDASF01: EXCEPTION - TIDASFP-FILE open"
                       " failed, status " WS-TIDASFP-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               READ TIDASFP-FILE
                   AT END
                       DISPLAY "TIDASF01: TIDASFP-FILE is empty -"
                               " no as-of time, nothing"
                               " reconstructed"
                       MOVE 16 TO RETURN-CODE
                       SET JOB-ABORTED TO TRUE
                   NOT AT END
                       MOVE ASF-AS-OF-TIMESTAMP TO WS-AS-OF
                       MOVE ASF-KEY-A TO WS-FILTER-A
                       MOVE ASF-KEY-C TO WS-FILTER-C
                       MOVE ASF-KEY-E TO WS-FILTER-E
                       MOVE ASF-KEY-G TO WS-FILTER-G
               END-READ
               CLOSE TIDASFP-FILE
           END-IF
           IF NOT JOB-ABORTED AND WS-AS-OF NOT NUMERIC
               DISPLAY "TIDASF01: as-of time " WS-AS-OF
                       " is not a valid YYYYMMDDHHMMSS -"
                       " nothing reconstructed"
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

      * The newest generation whose extract completed by the as-of
      * second; a re-extract the same night supersedes the earlier
      * registration exactly as it does for TIDCAT01.
       1100-FIND-GENERATION.
           OPEN INPUT TIDSCAT-FILE
           IF WS-TIDSCAT-STATUS NOT = "00"
               DISPLAY "TIDASF01: EXCEPTION - TIDSCAT-FILE open"
                       " failed, status " WS-TIDSCAT-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               PERFORM UNTIL TIDSCAT-EOF
                   READ TIDSCAT-FILE
                       AT END
                           SET TIDSCAT-EOF TO TRUE
                       NOT AT END
                           IF SCT-TIMESTAMP(1:14) NOT > WS-AS-OF
                                   AND (NOT GEN-FOUND
                                   OR SCT-TIMESTAMP > WS-GEN-STAMP)
                               SET GEN-FOUND TO TRUE
                               MOVE SCT-DATASET-DATE  TO WS-GEN-DATE
                               MOVE SCT-EXTRACT-COUNT TO WS-GEN-COUNT
                               MOVE SCT-TIMESTAMP     TO WS-GEN-STAMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIDSCAT-FILE
           END-IF.

      * The JCL names the dataset; the catalog's row count is the
      * check that it named the generation the catalog picked.
       1200-VERIFY-BASE-SNAPSHOT.
           OPEN INPUT TIDSBASE-FILE
           IF WS-TIDSBASE-STATUS NOT = "00"
               DISPLAY "TIDASF01: EXCEPTION - TIDSBASE-FILE open"
                       " failed, status " WS-TIDSBASE-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               PERFORM UNTIL TIDSBASE-EOF
                   READ TIDSBASE-FILE
                       AT END
                           SET TIDSBASE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-BASE-ROW-COUNT
                   END-READ
               END-PERFORM
               CLOSE TIDSBASE-FILE
               IF WS-BASE-ROW-COUNT NOT = WS-GEN-COUNT
                   DISPLAY "TIDASF01: TIDSBASE holds "
                           WS-BASE-ROW-COUNT " row(s) but the "
                           WS-GEN-DATE " generation registered "
                           WS-GEN-COUNT " - not that generation's"
                           " snapshot, reconstruction refused"
                   MOVE 16 TO RETURN-CODE
                   SET JOB-ABORTED TO TRUE
               END-IF
           END-IF.

      * Without the trail there is nothing to replay, and the
      * snapshot alone would be passed off as the as-of answer - so
      * an unreadable TIDAUD refuses the run outright.
       1300-LOAD-AUDIT-ROWS.
           OPEN INPUT TIDAUD-FILE
           IF WS-TIDAUD-STATUS NOT = "00"
               DISPLAY "TIDASF01: EXCEPTION - TIDAUD-FILE open"
                       " failed, status " WS-TIDAUD-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               PERFORM UNTIL TIDAUD-EOF OR JOB-ABORTED
                   READ TIDAUD-FILE
                       AT END
                           SET TIDAUD-EOF TO TRUE
                       NOT AT END
                           PERFORM 1400-TABLE-ONE-AUDIT-ROW
                   END-READ
               END-PERFORM
               CLOSE TIDAUD-FILE
           END-IF.

      * Rows stamped after the extract completed and no later than
      * the as-of second, for the keys the card selects.
       1400-TABLE-ONE-AUDIT-ROW.
           IF AUD-TIMESTAMP > WS-GEN-STAMP
                   AND AUD-TIMESTAMP(1:14) NOT > WS-AS-OF
               MOVE AUD-KEY-A TO WS-CAND-A
               MOVE AUD-KEY-C TO WS-CAND-C
               MOVE AUD-KEY-E TO WS-CAND-E
               MOVE AUD-KEY-G TO WS-CAND-G
               PERFORM 1500-APPLY-KEY-FILTER
               IF KEY-SELECTED
                   IF WS-AUD-COUNT < WS-AUD-MAX
                       MOVE WS-CAND-KEY   TO WS-NEW-KEY
                       MOVE AUD-TIMESTAMP TO WS-NEW-STAMP
                       MOVE AUD-OLD-X     TO WS-NEW-OLD-X
                       MOVE AUD-NEW-X     TO WS-NEW-NEW-X
                       MOVE AUD-ACTION    TO WS-NEW-ACTION
                       PERFORM 1600-INSERT-AUDIT-ENTRY
                   ELSE
                       DISPLAY "TIDASF01: EXCEPTION - more than "
                               WS-AUD-MAX " audit rows to replay -"
                               " narrow the keys on the card or"
                               " choose an as-of nearer a snapshot"
                       MOVE 16 TO RETURN-CODE
                       SET JOB-ABORTED TO TRUE
                   END-IF
               END-IF
           END-IF.

      * A blank filter field matches any value.
       1500-APPLY-KEY-FILTER.
           SET KEY-SELECTED TO TRUE
           IF WS-FILTER-A NOT = SPACES AND WS-CAND-A NOT = WS-FILTER-A
               MOVE "N" TO WS-KEY-SELECTED-SW
           END-IF
           IF WS-FILTER-C NOT = SPACES AND WS-CAND-C NOT = WS-FILTER-C
               MOVE "N" TO WS-KEY-SELECTED-SW
           END-IF
           IF WS-FILTER-E NOT = SPACES AND WS-CAND-E NOT = WS-FILTER-E
               MOVE "N" TO WS-KEY-SELECTED-SW
           END-IF
           IF WS-FILTER-G NOT = SPACES AND WS-CAND-G NOT = WS-FILTER-G
               MOVE "N" TO WS-KEY-SELECTED-SW
           END-IF.

      * Insertion into the replay table: entries above the new key
      * move up one, an equal key stays below, so one key's rows
      * keep the order TIDAUD holds them in.
       1600-INSERT-AUDIT-ENTRY.
           ADD 1 TO WS-AUD-COUNT
           MOVE WS-AUD-COUNT TO WS-AUD-SLOT
           MOVE "N" TO WS-SLOT-FOUND-SW
           PERFORM UNTIL SLOT-FOUND
               IF WS-AUD-SLOT = 1
                   SET SLOT-FOUND TO TRUE
               ELSE
                   COMPUTE WS-AUD-PREV = WS-AUD-SLOT - 1
                   IF WS-AUD-KEY (WS-AUD-PREV) > WS-NEW-KEY
                       MOVE WS-AUD-ENTRY (WS-AUD-PREV)
                         TO WS-AUD-ENTRY (WS-AUD-SLOT)
                       MOVE WS-AUD-PREV TO WS-AUD-SLOT
                   ELSE
                       SET SLOT-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-NEW-ENTRY TO WS-AUD-ENTRY (WS-AUD-SLOT).

       2000-WRITE-REPORT-HEADING.
           MOVE "TIDASF01 TIDCA01 AS-OF RECONSTRUCTION" TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "AS OF " WS-AS-OF(1:8) " " WS-AS-OF(9:6)
                  "  FROM THE " WS-GEN-DATE " GENERATION, EXTRACT"
                  " COMPLETED " WS-GEN-STAMP(1:8) " "
                  WS-GEN-STAMP(9:6)
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-FILTER = SPACES
               MOVE "KEYS: ALL" TO RPT-LINE
           ELSE
               STRING "KEYS: A=" WS-FILTER-A " C=" WS-FILTER-C
                      " E=" WS-FILTER-E " G=" WS-FILTER-G
                      "  (BLANK = ANY)"
                      DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "A/C/E/G KEY" TO RPT-LINE(1:11)
           MOVE "SNAPSHOT"    TO RPT-LINE(42:8)
           MOVE "AS-OF"       TO RPT-LINE(56:5)
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE.

      * The next selected snapshot row; rows the filters leave out
      * are read past.
       2100-READ-BASE-ROW.
           MOVE "N" TO WS-BASE-TAKEN-SW
           PERFORM UNTIL BASE-ROW-TAKEN OR WS-SNAP-KEY = HIGH-VALUES
               READ TIDSBASE-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-SNAP-KEY
                   NOT AT END
                       MOVE TIDSBASE-RECORD TO WS-SNAP
                       MOVE WS-SNAP-KEY TO WS-CAND-KEY
                       PERFORM 1500-APPLY-KEY-FILTER
                       IF KEY-SELECTED
                           SET BASE-ROW-TAKEN TO TRUE
                           ADD 1 TO WS-BASE-USED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      * The lower of the next snapshot key and the next audit key is
      * the key to replay: a snapshot row starts present with its
      * snapshot value, a key only the audit rows know starts absent.
       3000-REPLAY-ONE-KEY.
           IF WS-SNAP-KEY NOT > WS-NEXT-AUD-KEY
               MOVE WS-SNAP-KEY TO WS-REPLAY-KEY
               MOVE "Y"         TO WS-ORIG-PRESENT-SW
               MOVE WS-SNAP-X   TO WS-ORIG-X
               PERFORM 2100-READ-BASE-ROW
           ELSE
               MOVE WS-NEXT-AUD-KEY TO WS-REPLAY-KEY
               MOVE "N"             TO WS-ORIG-PRESENT-SW
               MOVE SPACES          TO WS-ORIG-X
           END-IF
           MOVE WS-ORIG-PRESENT-SW TO WS-PRESENT-SW
           MOVE WS-ORIG-X          TO WS-REPLAY-X
           MOVE "N" TO WS-KEY-TOUCHED-SW
           PERFORM UNTIL WS-NEXT-AUD-KEY NOT = WS-REPLAY-KEY
                   OR JOB-ABORTED
               PERFORM 3100-REPLAY-AUDIT-ROW
               ADD 1 TO WS-AUD-IDX
               PERFORM 3050-PEEK-AUDIT-KEY
           END-PERFORM
           IF ROW-PRESENT
               PERFORM 3300-WRITE-AS-OF-ROW
           END-IF
           IF KEY-TOUCHED AND NOT JOB-ABORTED
               PERFORM 3400-REPORT-KEY
           END-IF.

       3050-PEEK-AUDIT-KEY.
           IF WS-AUD-IDX = ZERO
               MOVE 1 TO WS-AUD-IDX
           END-IF
           IF WS-AUD-IDX > WS-AUD-COUNT
               MOVE HIGH-VALUES TO WS-NEXT-AUD-KEY
           ELSE
               MOVE WS-AUD-KEY (WS-AUD-IDX) TO WS-NEXT-AUD-KEY
           END-IF.

      * The action byte says what the row records; a backout (or a
      * row older than the byte) is read by its shape, the way
      * TIDCMP01 reads it - a blank before-image re-adds the row, a
      * blank after-image removes it, anything else updates it.
       3100-REPLAY-AUDIT-ROW.
           ADD 1 TO WS-REPLAYED-COUNT
           SET KEY-TOUCHED TO TRUE
           MOVE "N" TO WS-BREAK-SW
           MOVE WS-AUD-ACTION (WS-AUD-IDX) TO WS-REPLAY-ACTION
           IF ROW-PRESENT
               MOVE WS-REPLAY-X TO WS-HAD-X
           ELSE
               MOVE "*ABSENT*"  TO WS-HAD-X
           END-IF
           EVALUATE TRUE
               WHEN REPLAY-INSERT
               WHEN NOT REPLAY-UPDATE AND NOT REPLAY-DELETE
                       AND WS-AUD-OLD-X (WS-AUD-IDX) = SPACES
                   IF ROW-PRESENT
                       SET CHAIN-BROKEN TO TRUE
                   END-IF
                   MOVE "Y" TO WS-PRESENT-SW
                   MOVE WS-AUD-NEW-X (WS-AUD-IDX) TO WS-REPLAY-X
               WHEN REPLAY-DELETE
               WHEN NOT REPLAY-UPDATE
                       AND WS-AUD-NEW-X (WS-AUD-IDX) = SPACES
                   IF NOT ROW-PRESENT
                       OR WS-REPLAY-X NOT = WS-AUD-OLD-X (WS-AUD-IDX)
                       SET CHAIN-BROKEN TO TRUE
                   END-IF
                   MOVE "N"    TO WS-PRESENT-SW
                   MOVE SPACES TO WS-REPLAY-X
               WHEN OTHER
                   IF NOT ROW-PRESENT
                       OR WS-REPLAY-X NOT = WS-AUD-OLD-X (WS-AUD-IDX)
                       SET CHAIN-BROKEN TO TRUE
                   END-IF
                   MOVE "Y" TO WS-PRESENT-SW
                   MOVE WS-AUD-NEW-X (WS-AUD-IDX) TO WS-REPLAY-X
           END-EVALUATE
           IF CHAIN-BROKEN
               PERFORM 3200-REPORT-BREAK
           END-IF.

       3200-REPORT-BREAK.
           ADD 1 TO WS-BREAK-COUNT
           MOVE SPACES TO RPT-LINE
           STRING "BREAK " WS-REPLAY-KEY " "
                  WS-AUD-STAMP (WS-AUD-IDX) (1:14) " "
                  WS-AUD-ACTION (WS-AUD-IDX)
                  " HAD " WS-HAD-X
                  " EXPECTED " WS-AUD-OLD-X (WS-AUD-IDX)
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       3300-WRITE-AS-OF-ROW.
           MOVE WS-REPLAY-KEY(1:10)  TO SNP-KEY-A
           MOVE WS-REPLAY-KEY(11:10) TO SNP-KEY-C
           MOVE WS-REPLAY-KEY(21:10) TO SNP-KEY-E
           MOVE WS-REPLAY-KEY(31:10) TO SNP-KEY-G
           MOVE WS-REPLAY-X          TO SNP-X
           WRITE TIDSNAP-RECORD
           IF WS-TIDASOF-STATUS NOT = "00"
               DISPLAY "TIDASF01: EXCEPTION - TIDASOF-FILE write"
                       " failed, status " WS-TIDASOF-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-OUTPUT-COUNT
           END-IF.

      * One line per key the replay touched, snapshot value against
      * as-of value - a key whose changes cancelled out still shows,
      * since the auditor asked about the interval.
       3400-REPORT-KEY.
           IF ORIG-PRESENT
               MOVE WS-ORIG-X  TO WS-FROM-X
           ELSE
               MOVE "*ABSENT*" TO WS-FROM-X
           END-IF
           IF ROW-PRESENT
               MOVE WS-REPLAY-X TO WS-TO-X
           ELSE
               MOVE "*ABSENT*"  TO WS-TO-X
           END-IF
           IF WS-FROM-X NOT = WS-TO-X
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING WS-REPLAY-KEY " " WS-FROM-X " -> " WS-TO-X
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       8000-WRITE-TOTALS.
           MOVE WS-BASE-USED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "SNAPSHOT ROWS SELECTED  " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-REPLAYED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "AUDIT ROWS REPLAYED     " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-CHANGED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "KEYS CHANGED SINCE SNAP " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-OUTPUT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "ROWS RECONSTRUCTED      " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-BREAK-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "BREAKS IN THE CHAIN     " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           IF JOB-ABORTED
               MOVE "RUN STOPPED - RECONSTRUCTION INCOMPLETE"
                   TO RPT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.

       9000-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF WS-ASFRPT-STATUS NOT = "00"
               DISPLAY "TIDASF01: EXCEPTION - ASFRPT-FILE write"
                       " failed, status " WS-ASFRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

      * Start and end rows for the RUNHIST trail, RETURN-CODE
      * held and restored around the CALL - the same guard the
      * OPSLOG01 call sites use.
       9970-RECORD-RUN-START.
           MOVE RETURN-CODE TO WS-RUN-RC-HOLD
           MOVE "S" TO WS-RUN-EVENT
           CALL "RUNTRK01" USING WS-RUN-JOB-NAME WS-RUN-EVENT
                                  WS-RUN-RC-HOLD
           MOVE WS-RUN-RC-HOLD TO RETURN-CODE.

       9980-RECORD-RUN-END.
           MOVE RETURN-CODE TO WS-RUN-RC-HOLD
           MOVE "E" TO WS-RUN-EVENT
           CALL "RUNTRK01" USING WS-RUN-JOB-NAME WS-RUN-EVENT
                                  WS-RUN-RC-HOLD
           MOVE WS-RUN-RC-HOLD TO RETURN-CODE.

       END PROGRAM TIDASF01.
