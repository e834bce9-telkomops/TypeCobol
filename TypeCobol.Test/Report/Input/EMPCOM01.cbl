      * that is a typo'd DEPT getting a defensible-looking figure,
      * not a new department awaiting its rate row. Once this runs
      * nightly the exception report shrinks to genuinely odd cases
      * instead of listing routine backlog. Terminated employees are
      * never filled (they stay on EMPTBL until the retention purge);
      * an employee on leave is, so the figure is there on return.
      *
      * The figure itself comes from COMCLC01: the rate row's bands
      * (lower rate up to the PAYRATE breakpoint, upper rate above
      * it) and the department's annual cap against the commission
      * EMPHIST shows paid this calendar year. The audit row says
      * which band paid and whether the cap clipped the figure, and
      * every employee the cap clipped is listed on the COMCAP
      * report so sales management sees who has topped out.
      *
      * Each fill is its own unit of work: the UPDATE, its cap line,
      * then its audit row, then the COMMIT, and only once the commit
      * came back clean is the employee checkpointed on COMCHKP
      * (MNTCHK layout) - the TIDUPD01 order, so the checkpoint never
      * claims a fill the audit trail does not show or the database
      * could still roll back. The cursor runs in ENO order and is
      * held across the commits; a rerun after an abend opens it
      * past the last ENO checkpointed and says on the COMCAP report
      * that it was a restart. An abort rolls the open fill back. A
      * clean finish clears the checkpoint so the next night starts
      * from the top.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMAUD-STATUS.

           SELECT COMCAP-FILE ASSIGN TO "COMCAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMCAP-STATUS.

           SELECT MNTCHK-FILE ASSIGN TO "COMCHKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTCHK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMRATE-FILE.
       FD  COMAUD-FILE.
           COPY COMAUD.

       FD  COMCAP-FILE.
       01  RPT-LINE                 PIC X(100).

       FD  MNTCHK-FILE.
           COPY MNTCHK.

       WORKING-STORAGE SECTION.
       01  SQLCODE                  PIC S9(09) COMP.
           COPY EMPREC.
       01  WS-COMRATE-STATUS        PIC X(02).
       01  WS-DEPTTBL-STATUS        PIC X(02).
       01  WS-COMAUD-STATUS         PIC X(02).
       01  WS-COMCAP-STATUS         PIC X(02).
       01  WS-MNTCHK-STATUS         PIC X(02).
       01  WS-RESTART-ENO           PIC X(06) VALUE SPACES.
       01  WS-RESTART-TIMESTAMP     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP             PIC X(21).
       01  WS-CURRENT-YEAR          PIC X(04).
       01  WS-COMM-ELIGIBLE-THRESH  PIC S9(7)V99 VALUE 30000.00.
           COPY RCCODE.
           COPY COMCALC.

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-EMPTBL        VALUE "Y".
       01  WS-UPDATED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-UNKNOWN-DEPT-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-CAPPED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-COM-DISPLAY           PIC Z,ZZZ,ZZ9.99.
       01  WS-YTD-DISPLAY           PIC ZZ,ZZZ,ZZ9.99.
       01  WS-CAP-DISPLAY           PIC Z,ZZZ,ZZ9.99.
       01  WS-PAID-DISPLAY          PIC Z,ZZZ,ZZ9.99.

       01  WS-AMOUNT-X              PIC X(09).
       01  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X

       PERFORM 9970-RECORD-RUN-START.

       PERFORM 0500-LOAD-CHECKPOINT.

       EXEC SQL
           DECLARE NULLCOM-CSR CURSOR WITH HOLD FOR
               SELECT ENO, DEPT, PAYRATE
                 FROM EMPTBL
                WHERE COM IS NULL
                  AND PAYRATE > :WS-COMM-ELIGIBLE-THRESH
                  AND COALESCE(EMPSTAT, ' ') <> 'T'
                  AND ENO > :WS-RESTART-ENO
                ORDER BY ENO
       END-EXEC.

       OPEN INPUT COMRATE-FILE.
           GOBACK
       END-IF.

       OPEN OUTPUT COMCAP-FILE.
       IF WS-COMCAP-STATUS NOT = "00"
           DISPLAY "EMPCOM01: EXCEPTION - COMCAP-FILE open failed,"
                   " status " WS-COMCAP-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE COMRATE-FILE
           CLOSE DEPTTBL-FILE
           CLOSE COMAUD-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF.

       OPEN EXTEND MNTCHK-FILE.
       IF WS-MNTCHK-STATUS NOT = "00" AND WS-MNTCHK-STATUS NOT = "05"
           DISPLAY "EMPCOM01: EXCEPTION - MNTCHK-FILE open failed,"
                   " status " WS-MNTCHK-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE COMRATE-FILE
           CLOSE DEPTTBL-FILE
           CLOSE COMAUD-FILE
           CLOSE COMCAP-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF.

       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
       MOVE WS-TIMESTAMP(1:4) TO WS-CURRENT-YEAR.
       MOVE "EMPCOM01 COMMISSION FILLS CLIPPED BY THE ANNUAL CAP"
           TO RPT-LINE.
       WRITE RPT-LINE.
       MOVE SPACES         TO RPT-LINE.
       MOVE "ENO    DEP B" TO RPT-LINE(1:12).
       MOVE "BANDED-COM"   TO RPT-LINE(16:10).
       MOVE "YTD-COM-PAID" TO RPT-LINE(29:12).
       MOVE "ANNUAL-CAP"   TO RPT-LINE(45:10).
       MOVE "PAID"         TO RPT-LINE(65:4).
       WRITE RPT-LINE.
       MOVE SPACES TO RPT-LINE.

       IF WS-RESTART-ENO NOT = SPACES
           PERFORM 0600-REPORT-RESTART
       END-IF.

       EXEC SQL
           OPEN NULLCOM-CSR
       END-EXEC.
                           " SQLCODE " SQLCODE
                   MOVE 16 TO RETURN-CODE
                   SET END-OF-EMPTBL TO TRUE
                   SET JOB-ABORTED TO TRUE
           END-EVALUATE
       END-PERFORM.

           CLOSE NULLCOM-CSR
       END-EXEC.

       IF JOB-ABORTED
           PERFORM 5600-ROLL-BACK-UNIT-OF-WORK
           CLOSE MNTCHK-FILE
       ELSE
           PERFORM 5100-RESET-CHECKPOINT
       END-IF.

       SET CCL-FINISH TO TRUE.
       CALL "COMCLC01" USING COMCALC-AREA.

       MOVE SPACES TO RPT-LINE.
       STRING "EMPLOYEES CLIPPED BY THE CAP " WS-CAPPED-COUNT
              DELIMITED BY SIZE INTO RPT-LINE.
       WRITE RPT-LINE.
       IF WS-COMCAP-STATUS NOT = "00"
           DISPLAY "EMPCOM01: EXCEPTION - COMCAP-FILE write"
                   " failed, status " WS-COMCAP-STATUS
           MOVE 16 TO RETURN-CODE
       END-IF.

       CLOSE COMRATE-FILE.
       CLOSE DEPTTBL-FILE.
       CLOSE COMAUD-FILE.
       CLOSE COMCAP-FILE.

       DISPLAY "EMPCOM01: read " WS-READ-COUNT
               " updated " WS-UPDATED-COUNT
               " exceptions " WS-EXCEPTION-COUNT
               " unknown-department fills " WS-UNKNOWN-DEPT-COUNT
               " capped " WS-CAPPED-COUNT.

      * A default fill for a department DEPTTBL does not know is a
      * misclassification waiting to be found, not a failure: the
       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       0500-LOAD-CHECKPOINT.
           MOVE SPACES TO WS-RESTART-ENO
           OPEN INPUT MNTCHK-FILE
           IF WS-MNTCHK-STATUS = "00"
               PERFORM UNTIL WS-MNTCHK-STATUS NOT = "00"
                   READ MNTCHK-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE MCK-LAST-ENO  TO WS-RESTART-ENO
                           MOVE MCK-TIMESTAMP
                               TO WS-RESTART-TIMESTAMP
                   END-READ
               END-PERFORM
               CLOSE MNTCHK-FILE
           END-IF.

       0600-REPORT-RESTART.
           DISPLAY "EMPCOM01: restart - resuming after employee "
                   WS-RESTART-ENO ", the last fill the prior run"
                   " committed"
           MOVE SPACES TO RPT-LINE
           STRING "RESTART - RESUMED AFTER EMPLOYEE "
                  WS-RESTART-ENO " CHECKPOINTED "
                  WS-RESTART-TIMESTAMP(1:8) " "
                  WS-RESTART-TIMESTAMP(9:6)
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE.

       2000-FILL-ONE-COMMISSION.
           PERFORM 2100-LOOK-UP-RATE
           IF RATE-FOUND
               PERFORM 2300-COMPUTE-COMMISSION
               IF CCL-OK
                   MOVE CCL-COM TO COM
                   MOVE ZERO TO COM-NULL-IND
                   PERFORM 3000-UPDATE-COMMISSION
               END-IF
           ELSE
               DISPLAY "EMPCOM01: no rate for department " DEPT
                       " and no default - employee " ENO " skipped"
               ADD 1 TO WS-UNKNOWN-DEPT-COUNT
           END-IF.

      * The bands and the cap come off whichever rate row was found.
      * A calculator that cannot read EMPHIST cannot apply the cap,
      * and that is true for every employee still to come - the
      * run stops rather than fill past anyone's cap.
       2300-COMPUTE-COMMISSION.
           SET CCL-COMPUTE TO TRUE
           MOVE ENO              TO CCL-ENO
           MOVE WS-CURRENT-YEAR  TO CCL-YEAR
           MOVE PAYRATE          TO CCL-PAYRATE
           MOVE CR-RATE          TO CCL-LOWER-RATE
           MOVE CR-BREAKPOINT    TO CCL-BREAKPOINT
           MOVE CR-UPPER-RATE    TO CCL-UPPER-RATE
           MOVE CR-ANNUAL-CAP    TO CCL-ANNUAL-CAP
           CALL "COMCLC01" USING COMCALC-AREA
           IF CCL-FAILED
               DISPLAY "EMPCOM01: EXCEPTION - commission for employee "
                       ENO " not computed: " CCL-MESSAGE
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

      * The audit row is the last thing written before the commit,
      * so a cap line that fails to write leaves nothing on COMAUD
      * for the fill the rollback takes back - the restart redoes
      * the employee and audits it once.
       3000-UPDATE-COMMISSION.
           EXEC SQL
               UPDATE EMPTBL
           END-EXEC
           CALL "RCXLATE" USING "SQLC" SQLCODE STANDARD-RETURN-CODE
           IF RC-SUCCESS
               IF CCL-CAPPED
                   PERFORM 5000-WRITE-CAP-LINE
               END-IF
               IF NOT JOB-ABORTED
                   PERFORM 4000-WRITE-AUDIT-RECORD
               END-IF
               IF NOT JOB-ABORTED
                   PERFORM 5500-COMMIT-UNIT-OF-WORK
                   IF RC-SUCCESS
                       ADD 1 TO WS-UPDATED-COUNT
                   END-IF
               END-IF
           ELSE
               DISPLAY "EMPCOM01: EXCEPTION - update failed for"
                       " employee " ENO " with SQLCODE " SQLCODE
           MOVE COM          TO WS-AMOUNT-9
           MOVE WS-AMOUNT-X  TO CAU-NEW-COM
           MOVE WS-RATE-SOURCE TO CAU-RATE-SOURCE
           MOVE CCL-BAND       TO CAU-BAND
           MOVE CCL-CAP-SW     TO CAU-CAP-CLIPPED
           MOVE CCL-BAND-COM   TO WS-AMOUNT-9
           MOVE WS-AMOUNT-X    TO CAU-BAND-COM
           WRITE EMPCOM-AUDIT-RECORD
           IF WS-COMAUD-STATUS NOT = "00"
               DISPLAY "EMPCOM01: EXCEPTION - COMAUD-FILE write"
               SET JOB-ABORTED TO TRUE
           END-IF.

       5000-WRITE-CAP-LINE.
           MOVE CCL-BAND-COM   TO WS-COM-DISPLAY
           MOVE CCL-YTD-COM    TO WS-YTD-DISPLAY
           MOVE CCL-ANNUAL-CAP TO WS-CAP-DISPLAY
           MOVE CCL-COM        TO WS-PAID-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING ENO " " DEPT " " CCL-BAND " "
                  WS-COM-DISPLAY "  " WS-YTD-DISPLAY "  "
                  WS-CAP-DISPLAY "  " WS-PAID-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-COMCAP-STATUS NOT = "00"
               DISPLAY "EMPCOM01: EXCEPTION - COMCAP-FILE write"
                       " failed, status " WS-COMCAP-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-CAPPED-COUNT
           END-IF.

       5100-RESET-CHECKPOINT.
           CLOSE MNTCHK-FILE
           OPEN OUTPUT MNTCHK-FILE
           CLOSE MNTCHK-FILE.

      * Commit first, checkpoint second, the order TIDUPD01 keeps:
      * a commit that fails stops the job with no checkpoint, so the
      * rerun resumes from the last fill both sides agree on.
       5500-COMMIT-UNIT-OF-WORK.
           EXEC SQL
               COMMIT
           END-EXEC
           CALL "RCXLATE" USING "SQLC" SQLCODE STANDARD-RETURN-CODE
           IF RC-SUCCESS
               PERFORM 5700-WRITE-CHECKPOINT
           ELSE
               DISPLAY "EMPCOM01: EXCEPTION - COMMIT failed for"
                       " employee " ENO " with SQLCODE " SQLCODE
               DISPLAY "EMPCOM01: job stopped - checkpoint not"
                       " written for uncommitted work"
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

       5600-ROLL-BACK-UNIT-OF-WORK.
           EXEC SQL
               ROLLBACK
           END-EXEC
           CALL "RCXLATE" USING "SQLC" SQLCODE STANDARD-RETURN-CODE
           IF NOT RC-SUCCESS
               DISPLAY "EMPCOM01: EXCEPTION - ROLLBACK failed with"
                       " SQLCODE " SQLCODE
                       " - reconcile EMPTBL against COMAUD"
                       " by hand before any rerun"
               MOVE 16 TO RETURN-CODE
           END-IF.

      * Same reasoning as TIDUPD01's checkpoint: one that fails to
      * write stops the job rather than let a rerun trust an older
      * row.
       5700-WRITE-CHECKPOINT.
           MOVE ZERO         TO MCK-TRAN-NUMBER
           MOVE ENO          TO MCK-LAST-ENO
           MOVE "N"          TO MCK-TRAN-DONE-SW
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO MCK-TIMESTAMP
           WRITE MNTCHK-RECORD
           IF WS-MNTCHK-STATUS NOT = "00"
               DISPLAY "EMPCOM01: EXCEPTION - MNTCHK-FILE write"
                       " failed, status " WS-MNTCHK-STATUS
                       " after employee " ENO
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

      * Start and end rows for the RUNHIST trail, RETURN-CODE
      * held and restored around the CALL - the same guard the
      * OPSLOG01 call sites use.
