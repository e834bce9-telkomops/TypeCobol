      * report on COMDELT totalling the commission impact per
      * department and for the run, so finance can sign off on what
      * the change actually cost.
      *
      * The transaction's rate is the lower band. The breakpoint,
      * upper rate and annual cap come from the department's COMRATE
      * row, or the "***" default's when the department has none
      * yet (one flat band, no cap, when there is neither), and
      * COMCLC01 works each commission out from them against what
      * EMPHIST shows paid this calendar year - the same call
      * EMPCOM01 fills with. The audit row says which band paid and
      * whether the cap clipped the figure, and every employee the
      * cap clipped is listed on the RCLCAP report.
      *
      * Each employee's recalculation is its own unit of work: the
      * UPDATE, its cap line, then its COMRAUD row, then the COMMIT, and
      * only once the commit came back clean is the position
      * checkpointed on RCLCHKP (MNTCHK layout) - the CRTRN ordinal
      * and the last ENO committed within that department, the way
      * ProcCall's CHKPT carries the card and the call within it.
      * A finished department, or a rejected rate change, is
      * checkpointed as done. The department cursor runs in ENO
      * order and is held across the commits, so a rerun after an
      * abend skips the finished rate changes, reopens the one in
      * flight past the last ENO checkpointed - no department is
      * left half at the old rate and half recomputed twice - and
      * says on both reports that it was a restart. The delta totals
      * of a restart cover only what it recomputed itself; the
      * prior run's COMRAUD rows hold the rest. An abort rolls the
      * open unit back. A clean finish clears the checkpoint.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMDELT-STATUS.

           SELECT RCLCAP-FILE ASSIGN TO "RCLCAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCLCAP-STATUS.

           SELECT MNTCHK-FILE ASSIGN TO "RCLCHKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTCHK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CRTRN-FILE.
       FD  COMDELT-FILE.
       01  RPT-LINE                 PIC X(100).

       FD  RCLCAP-FILE.
       01  CAP-LINE                 PIC X(100).

       FD  MNTCHK-FILE.
           COPY MNTCHK.

       WORKING-STORAGE SECTION.
       01  SQLCODE                  PIC S9(09) COMP.
           COPY EMPREC.
       01  WS-COMRATE-STATUS        PIC X(02).
       01  WS-COMRAUD-STATUS        PIC X(02).
       01  WS-COMDELT-STATUS        PIC X(02).
       01  WS-RCLCAP-STATUS         PIC X(02).
       01  WS-MNTCHK-STATUS         PIC X(02).
       01  WS-TIMESTAMP             PIC X(21).
       01  WS-CURRENT-YEAR          PIC X(04).
           COPY RCCODE.
           COPY COMCALC.

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  CRTRN-EOF            VALUE "Y".
       01  WS-TRAN-VALID-SW         PIC X(01) VALUE "Y".
           88  TRAN-VALID           VALUE "Y".

      * Where the prior run's checkpoint left off, and the ENO the
      * department cursor opens past - blank except for the rate
      * change that was in flight.
       01  WS-RESTART-TRAN          PIC 9(07) VALUE ZERO.
       01  WS-RESTART-ENO           PIC X(06) VALUE SPACES.
       01  WS-RESTART-DONE-SW       PIC X(01) VALUE "N".
           88  RESTART-TRAN-DONE    VALUE "Y".
       01  WS-RESTART-TIMESTAMP     PIC X(21) VALUE SPACES.
       01  WS-CSR-START-ENO         PIC X(06) VALUE SPACES.
       01  WS-SKIPPED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-TRAN-DISPLAY          PIC Z(06)9.
       01  WS-RESTART-TEXT          PIC X(100).

       01  WS-NEW-RATE              PIC 9V9(04).
       01  WS-RATE-X                PIC X(05).
       01  WS-RATE-9 REDEFINES WS-RATE-X
                                    PIC 9V9(04).
       01  WS-OLD-COM               PIC S9(7)V99 COMP-3.

      * The band structure the transaction's rate is paid under,
      * from the department's COMRATE row or the default's.
       01  WS-BREAKPOINT            PIC S9(7)V99 COMP-3.
       01  WS-UPPER-RATE            PIC S9(01)V9(04) COMP-3.
       01  WS-ANNUAL-CAP            PIC S9(7)V99 COMP-3.

       01  WS-AMOUNT-X              PIC X(09).
       01  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                    PIC 9(7)V99.
       01  WS-RECALC-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-CAPPED-COUNT          PIC 9(05) VALUE ZERO.

       01  WS-DEPT-EMP-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-DEPT-OLD-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-NEW-DISPLAY           PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-DELTA-DISPLAY         PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-DISPLAY         PIC Z(04)9.
       01  WS-COM-DISPLAY           PIC Z,ZZZ,ZZ9.99.
       01  WS-YTD-DISPLAY           PIC ZZ,ZZZ,ZZ9.99.
       01  WS-CAP-DISPLAY           PIC Z,ZZZ,ZZ9.99.
       01  WS-PAID-DISPLAY          PIC Z,ZZZ,ZZ9.99.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.

       PERFORM 9970-RECORD-RUN-START.

       PERFORM 0500-LOAD-CHECKPOINT.

       EXEC SQL
           DECLARE DEPTCOM-CSR CURSOR WITH HOLD FOR
               SELECT ENO, PAYRATE, COM
                 FROM EMPTBL
                WHERE DEPT = :DEPT
                  AND COM IS NOT NULL
                  AND ENO > :WS-CSR-START-ENO
                ORDER BY ENO
       END-EXEC.

       OPEN INPUT CRTRN-FILE.
           GOBACK
       END-IF

       OPEN OUTPUT RCLCAP-FILE.
       IF WS-RCLCAP-STATUS NOT = "00"
           DISPLAY "COMRCL01: EXCEPTION - RCLCAP-FILE open failed,"
                   " status " WS-RCLCAP-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE CRTRN-FILE
           CLOSE COMRATE-FILE
           CLOSE COMRAUD-FILE
           CLOSE COMDELT-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN EXTEND MNTCHK-FILE.
       IF WS-MNTCHK-STATUS NOT = "00" AND WS-MNTCHK-STATUS NOT = "05"
           DISPLAY "COMRCL01: EXCEPTION - MNTCHK-FILE open failed,"
                   " status " WS-MNTCHK-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE CRTRN-FILE
           CLOSE COMRATE-FILE
           CLOSE COMRAUD-FILE
           CLOSE COMDELT-FILE
           CLOSE RCLCAP-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       MOVE WS-TIMESTAMP(1:4) TO WS-CURRENT-YEAR
       MOVE "COMRCL01 RECALCULATED COMMISSIONS CLIPPED BY THE ANNUAL"
           TO CAP-LINE
       MOVE "CAP" TO CAP-LINE(57:3)
       WRITE CAP-LINE
       MOVE SPACES         TO CAP-LINE
       MOVE "ENO    DEP B" TO CAP-LINE(1:12)
       MOVE "BANDED-COM"   TO CAP-LINE(16:10)
       MOVE "YTD-COM-PAID" TO CAP-LINE(29:12)
       MOVE "ANNUAL-CAP"   TO CAP-LINE(45:10)
       MOVE "PAID"         TO CAP-LINE(65:4)
       WRITE CAP-LINE

       MOVE "COMRCL01 COMMISSION RECALCULATION DELTA REPORT"
           TO RPT-LINE
       WRITE RPT-LINE
       WRITE RPT-LINE
       MOVE SPACES TO RPT-LINE

       IF WS-RESTART-TRAN > ZERO
           PERFORM 0600-REPORT-RESTART
       END-IF

       PERFORM 1000-READ-TRANSACTION.
       PERFORM UNTIL CRTRN-EOF OR JOB-ABORTED
           ADD 1 TO WS-TRAN-COUNT
           IF WS-TRAN-COUNT < WS-RESTART-TRAN
                   OR (WS-TRAN-COUNT = WS-RESTART-TRAN
                       AND RESTART-TRAN-DONE)
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE SPACES TO WS-CSR-START-ENO
               IF WS-TRAN-COUNT = WS-RESTART-TRAN
                   MOVE WS-RESTART-ENO TO WS-CSR-START-ENO
               END-IF
               PERFORM 2000-EDIT-TRANSACTION
               IF TRAN-VALID
                   PERFORM 3000-RECALC-ONE-DEPARTMENT
               END-IF
               IF NOT JOB-ABORTED
                   MOVE SPACES TO ENO
                   SET MCK-TRAN-DONE TO TRUE
                   PERFORM 5000-WRITE-CHECKPOINT
               END-IF
           END-IF
           IF NOT JOB-ABORTED
               PERFORM 1000-READ-TRANSACTION

       PERFORM 8000-WRITE-RUN-TOTALS.

       IF JOB-ABORTED
           PERFORM 5600-ROLL-BACK-UNIT-OF-WORK
           CLOSE MNTCHK-FILE
       ELSE
           PERFORM 5100-RESET-CHECKPOINT
       END-IF.

       SET CCL-FINISH TO TRUE.
       CALL "COMCLC01" USING COMCALC-AREA.

       MOVE SPACES TO CAP-LINE.
       STRING "EMPLOYEES CLIPPED BY THE CAP " WS-CAPPED-COUNT
              DELIMITED BY SIZE INTO CAP-LINE.
       WRITE CAP-LINE.
       IF WS-RCLCAP-STATUS NOT = "00"
           DISPLAY "COMRCL01: EXCEPTION - RCLCAP-FILE write"
                   " failed, status " WS-RCLCAP-STATUS
           MOVE 16 TO RETURN-CODE
       END-IF.

       CLOSE CRTRN-FILE.
       CLOSE COMRATE-FILE.
       CLOSE COMRAUD-FILE.
       CLOSE COMDELT-FILE.
       CLOSE RCLCAP-FILE.

       DISPLAY "COMRCL01: " WS-TRAN-COUNT " rate change(s), "
               WS-RECALC-COUNT " commission(s) recomputed, "
               WS-EXCEPTION-COUNT " exception(s), "
               WS-REJECT-COUNT " rejected, "
               WS-CAPPED-COUNT " capped".

       IF JOB-ABORTED
           DISPLAY "COMRCL01: job stopped - remaining rate changes"
       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       0500-LOAD-CHECKPOINT.
           MOVE ZERO TO WS-RESTART-TRAN
           OPEN INPUT MNTCHK-FILE
           IF WS-MNTCHK-STATUS = "00"
               PERFORM UNTIL WS-MNTCHK-STATUS NOT = "00"
                   READ MNTCHK-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE MCK-TRAN-NUMBER  TO WS-RESTART-TRAN
                           MOVE MCK-LAST-ENO     TO WS-RESTART-ENO
                           MOVE MCK-TRAN-DONE-SW TO WS-RESTART-DONE-SW
                           MOVE MCK-TIMESTAMP
                               TO WS-RESTART-TIMESTAMP
                   END-READ
               END-PERFORM
               CLOSE MNTCHK-FILE
           END-IF.

      * Said on both reports, so finance reading COMDELT knows its
      * totals are this run's share only.
       0600-REPORT-RESTART.
           MOVE WS-RESTART-TRAN TO WS-TRAN-DISPLAY
           MOVE SPACES TO WS-RESTART-TEXT
           IF RESTART-TRAN-DONE
               DISPLAY "COMRCL01: restart - skipping first "
                       WS-RESTART-TRAN " rate change(s) already"
                       " processed by the prior run"
               STRING "RESTART - RESUMED AFTER RATE CHANGE "
                      WS-TRAN-DISPLAY " CHECKPOINTED "
                      WS-RESTART-TIMESTAMP(1:8) " "
                      WS-RESTART-TIMESTAMP(9:6)
                      DELIMITED BY SIZE INTO WS-RESTART-TEXT
           ELSE
               DISPLAY "COMRCL01: restart - resuming rate change "
                       WS-RESTART-TRAN " after employee "
                       WS-RESTART-ENO
               STRING "RESTART - RESUMED RATE CHANGE "
                      WS-TRAN-DISPLAY " AFTER EMPLOYEE "
                      WS-RESTART-ENO " CHECKPOINTED "
                      WS-RESTART-TIMESTAMP(1:8) " "
                      WS-RESTART-TIMESTAMP(9:6)
                      DELIMITED BY SIZE INTO WS-RESTART-TEXT
           END-IF
           MOVE WS-RESTART-TEXT TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE WS-RESTART-TEXT TO CAP-LINE
           WRITE CAP-LINE
           MOVE SPACES TO CAP-LINE.

       1000-READ-TRANSACTION.
           READ CRTRN-FILE
               AT END
           END-IF.

       2100-CROSS-CHECK-COMRATE.
           MOVE ZERO TO WS-BREAKPOINT
           MOVE ZERO TO WS-UPPER-RATE
           MOVE ZERO TO WS-ANNUAL-CAP
           MOVE CRT-DEPT TO CR-DEPT
           READ COMRATE-FILE
               INVALID KEY
                   DISPLAY "COMRCL01: WARNING - department "
                           CRT-DEPT " has no COMRATE row - the"
                           " transaction rate is applied anyway"
                   PERFORM 2200-TAKE-DEFAULT-BANDS
               NOT INVALID KEY
                   IF CR-RATE NOT = WS-NEW-RATE
                       DISPLAY "COMRCL01: WARNING - COMRATE rate"
                               " disagrees with the transaction -"
                               " the transaction rate is applied"
                   END-IF
                   MOVE CR-BREAKPOINT TO WS-BREAKPOINT
                   MOVE CR-UPPER-RATE TO WS-UPPER-RATE
                   MOVE CR-ANNUAL-CAP TO WS-ANNUAL-CAP
           END-READ.

      * The department's own row is still in flight; its employees
      * are paid under the default's bands and cap meanwhile, the
      * way EMPCOM01 fills them.
       2200-TAKE-DEFAULT-BANDS.
           MOVE "***" TO CR-DEPT
           READ COMRATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CR-BREAKPOINT TO WS-BREAKPOINT
                   MOVE CR-UPPER-RATE TO WS-UPPER-RATE
                   MOVE CR-ANNUAL-CAP TO WS-ANNUAL-CAP
           END-READ.

       3000-RECALC-ONE-DEPARTMENT.
               PERFORM 4000-WRITE-DEPT-DELTA-LINE
           END-IF.

      * A calculator that cannot read EMPHIST cannot apply the cap
      * for anyone still to come, so the run stops.
       3100-RECALC-ONE-EMPLOYEE.
           MOVE COM TO WS-OLD-COM
           SET CCL-COMPUTE TO TRUE
           MOVE ENO             TO CCL-ENO
           MOVE WS-CURRENT-YEAR TO CCL-YEAR
           MOVE PAYRATE         TO CCL-PAYRATE
           MOVE WS-NEW-RATE     TO CCL-LOWER-RATE
           MOVE WS-BREAKPOINT   TO CCL-BREAKPOINT
           MOVE WS-UPPER-RATE   TO CCL-UPPER-RATE
           MOVE WS-ANNUAL-CAP   TO CCL-ANNUAL-CAP
           CALL "COMCLC01" USING COMCALC-AREA
           IF CCL-FAILED
               DISPLAY "COMRCL01: EXCEPTION - commission for employee "
                       ENO " not computed: " CCL-MESSAGE
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               MOVE CCL-COM TO COM
               PERFORM 3150-UPDATE-COMMISSION
           END-IF.

      * Cap line first and the audit row last before the commit, so
      * a failed write leaves no COMRAUD row for an update the
      * rollback takes back; the counts and department totals only
      * take the employee once the commit has held.
       3150-UPDATE-COMMISSION.
           EXEC SQL
               UPDATE EMPTBL
                  SET COM = :COM
           END-EXEC
           CALL "RCXLATE" USING "SQLC" SQLCODE STANDARD-RETURN-CODE
           IF RC-SUCCESS
               IF CCL-CAPPED
                   PERFORM 3300-WRITE-CAP-LINE
               END-IF
               IF NOT JOB-ABORTED
                   PERFORM 3200-WRITE-AUDIT-RECORD
               END-IF
               IF NOT JOB-ABORTED
                   PERFORM 5500-COMMIT-UNIT-OF-WORK
                   IF RC-SUCCESS
                       ADD 1 TO WS-RECALC-COUNT
                       ADD 1 TO WS-DEPT-EMP-COUNT
                       ADD WS-OLD-COM TO WS-DEPT-OLD-TOTAL
                       ADD COM        TO WS-DEPT-NEW-TOTAL
                   END-IF
               END-IF
           ELSE
               DISPLAY "COMRCL01: EXCEPTION - update failed for"
                       " employee " ENO " with SQLCODE " SQLCODE
           MOVE COM          TO WS-AMOUNT-9
           MOVE WS-AMOUNT-X  TO CRA-NEW-COM
           MOVE CRT-NEW-RATE TO CRA-NEW-RATE
           MOVE CCL-BAND     TO CRA-BAND
           MOVE CCL-CAP-SW   TO CRA-CAP-CLIPPED
           MOVE CCL-BAND-COM TO WS-AMOUNT-9
           MOVE WS-AMOUNT-X  TO CRA-BAND-COM
           WRITE COMRCL-AUDIT-RECORD
           IF WS-COMRAUD-STATUS NOT = "00"
               DISPLAY "COMRCL01: EXCEPTION - COMRAUD-FILE write"
               SET JOB-ABORTED TO TRUE
           END-IF.

       3300-WRITE-CAP-LINE.
           MOVE CCL-BAND-COM   TO WS-COM-DISPLAY
           MOVE CCL-YTD-COM    TO WS-YTD-DISPLAY
           MOVE CCL-ANNUAL-CAP TO WS-CAP-DISPLAY
           MOVE CCL-COM        TO WS-PAID-DISPLAY
           MOVE SPACES TO CAP-LINE
           STRING ENO " " CRT-DEPT " " CCL-BAND " "
                  WS-COM-DISPLAY "  " WS-YTD-DISPLAY "  "
                  WS-CAP-DISPLAY "  " WS-PAID-DISPLAY
                  DELIMITED BY SIZE INTO CAP-LINE
           WRITE CAP-LINE
           IF WS-RCLCAP-STATUS NOT = "00"
               DISPLAY "COMRCL01: EXCEPTION - RCLCAP-FILE write"
                       " failed, status " WS-RCLCAP-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-CAPPED-COUNT
           END-IF.

       4000-WRITE-DEPT-DELTA-LINE.
           COMPUTE WS-DEPT-DELTA =
                   WS-DEPT-NEW-TOTAL - WS-DEPT-OLD-TOTAL
               MOVE 16 TO RETURN-CODE
           END-IF.

      * One row per committed employee, and one more once the rate
      * change is finished. Same reasoning as TIDUPD01's checkpoint:
      * one that fails to write stops the job rather than let a
      * rerun trust an older row.
       5000-WRITE-CHECKPOINT.
           MOVE WS-TRAN-COUNT TO MCK-TRAN-NUMBER
           MOVE ENO           TO MCK-LAST-ENO
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP  TO MCK-TIMESTAMP
           WRITE MNTCHK-RECORD
           IF WS-MNTCHK-STATUS NOT = "00"
               DISPLAY "COMRCL01: EXCEPTION - MNTCHK-FILE write"
                       " failed, status " WS-MNTCHK-STATUS
                       " at rate change " WS-TRAN-COUNT
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

       5100-RESET-CHECKPOINT.
           CLOSE MNTCHK-FILE
           OPEN OUTPUT MNTCHK-FILE
           CLOSE MNTCHK-FILE.

      * Commit first, checkpoint second, the order TIDUPD01 keeps:
      * a commit that fails stops the job with no checkpoint, so the
      * rerun resumes from the last employee both sides agree on.
       5500-COMMIT-UNIT-OF-WORK.
           EXEC SQL
               COMMIT
           END-EXEC
           CALL "RCXLATE" USING "SQLC" SQLCODE STANDARD-RETURN-CODE
           IF RC-SUCCESS
               MOVE "N" TO MCK-TRAN-DONE-SW
               PERFORM 5000-WRITE-CHECKPOINT
           ELSE
               DISPLAY "COMRCL01: EXCEPTION - COMMIT failed for"
                       " employee " ENO " with SQLCODE " SQLCODE
               DISPLAY "COMRCL01: job stopped - checkpoint not"
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
               DISPLAY "COMRCL01: EXCEPTION - ROLLBACK failed with"
                       " SQLCODE " SQLCODE
                       " - reconcile EMPTBL against COMRAUD"
                       " by hand before any rerun"
               MOVE 16 TO RETURN-CODE
           END-IF.

       9000-COUNT-REJECT.
           IF TRAN-VALID
               ADD 1 TO WS-REJECT-COUNT
