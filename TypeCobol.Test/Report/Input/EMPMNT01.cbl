      * return code when any transaction failed so the weekly HR run
      * is not mistaken for a clean pass. A change replaces the whole
      * record, so adds and changes carry the same field edits.
      *
      * Leave ("L"), return ("R") and terminate ("T") move the
      * employee between active, on-leave and terminated and stamp
      * the status date; a termination also sets the term date. A
      * "D" is applied as a termination - terminated employees stay
      * on file so inquiry can still answer for them, and only the
      * EMPPRG01 retention purge removes a row physically. A
      * terminated employee takes no changes until reinstated with
      * an "R".
      *
      * A change may carry a pay effective period: the new PAYRATE
      * took effect from that period, not from today. When the rate
      * on such a change differs from the master's, the change is
      * also written to the RETROQ queue, stamped like its audit
      * row, for EMPRET01 to price against the periods EMPCLS01 has
      * already closed. The period is refused on an add - a new hire
      * has no closed periods to put right.
      *
      * The run checkpoints its position in EMPTRN-FILE on EMPCHKP
      * (MNTCHK layout) the way TIDUPD01 checkpoints TIDTRN-FILE: a
      * row is appended once a transaction is finished - its master
      * change, audit row and any RETROQ row written, or its reject
      * line on the edit report - so the checkpoint never claims a
      * change whose audit row is not already on EMPAUD. A rerun
      * after an abend skips the transactions the last row covers
      * instead of rejecting every add as a duplicate and writing a
      * second audit row for every change, and says on the edit
      * report that it was a restart; its totals cover only the
      * transactions it processed itself. A clean end-of-file finish
      * clears the checkpoint so next week's file starts from the
      * top. The one transaction in flight when the job stopped is
      * the only one a rerun can meet again.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPEDT-STATUS.

           SELECT RETROQ-FILE ASSIGN TO "RETROQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETROQ-STATUS.

           SELECT MNTCHK-FILE ASSIGN TO "EMPCHKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTCHK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPTRN-FILE.
       FD  EMPEDT-FILE.
       01  RPT-LINE                 PIC X(100).

       FD  RETROQ-FILE.
           COPY RETROQ.

       FD  MNTCHK-FILE.
           COPY MNTCHK.

       WORKING-STORAGE SECTION.
       01  WS-EMPTRN-STATUS         PIC X(02).
       01  WS-EMPTBL-STATUS         PIC X(02).
       01  WS-DEPTTBL-STATUS        PIC X(02).
       01  WS-EMPAUD-STATUS         PIC X(02).
       01  WS-EMPEDT-STATUS         PIC X(02).
       01  WS-RETROQ-STATUS         PIC X(02).
       01  WS-MNTCHK-STATUS         PIC X(02).
       01  WS-OLD-PAYRATE           PIC X(09).
       01  WS-TIMESTAMP             PIC X(21).
       01  WS-EFFECTIVE-DATE        PIC X(08).

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  EMPTRN-EOF           VALUE "Y".
       01  WS-READ-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-RETRO-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-TRAN-NUMBER           PIC 9(07) VALUE ZERO.
       01  WS-RESTART-TRAN          PIC 9(07) VALUE ZERO.
       01  WS-RESTART-TIMESTAMP     PIC X(21) VALUE SPACES.
       01  WS-TRAN-DISPLAY          PIC Z(06)9.
       01  WS-COUNT-DISPLAY         PIC Z(04)9.

       01  WS-AMOUNT-X              PIC X(09).

       PERFORM 9970-RECORD-RUN-START.

       PERFORM 0500-LOAD-CHECKPOINT.

       OPEN INPUT EMPTRN-FILE.
       IF WS-EMPTRN-STATUS NOT = "00"
           DISPLAY "EMPMNT01: EXCEPTION - EMPTRN-FILE open failed,"
           GOBACK
       END-IF

       OPEN EXTEND RETROQ-FILE.
       IF WS-RETROQ-STATUS NOT = "00" AND WS-RETROQ-STATUS NOT = "05"
           DISPLAY "EMPMNT01: EXCEPTION - RETROQ-FILE open failed,"
                   " status " WS-RETROQ-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE EMPTRN-FILE
           CLOSE EMPTBL-FILE
           CLOSE DEPTTBL-FILE
           CLOSE EMPAUD-FILE
           CLOSE EMPEDT-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN EXTEND MNTCHK-FILE.
       IF WS-MNTCHK-STATUS NOT = "00" AND WS-MNTCHK-STATUS NOT = "05"
           DISPLAY "EMPMNT01: EXCEPTION - MNTCHK-FILE open failed,"
                   " status " WS-MNTCHK-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE EMPTRN-FILE
           CLOSE EMPTBL-FILE
           CLOSE DEPTTBL-FILE
           CLOSE EMPAUD-FILE
           CLOSE EMPEDT-FILE
           CLOSE RETROQ-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       MOVE "EMPMNT01 EMPTBL MAINTENANCE EDIT REPORT" TO RPT-LINE
       WRITE RPT-LINE
       MOVE SPACES TO RPT-LINE

       IF WS-RESTART-TRAN > ZERO
           PERFORM 0600-REPORT-RESTART
       END-IF

       PERFORM 1000-READ-TRANSACTION.
       PERFORM UNTIL EMPTRN-EOF OR JOB-ABORTED
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-TRAN-NUMBER
           IF WS-TRAN-NUMBER > WS-RESTART-TRAN
               PERFORM 2000-EDIT-TRANSACTION
               IF TRAN-VALID
                   PERFORM 3000-APPLY-TRANSACTION
               END-IF
               IF NOT JOB-ABORTED
                   PERFORM 5000-WRITE-CHECKPOINT
               END-IF
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           IF NOT JOB-ABORTED
               PERFORM 1000-READ-TRANSACTION

       PERFORM 8000-WRITE-TOTALS.

       IF EMPTRN-EOF AND NOT JOB-ABORTED
           PERFORM 5100-RESET-CHECKPOINT
       ELSE
           CLOSE MNTCHK-FILE
       END-IF

       CLOSE EMPTRN-FILE.
       CLOSE EMPTBL-FILE.
       CLOSE DEPTTBL-FILE.
       CLOSE EMPAUD-FILE.
       CLOSE EMPEDT-FILE.
       CLOSE RETROQ-FILE.

       IF WS-RETRO-COUNT NOT = ZERO
           DISPLAY "EMPMNT01: " WS-RETRO-COUNT
                   " pay change(s) queued for retroactive pay"
       END-IF.

       IF JOB-ABORTED
           DISPLAY "EMPMNT01: job stopped - remaining transactions"
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
                           MOVE MCK-TRAN-NUMBER TO WS-RESTART-TRAN
                           MOVE MCK-TIMESTAMP
                               TO WS-RESTART-TIMESTAMP
                   END-READ
               END-PERFORM
               CLOSE MNTCHK-FILE
           END-IF.

      * The restart is said on the edit report itself, not just the
      * console, so whoever reads the report knows the rejects the
      * prior run listed are on the report it overwrote.
       0600-REPORT-RESTART.
           MOVE WS-RESTART-TRAN TO WS-TRAN-DISPLAY
           DISPLAY "EMPMNT01: restart - skipping first "
                   WS-RESTART-TRAN " transaction(s) already"
                   " processed by the prior run"
           MOVE SPACES TO RPT-LINE
           STRING "RESTART - RESUMED AFTER TRANSACTION "
                  WS-TRAN-DISPLAY " CHECKPOINTED "
                  WS-RESTART-TIMESTAMP(1:8) " "
                  WS-RESTART-TIMESTAMP(9:6)
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE.

       1000-READ-TRANSACTION.
           READ EMPTRN-FILE
               AT END
       2000-EDIT-TRANSACTION.
           SET TRAN-VALID TO TRUE
           IF NOT ETR-ADD AND NOT ETR-CHANGE AND NOT ETR-DELETE
                   AND NOT ETR-LEAVE AND NOT ETR-RETURN
                   AND NOT ETR-TERMINATE
               MOVE "INVALID ACTION CODE" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           END-IF
           IF TRAN-VALID AND (ETR-ADD OR ETR-CHANGE)
               PERFORM 2100-EDIT-FIELDS
           END-IF
           IF TRAN-VALID AND NOT ETR-ADD AND NOT ETR-CHANGE
               PERFORM 2300-EDIT-EFFECTIVE-DATE
           END-IF.

       2100-EDIT-FIELDS.
               MOVE "COMMISSION NOT NUMERIC" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           IF ETR-PAY-EFFECTIVE-PERIOD NOT = SPACES
               PERFORM 2400-EDIT-PAY-EFFECTIVE-PERIOD
           END-IF
           MOVE "N" TO WS-STATE-VALID-SW
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > 51 OR STATE-VALID
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE.

      * A status action dated blank takes effect on the run date.
       2300-EDIT-EFFECTIVE-DATE.
           IF ETR-EFFECTIVE-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO WS-EFFECTIVE-DATE
           ELSE
               IF ETR-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               ELSE
                   MOVE ETR-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
               END-IF
           END-IF.

      * A pay effective period is a YYYYPP and only means anything
      * on a change to an employee who already has closed periods.
       2400-EDIT-PAY-EFFECTIVE-PERIOD.
           EVALUATE TRUE
               WHEN ETR-ADD
                   MOVE "PAY EFFECTIVE PERIOD ON AN ADD"
                       TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN ETR-PAY-EFFECTIVE-PERIOD NOT NUMERIC
                   MOVE "PAY EFFECTIVE PERIOD NOT NUMERIC"
                       TO RPT-LINE(40:32)
                   PERFORM 9000-WRITE-REJECT
               WHEN ETR-PAY-EFFECTIVE-PERIOD(5:2) = "00"
                   MOVE "PAY EFFECTIVE PERIOD INVALID"
                       TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE.

       3000-APPLY-TRANSACTION.
           MOVE "N" TO WS-MASTER-FOUND-SW
           MOVE ETR-ENO TO IX-ENO OF EMPTBL-RECORD
               WHEN ETR-ADD AND MASTER-FOUND
                   MOVE "EMPLOYEE ALREADY ON FILE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT ETR-ADD AND NOT MASTER-FOUND
                   MOVE "EMPLOYEE NOT ON FILE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN ETR-CHANGE AND IX-TERMINATED
                   MOVE "EMPLOYEE IS TERMINATED" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN ETR-LEAVE AND NOT IX-ACTIVE
                   MOVE "EMPLOYEE NOT ACTIVE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN ETR-RETURN AND IX-ACTIVE
                   MOVE "EMPLOYEE ALREADY ACTIVE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN (ETR-TERMINATE OR ETR-DELETE) AND IX-TERMINATED
                   MOVE "EMPLOYEE ALREADY TERMINATED"
                       TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN ETR-ADD
                   PERFORM 3100-APPLY-ADD
               WHEN ETR-CHANGE
                   PERFORM 3200-APPLY-CHANGE
               WHEN OTHER
                   PERFORM 3300-APPLY-STATUS-CHANGE
           END-EVALUATE.

       3100-APPLY-ADD.
           PERFORM 7100-CLEAR-BEFORE-IMAGE
           PERFORM 7000-BUILD-MASTER-FROM-TRAN
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "A"               TO IX-EMP-STATUS
           MOVE WS-TIMESTAMP(1:8) TO IX-STATUS-DATE
           MOVE SPACES            TO IX-TERM-DATE
           WRITE EMPTBL-RECORD
               INVALID KEY
                   MOVE "ADD REJECTED BY FILE" TO RPT-LINE(40:30)

       3200-APPLY-CHANGE.
           PERFORM 7300-FILL-BEFORE-IMAGE
           MOVE EAU-OLD-PAYRATE TO WS-OLD-PAYRATE
           PERFORM 7000-BUILD-MASTER-FROM-TRAN
           REWRITE EMPTBL-RECORD
               INVALID KEY
                   PERFORM 7200-FILL-AFTER-IMAGE
                   PERFORM 4000-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   IF ETR-PAY-EFFECTIVE-PERIOD NOT = SPACES
                           AND ETR-PAYRATE NOT = WS-OLD-PAYRATE
                           AND NOT JOB-ABORTED
                       PERFORM 4100-QUEUE-RETRO-PAY
                   END-IF
           END-REWRITE.

      * Leave, return and terminate rewrite the status fields only;
      * the rest of the after-image is the before-image unchanged.
       3300-APPLY-STATUS-CHANGE.
           PERFORM 7300-FILL-BEFORE-IMAGE
           MOVE WS-EFFECTIVE-DATE TO IX-STATUS-DATE
           EVALUATE TRUE
               WHEN ETR-LEAVE
                   MOVE "L" TO IX-EMP-STATUS
               WHEN ETR-RETURN
                   MOVE "A"    TO IX-EMP-STATUS
                   MOVE SPACES TO IX-TERM-DATE
               WHEN OTHER
                   MOVE "T" TO IX-EMP-STATUS
                   MOVE WS-EFFECTIVE-DATE TO IX-TERM-DATE
           END-EVALUATE
           REWRITE EMPTBL-RECORD
               INVALID KEY
                   MOVE "STATUS CHANGE REJECTED BY FILE"
                       TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   MOVE EAU-BEFORE-IMAGE TO EAU-AFTER-IMAGE
                   PERFORM 7400-FILL-STATUS-AFTER
                   PERFORM 4000-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
           END-REWRITE.

       4000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO EAU-TIMESTAMP
           MOVE ETR-ACTION   TO EAU-ACTION
           IF ETR-DELETE
               MOVE "T"      TO EAU-ACTION
           END-IF
           MOVE ETR-ENO      TO EAU-ENO
           SET EAU-FORWARD   TO TRUE
           WRITE EMPTBL-AUDIT-RECORD
               SET JOB-ABORTED TO TRUE
           END-IF.

      * The queue row carries the audit row's timestamp, so the
      * adjustments EMPRET01 writes can be traced to the change.
       4100-QUEUE-RETRO-PAY.
           MOVE SPACES            TO RETROQ-RECORD
           MOVE WS-TIMESTAMP      TO RTQ-TIMESTAMP
           MOVE ETR-ENO           TO RTQ-ENO
           MOVE ETR-LNAME         TO RTQ-LNAME
           MOVE ETR-FNAME         TO RTQ-FNAME
           MOVE ETR-DEPT          TO RTQ-DEPT
           MOVE ETR-PAY-EFFECTIVE-PERIOD TO RTQ-EFFECTIVE-PERIOD
           MOVE WS-OLD-PAYRATE    TO RTQ-OLD-PAYRATE
           MOVE ETR-PAYRATE       TO RTQ-NEW-PAYRATE
           WRITE RETROQ-RECORD
           IF WS-RETROQ-STATUS NOT = "00"
               DISPLAY "EMPMNT01: EXCEPTION - RETROQ-FILE write"
                       " failed, status " WS-RETROQ-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-RETRO-COUNT
           END-IF.

      * Written only once the transaction is completely finished.
      * Same reasoning as TIDUPD01's checkpoint: one that fails to
      * write stops the job, because a rerun would trust the last
      * row it could read and meet again every transaction applied
      * after it.
       5000-WRITE-CHECKPOINT.
           MOVE WS-TRAN-NUMBER TO MCK-TRAN-NUMBER
           MOVE ETR-ENO        TO MCK-LAST-ENO
           SET MCK-TRAN-DONE   TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP   TO MCK-TIMESTAMP
           WRITE MNTCHK-RECORD
           IF WS-MNTCHK-STATUS NOT = "00"
               DISPLAY "EMPMNT01: EXCEPTION - MNTCHK-FILE write"
                       " failed, status " WS-MNTCHK-STATUS
                       " at transaction " WS-TRAN-NUMBER
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

       5100-RESET-CHECKPOINT.
           CLOSE MNTCHK-FILE
           OPEN OUTPUT MNTCHK-FILE
           CLOSE MNTCHK-FILE.

       7000-BUILD-MASTER-FROM-TRAN.
           MOVE ETR-ENO     TO IX-ENO    OF EMPTBL-RECORD
           MOVE ETR-LNAME   TO IX-LNAME  OF EMPTBL-RECORD
           END-IF.

       7100-CLEAR-BEFORE-IMAGE.
           MOVE SPACES TO EAU-BEFORE-IMAGE
           MOVE SPACES TO EAU-STATUS-BEFORE.

       7200-FILL-AFTER-IMAGE.
           MOVE ETR-LNAME   TO EAU-NEW-LNAME
           ELSE
               MOVE ETR-COM TO EAU-NEW-COM
               MOVE "N"     TO EAU-NEW-COM-NULL
           END-IF
           PERFORM 7400-FILL-STATUS-AFTER.

      * The before-image comes from the master row just read, turned
      * back into display form so the audit file stays readable.
               MOVE IX-COM OF EMPTBL-RECORD TO WS-AMOUNT-9
               MOVE WS-AMOUNT-X TO EAU-OLD-COM
               MOVE "N"         TO EAU-OLD-COM-NULL
           END-IF
           MOVE IX-EMP-STATUS  TO EAU-OLD-EMP-STATUS
           MOVE IX-STATUS-DATE TO EAU-OLD-STATUS-DATE
           MOVE IX-TERM-DATE   TO EAU-OLD-TERM-DATE.

      * The status after-image is whatever the master row now holds.
       7400-FILL-STATUS-AFTER.
           MOVE IX-EMP-STATUS  TO EAU-NEW-EMP-STATUS
           MOVE IX-STATUS-DATE TO EAU-NEW-STATUS-DATE
           MOVE IX-TERM-DATE   TO EAU-NEW-TERM-DATE.

       8000-WRITE-TOTALS.
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           STRING "TRANSACTIONS REJECTED " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-RESTART-TRAN > ZERO
               MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "SKIPPED ON RESTART    " WS-COUNT-DISPLAY
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-EMPEDT-STATUS NOT = "00"
               DISPLAY "EMPMNT01: EXCEPTION - EMPEDT-FILE write"
                       " failed, status " WS-EMPEDT-STATUS
