      * and posts one EMPHIST history row per employee: period,
      * PAYRATE, COM and its null flag, and the gross the period
      * paid, computed with the same arithmetic EMPRPT03 prints
      * (PAYRATE plus non-null COM). Employees on leave or
      * terminated are not posted - the same active-only rule
      * EMPRPT03 pays by, so history records what the period paid.
      * The deductions and net are posted alongside the gross,
      * worked out by the same DEDCLC01 call EMPRPT03 prints from;
      * deductions that cannot be worked out stop the close rather
      * than post a row with the gross and no deductions. The
      * employee's department is posted on the row too, for the
      * GLINT01 journal.
      *
      * The whole history file is swept first and the run REFUSED if
      * the period already has rows on file - a double-submitted
      * close must not double anyone's year-to-date - so the guard
      * runs before a single row is written, not per employee. A run
      * that stops partway through - deductions that cannot be
      * worked out, a failed FETCH - takes the rows it did write
      * back off again, so the guard does not refuse the rerun.
      *================================================================

       ENVIRONMENT DIVISION.
       01  WS-TIMESTAMP             PIC X(21).
       01  WS-PERIOD                PIC X(06).
           COPY RCCODE.
           COPY DEDCALC.

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-EMPTBL        VALUE "Y".
           88  JOB-ABORTED          VALUE "Y".
       01  WS-NEW-FILE-SW           PIC X(01) VALUE "N".
           88  NEW-HISTORY-FILE     VALUE "Y".
       01  WS-BACKOUT-FAILED-SW     PIC X(01) VALUE "N".
           88  BACKOUT-FAILED       VALUE "Y".

       01  WS-GROSS                 PIC S9(8)V99 COMP-3.
       01  WS-DED-IDX               PIC 9(02).
       01  WS-POSTED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-REMOVED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(05) VALUE ZERO.

      * Run-lifecycle fields for the RUNTRK01 recorder every

       EXEC SQL
           DECLARE EMPCLS-CSR CURSOR FOR
               SELECT ENO, DEPT, PAYRATE, COM
                 FROM EMPTBL
                WHERE COALESCE(EMPSTAT, ' ') NOT IN ('L', 'T')
                ORDER BY ENO
       END-EXEC.

       PERFORM UNTIL END-OF-EMPTBL OR JOB-ABORTED
           EXEC SQL
               FETCH EMPCLS-CSR INTO
                   :ENO, :DEPT, :PAYRATE, :COM :COM-NULL-IND
           END-EXEC
           CALL "RCXLATE" USING "SQLC" SQLCODE STANDARD-RETURN-CODE
           EVALUATE TRUE
           CLOSE EMPCLS-CSR
       END-EXEC.

       SET DCL-FINISH TO TRUE
       CALL "DEDCLC01" USING DEDCALC-AREA.

       IF JOB-ABORTED AND WS-POSTED-COUNT > ZERO
           PERFORM 3000-BACK-OUT-PERIOD
       END-IF

       CLOSE EMPHIST-FILE.

       DISPLAY "EMPCLS01: period " WS-PERIOD " - "
           MOVE ENO       TO EH-ENO
           MOVE WS-PERIOD TO EH-PERIOD
           MOVE PAYRATE   TO EH-PAYRATE
           MOVE DEPT      TO EH-DEPT
           IF COM-NULL-IND < 0
               MOVE ZERO TO EH-COM
               MOVE -1   TO EH-COM-NULL-IND
               COMPUTE WS-GROSS = PAYRATE + COM
           END-IF
           MOVE WS-GROSS TO EH-GROSS
           SET DCL-COMPUTE TO TRUE
           MOVE ENO       TO DCL-ENO
           MOVE WS-PERIOD TO DCL-PERIOD
           MOVE WS-GROSS  TO DCL-GROSS
           CALL "DEDCLC01" USING DEDCALC-AREA
           IF DCL-FAILED
               DISPLAY "EMPCLS01: EXCEPTION - deductions for"
                       " employee " ENO " not computed: "
                       DCL-MESSAGE
               MOVE 16 TO RETURN-CODE
               SET END-OF-EMPTBL TO TRUE
               SET JOB-ABORTED TO TRUE
           ELSE
               PERFORM 2100-WRITE-HISTORY-ROW
           END-IF.

       2100-WRITE-HISTORY-ROW.
           MOVE DCL-DED-TOTAL TO EH-DED-TOTAL
           MOVE DCL-NET       TO EH-NET
           MOVE DCL-DED-COUNT TO EH-DED-COUNT
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > 10
               IF WS-DED-IDX > DCL-DED-COUNT
                   MOVE SPACES TO EH-DED-CODE (WS-DED-IDX)
                   MOVE ZERO   TO EH-DED-AMOUNT (WS-DED-IDX)
               ELSE
                   MOVE DCL-DED-CODE (WS-DED-IDX)
                       TO EH-DED-CODE (WS-DED-IDX)
                   MOVE DCL-DED-AMOUNT (WS-DED-IDX)
                       TO EH-DED-AMOUNT (WS-DED-IDX)
               END-IF
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO EH-TIMESTAMP
           WRITE EMPHIST-RECORD
                   ADD 1 TO WS-POSTED-COUNT
           END-WRITE.

      * The guard proved the period was not on file when the run
      * began, so every row for it is one this run wrote. The file
      * may have been created OUTPUT, so it is reopened I-O and
      * swept front to back. A row that will not delete leaves the
      * period part-posted and the guard will refuse the rerun - say
      * so, so it is cleared by hand.
       3000-BACK-OUT-PERIOD.
           CLOSE EMPHIST-FILE
           OPEN I-O EMPHIST-FILE
           IF WS-EMPHIST-STATUS NOT = "00"
               DISPLAY "EMPCLS01: EXCEPTION - EMPHIST-FILE reopen"
                       " for back-out failed, status "
                       WS-EMPHIST-STATUS
               SET BACKOUT-FAILED TO TRUE
           ELSE
               MOVE "N" TO WS-HIST-EOF-SW
               PERFORM UNTIL EMPHIST-EOF
                   READ EMPHIST-FILE NEXT RECORD
                       AT END
                           SET EMPHIST-EOF TO TRUE
                       NOT AT END
                           IF EH-PERIOD = WS-PERIOD
                               PERFORM 3100-DELETE-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF BACKOUT-FAILED
               DISPLAY "EMPCLS01: EXCEPTION - period " WS-PERIOD
                       " is part-posted on EMPHIST - remove its"
                       " rows before it is run again"
           ELSE
               DISPLAY "EMPCLS01: period " WS-PERIOD " backed out -"
                       " " WS-REMOVED-COUNT " EMPHIST row(s) removed"
           END-IF.

       3100-DELETE-HISTORY-ROW.
           DELETE EMPHIST-FILE RECORD
               INVALID KEY
                   DISPLAY "EMPCLS01: EXCEPTION - EMPHIST-FILE delete"
                           " failed for " EH-ENO ", status "
                           WS-EMPHIST-STATUS
                   SET BACKOUT-FAILED TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-REMOVED-COUNT
           END-DELETE.

      * Start and end rows for the RUNHIST trail, RETURN-CODE
      * held and restored around the CALL - the same guard the
      * OPSLOG01 call sites use.
