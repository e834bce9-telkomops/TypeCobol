       IDENTIFICATION DIVISION.
       PROGRAM-ID. DPLMNT01.

      *================================================================
      * Transaction-driven maintenance for the indexed DEPTPLN
      * department plan, in the style DEDMNT01 maintains DEDMST:
      * reads DPLTRN-FILE, one add / change / delete per record,
      * fully edits every field before anything touches the plan,
      * applies the survivors, and writes a before/after DPLAUD row
      * for every applied change. Rejects go to the DPLEDT edit
      * report with a reason per line and are never applied; the
      * job ends with a nonzero return code when any transaction
      * failed. Until now the plan lived in a spreadsheet nobody
      * compared with the payroll; DPLRPT01 reports against this.
      *
      * Edits: action code valid, department and period present,
      * the period a numeric YYYYPP, the planned headcount and
      * gross numeric. An add must name a department on DEPTTBL
      * that is active - planning for a department that has been
      * closed is a keying error, not a budget. A change replaces
      * the whole row, so adds and changes carry the same edits.
      *
      * DEPTPLN is created on the first run (status 35), the same
      * way DEDMNT01 creates DEDMST.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPLTRN-FILE ASSIGN TO "DPLTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPLTRN-STATUS.

           SELECT DEPTPLN-FILE ASSIGN TO "DEPTPLN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPL-KEY
               FILE STATUS IS WS-DEPTPLN-STATUS.

           SELECT DEPTTBL-FILE ASSIGN TO "DEPTTBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-CODE
               FILE STATUS IS WS-DEPTTBL-STATUS.

           SELECT DPLAUD-FILE ASSIGN TO "DPLAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPLAUD-STATUS.

           SELECT DPLEDT-FILE ASSIGN TO "DPLEDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPLEDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPLTRN-FILE.
           COPY DPLTRN.

       FD  DEPTPLN-FILE.
           COPY DEPTPLN.

       FD  DEPTTBL-FILE.
           COPY DEPTTBL.

       FD  DPLAUD-FILE.
           COPY DPLAUD.

       FD  DPLEDT-FILE.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DPLTRN-STATUS         PIC X(02).
       01  WS-DEPTPLN-STATUS        PIC X(02).
       01  WS-DEPTTBL-STATUS        PIC X(02).
       01  WS-DPLAUD-STATUS         PIC X(02).
       01  WS-DPLEDT-STATUS         PIC X(02).
       01  WS-TIMESTAMP             PIC X(21).

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  DPLTRN-EOF           VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".
       01  WS-TRAN-VALID-SW         PIC X(01) VALUE "Y".
           88  TRAN-VALID           VALUE "Y".
       01  WS-MASTER-FOUND-SW       PIC X(01) VALUE "N".
           88  MASTER-FOUND         VALUE "Y".
       01  WS-DEPT-FOUND-SW         PIC X(01) VALUE "N".
           88  DEPT-FOUND           VALUE "Y".

       01  WS-READ-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-COUNT-DISPLAY         PIC Z(04)9.

       01  WS-HEADCOUNT-X           PIC X(05).
       01  WS-HEADCOUNT-9 REDEFINES WS-HEADCOUNT-X
                                    PIC 9(05).
       01  WS-GROSS-X               PIC X(11).
       01  WS-GROSS-9 REDEFINES WS-GROSS-X
                                    PIC 9(9)V99.
       01  WS-PERIOD-X              PIC X(06).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-X.
           05  WS-PERIOD-YEAR       PIC 9(04).
           05  WS-PERIOD-NUMBER     PIC 9(02).

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "DPLMNT01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

       OPEN INPUT DPLTRN-FILE.
       IF WS-DPLTRN-STATUS NOT = "00"
           DISPLAY "DPLMNT01: EXCEPTION - DPLTRN-FILE open failed,"
                   " status " WS-DPLTRN-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

      * First run ever: create the plan empty, then reopen it for
      * update.
       OPEN I-O DEPTPLN-FILE.
       IF WS-DEPTPLN-STATUS = "35"
           OPEN OUTPUT DEPTPLN-FILE
           IF WS-DEPTPLN-STATUS = "00"
               CLOSE DEPTPLN-FILE
               OPEN I-O DEPTPLN-FILE
           END-IF
       END-IF.
       IF WS-DEPTPLN-STATUS NOT = "00"
           DISPLAY "DPLMNT01: EXCEPTION - DEPTPLN-FILE open failed,"
                   " status " WS-DEPTPLN-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE DPLTRN-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT DEPTTBL-FILE.
       IF WS-DEPTTBL-STATUS NOT = "00"
           DISPLAY "DPLMNT01: EXCEPTION - DEPTTBL-FILE open failed,"
                   " status " WS-DEPTTBL-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE DPLTRN-FILE
           CLOSE DEPTPLN-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN EXTEND DPLAUD-FILE.
       IF WS-DPLAUD-STATUS NOT = "00" AND WS-DPLAUD-STATUS NOT = "05"
           DISPLAY "DPLMNT01: EXCEPTION - DPLAUD-FILE open failed,"
                   " status " WS-DPLAUD-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE DPLTRN-FILE
           CLOSE DEPTPLN-FILE
           CLOSE DEPTTBL-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT DPLEDT-FILE.
       IF WS-DPLEDT-STATUS NOT = "00"
           DISPLAY "DPLMNT01: EXCEPTION - DPLEDT-FILE open failed,"
                   " status " WS-DPLEDT-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE DPLTRN-FILE
           CLOSE DEPTPLN-FILE
           CLOSE DEPTTBL-FILE
           CLOSE DPLAUD-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       MOVE "DPLMNT01 DEPTPLN MAINTENANCE EDIT REPORT" TO RPT-LINE
       WRITE RPT-LINE
       MOVE SPACES TO RPT-LINE

       PERFORM 1000-READ-TRANSACTION.
       PERFORM UNTIL DPLTRN-EOF OR JOB-ABORTED
           ADD 1 TO WS-READ-COUNT
           PERFORM 2000-EDIT-TRANSACTION
           IF TRAN-VALID
               PERFORM 3000-APPLY-TRANSACTION
           END-IF
           IF NOT JOB-ABORTED
               PERFORM 1000-READ-TRANSACTION
           END-IF
       END-PERFORM.

       PERFORM 8000-WRITE-TOTALS.

       CLOSE DPLTRN-FILE.
       CLOSE DEPTPLN-FILE.
       CLOSE DEPTTBL-FILE.
       CLOSE DPLAUD-FILE.
       CLOSE DPLEDT-FILE.

       IF JOB-ABORTED
           DISPLAY "DPLMNT01: job stopped - remaining transactions"
                   " not applied"
           MOVE 16 TO RETURN-CODE
       ELSE
           IF WS-REJECT-COUNT NOT = ZERO
               DISPLAY "DPLMNT01: " WS-REJECT-COUNT
                       " transaction(s) rejected"
               MOVE 16 TO RETURN-CODE
           END-IF
       END-IF.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       1000-READ-TRANSACTION.
           READ DPLTRN-FILE
               AT END
                   SET DPLTRN-EOF TO TRUE
           END-READ.

       2000-EDIT-TRANSACTION.
           SET TRAN-VALID TO TRUE
           IF NOT PTR-ADD AND NOT PTR-CHANGE AND NOT PTR-DELETE
               MOVE "INVALID ACTION CODE" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           IF PTR-DEPT = SPACES OR PTR-DEPT = LOW-VALUES
               MOVE "DEPARTMENT MISSING" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           MOVE PTR-PERIOD TO WS-PERIOD-X
           PERFORM 2200-EDIT-PERIOD
           IF TRAN-VALID AND (PTR-ADD OR PTR-CHANGE)
               PERFORM 2100-EDIT-FIELDS
           END-IF.

       2100-EDIT-FIELDS.
           IF PTR-HEADCOUNT NOT NUMERIC
               MOVE "HEADCOUNT NOT NUMERIC" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           IF PTR-GROSS NOT NUMERIC
               MOVE "PLANNED GROSS NOT NUMERIC" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF.

      * A period is the EMPHIST YYYYPP id - numeric, with a period
      * number that is not zero.
       2200-EDIT-PERIOD.
           IF WS-PERIOD-X NOT NUMERIC
               MOVE "PERIOD NOT A VALID YYYYPP" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           ELSE
               IF WS-PERIOD-NUMBER = ZERO
                   MOVE "PERIOD NOT A VALID YYYYPP"
                       TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               END-IF
           END-IF.

       3000-APPLY-TRANSACTION.
           MOVE "N" TO WS-MASTER-FOUND-SW
           MOVE PTR-DEPT   TO DPL-DEPT
           MOVE PTR-PERIOD TO DPL-PERIOD
           READ DEPTPLN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ
           IF PTR-ADD
               PERFORM 3050-CHECK-DEPARTMENT
           END-IF
           EVALUATE TRUE
               WHEN PTR-ADD AND MASTER-FOUND
                   MOVE "PLAN ALREADY ON FILE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT PTR-ADD AND NOT MASTER-FOUND
                   MOVE "PLAN NOT ON FILE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN PTR-ADD AND NOT DEPT-FOUND
                   MOVE "DEPARTMENT NOT ON DEPTTBL" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN PTR-ADD AND NOT DPT-ACTIVE
                   MOVE "DEPARTMENT IS INACTIVE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN PTR-ADD
                   PERFORM 3100-APPLY-ADD
               WHEN PTR-CHANGE
                   PERFORM 3200-APPLY-CHANGE
               WHEN OTHER
                   PERFORM 3300-APPLY-DELETE
           END-EVALUATE.

       3050-CHECK-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE PTR-DEPT TO DPT-CODE
           READ DEPTTBL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET DEPT-FOUND TO TRUE
           END-READ.

       3100-APPLY-ADD.
           MOVE SPACES TO PAU-BEFORE-IMAGE
           PERFORM 7000-BUILD-PLAN-FROM-TRAN
           WRITE DEPTPLN-RECORD
               INVALID KEY
                   MOVE "ADD REJECTED BY FILE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 7200-FILL-AFTER-IMAGE
                   PERFORM 4000-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
           END-WRITE.

       3200-APPLY-CHANGE.
           PERFORM 7300-FILL-BEFORE-IMAGE
           PERFORM 7000-BUILD-PLAN-FROM-TRAN
           REWRITE DEPTPLN-RECORD
               INVALID KEY
                   MOVE "CHANGE REJECTED BY FILE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 7200-FILL-AFTER-IMAGE
                   PERFORM 4000-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
           END-REWRITE.

       3300-APPLY-DELETE.
           PERFORM 7300-FILL-BEFORE-IMAGE
           DELETE DEPTPLN-FILE
               INVALID KEY
                   MOVE "DELETE REJECTED BY FILE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   MOVE SPACES TO PAU-AFTER-IMAGE
                   PERFORM 4000-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
           END-DELETE.

       4000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO PAU-TIMESTAMP
           MOVE PTR-ACTION   TO PAU-ACTION
           MOVE PTR-DEPT     TO PAU-DEPT
           MOVE PTR-PERIOD   TO PAU-PERIOD
           WRITE DPLAN-AUDIT-RECORD
           IF WS-DPLAUD-STATUS NOT = "00"
      * No maintenance without its audit trail - a write failure
      * stops the job, the same rule DEDMNT01 applies to DEDAUD.
               DISPLAY "DPLMNT01: EXCEPTION - DPLAUD-FILE write"
                       " failed, status " WS-DPLAUD-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

       7000-BUILD-PLAN-FROM-TRAN.
           MOVE PTR-DEPT       TO DPL-DEPT
           MOVE PTR-PERIOD     TO DPL-PERIOD
           MOVE PTR-HEADCOUNT  TO WS-HEADCOUNT-X
           MOVE WS-HEADCOUNT-9 TO DPL-PLAN-HEADCOUNT
           MOVE PTR-GROSS      TO WS-GROSS-X
           MOVE WS-GROSS-9     TO DPL-PLAN-GROSS
           MOVE PTR-NOTE       TO DPL-NOTE.

      * Both images are taken from the plan row in display form,
      * so the after-image shows exactly what was stored.
       7200-FILL-AFTER-IMAGE.
           MOVE DPL-PLAN-HEADCOUNT TO WS-HEADCOUNT-9
           MOVE WS-HEADCOUNT-X     TO PAU-NEW-HEADCOUNT
           MOVE DPL-PLAN-GROSS     TO WS-GROSS-9
           MOVE WS-GROSS-X         TO PAU-NEW-GROSS
           MOVE DPL-NOTE           TO PAU-NEW-NOTE.

       7300-FILL-BEFORE-IMAGE.
           MOVE DPL-PLAN-HEADCOUNT TO WS-HEADCOUNT-9
           MOVE WS-HEADCOUNT-X     TO PAU-OLD-HEADCOUNT
           MOVE DPL-PLAN-GROSS     TO WS-GROSS-9
           MOVE WS-GROSS-X         TO PAU-OLD-GROSS
           MOVE DPL-NOTE           TO PAU-OLD-NOTE.

       8000-WRITE-TOTALS.
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS READ     " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS APPLIED  " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS REJECTED " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-DPLEDT-STATUS NOT = "00"
               DISPLAY "DPLMNT01: EXCEPTION - DPLEDT-FILE write"
                       " failed, status " WS-DPLEDT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

      * The reject reason is already sitting in columns 40-69 of the
      * report line; prefix it with the transaction identity. A
      * transaction that fails more than one edit reports each
      * failure on its own line but is only counted once.
       9000-WRITE-REJECT.
           IF TRAN-VALID
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           MOVE "N" TO WS-TRAN-VALID-SW
           MOVE PTR-ACTION TO RPT-LINE(1:1)
           MOVE PTR-DEPT   TO RPT-LINE(3:3)
           MOVE PTR-PERIOD TO RPT-LINE(7:6)
           MOVE "REJECTED" TO RPT-LINE(15:8)
           WRITE RPT-LINE
           IF WS-DPLEDT-STATUS NOT = "00"
               DISPLAY "DPLMNT01: EXCEPTION - DPLEDT-FILE write"
                       " failed, status " WS-DPLEDT-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF
           MOVE SPACES TO RPT-LINE.

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

       END PROGRAM DPLMNT01.
