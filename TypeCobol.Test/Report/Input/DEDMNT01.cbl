       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDMNT01.

      *================================================================
      * Transaction-driven maintenance for the indexed DEDMST
      * deductions master, in the style EMPMNT01 maintains EMPTBL:
      * reads DEDTRN-FILE, one add / change / delete per record,
      * fully edits every field before anything touches the master,
      * applies the survivors, and writes a before/after
      * DEDMST-AUDIT-RECORD for every applied change. Rejects go to
      * the DEDEDT edit report with a reason per line and are never
      * applied; the job ends with a nonzero return code when any
      * transaction failed.
      *
      * Edits: action code valid, ENO and deduction code present,
      * method F (fixed amount) or P (percent of gross) with the
      * matching amount or percent numeric and a percent no more
      * than 100, priority numeric, start period a numeric YYYYPP,
      * stop period blank or a numeric YYYYPP not before the start.
      * An add must name an employee on EMPTBL who is not
      * terminated. A change replaces the whole row, so adds and
      * changes carry the same edits. A deduction that has ended is
      * normally given a stop period rather than deleted, so the
      * audit trail still shows when it ran; delete is for rows
      * keyed in error.
      *
      * DEDMST is created on the first run (status 35), the same
      * way EMPCLS01 creates EMPHIST.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDTRN-FILE ASSIGN TO "DEDTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDTRN-STATUS.

           SELECT DEDMST-FILE ASSIGN TO "DEDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DEDMST-STATUS.

           SELECT EMPTBL-FILE ASSIGN TO "EMPTBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-ENO
               ALTERNATE RECORD KEY IS IX-LNAME WITH DUPLICATES
               FILE STATUS IS WS-EMPTBL-STATUS.

           SELECT DEDAUD-FILE ASSIGN TO "DEDAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDAUD-STATUS.

           SELECT DEDEDT-FILE ASSIGN TO "DEDEDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEDEDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDTRN-FILE.
           COPY DEDTRN.

       FD  DEDMST-FILE.
           COPY DEDMST.

       FD  EMPTBL-FILE.
           COPY EMPIDX.

       FD  DEDAUD-FILE.
           COPY DEDAUD.

       FD  DEDEDT-FILE.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DEDTRN-STATUS         PIC X(02).
       01  WS-DEDMST-STATUS         PIC X(02).
       01  WS-EMPTBL-STATUS         PIC X(02).
       01  WS-DEDAUD-STATUS         PIC X(02).
       01  WS-DEDEDT-STATUS         PIC X(02).
       01  WS-TIMESTAMP             PIC X(21).

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  DEDTRN-EOF           VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".
       01  WS-TRAN-VALID-SW         PIC X(01) VALUE "Y".
           88  TRAN-VALID           VALUE "Y".
       01  WS-MASTER-FOUND-SW       PIC X(01) VALUE "N".
           88  MASTER-FOUND         VALUE "Y".
       01  WS-EMP-FOUND-SW          PIC X(01) VALUE "N".
           88  EMP-FOUND            VALUE "Y".

       01  WS-READ-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-COUNT-DISPLAY         PIC Z(04)9.

       01  WS-AMOUNT-X              PIC X(09).
       01  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                    PIC 9(7)V99.
       01  WS-PERCENT-X             PIC X(05).
       01  WS-PERCENT-9 REDEFINES WS-PERCENT-X
                                    PIC 9(3)V99.
       01  WS-PERIOD-X              PIC X(06).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-X.
           05  WS-PERIOD-YEAR       PIC 9(04).
           05  WS-PERIOD-NUMBER     PIC 9(02).

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "DEDMNT01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

       OPEN INPUT DEDTRN-FILE.
       IF WS-DEDTRN-STATUS NOT = "00"
           DISPLAY "DEDMNT01: EXCEPTION - DEDTRN-FILE open failed,"
                   " status " WS-DEDTRN-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

      * First run ever: create the master empty, then reopen it for
      * update.
       OPEN I-O DEDMST-FILE.
       IF WS-DEDMST-STATUS = "35"
           OPEN OUTPUT DEDMST-FILE
           IF WS-DEDMST-STATUS = "00"
               CLOSE DEDMST-FILE
               OPEN I-O DEDMST-FILE
           END-IF
       END-IF.
       IF WS-DEDMST-STATUS NOT = "00"
           DISPLAY "DEDMNT01: EXCEPTION - DEDMST-FILE open failed,"
                   " status " WS-DEDMST-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE DEDTRN-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT EMPTBL-FILE.
       IF WS-EMPTBL-STATUS NOT = "00"
           DISPLAY "DEDMNT01: EXCEPTION - EMPTBL-FILE open failed,"
                   " status " WS-EMPTBL-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE DEDTRN-FILE
           CLOSE DEDMST-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN EXTEND DEDAUD-FILE.
       IF WS-DEDAUD-STATUS NOT = "00" AND WS-DEDAUD-STATUS NOT = "05"
           DISPLAY "DEDMNT01: EXCEPTION - DEDAUD-FILE open failed,"
                   " status " WS-DEDAUD-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE DEDTRN-FILE
           CLOSE DEDMST-FILE
           CLOSE EMPTBL-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT DEDEDT-FILE.
       IF WS-DEDEDT-STATUS NOT = "00"
           DISPLAY "DEDMNT01: EXCEPTION - DEDEDT-FILE open failed,"
                   " status " WS-DEDEDT-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE DEDTRN-FILE
           CLOSE DEDMST-FILE
           CLOSE EMPTBL-FILE
           CLOSE DEDAUD-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       MOVE "DEDMNT01 DEDMST MAINTENANCE EDIT REPORT" TO RPT-LINE
       WRITE RPT-LINE
       MOVE SPACES TO RPT-LINE

       PERFORM 1000-READ-TRANSACTION.
       PERFORM UNTIL DEDTRN-EOF OR JOB-ABORTED
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

       CLOSE DEDTRN-FILE.
       CLOSE DEDMST-FILE.
       CLOSE EMPTBL-FILE.
       CLOSE DEDAUD-FILE.
       CLOSE DEDEDT-FILE.

       IF JOB-ABORTED
           DISPLAY "DEDMNT01: job stopped - remaining transactions"
                   " not applied"
           MOVE 16 TO RETURN-CODE
       ELSE
           IF WS-REJECT-COUNT NOT = ZERO
               DISPLAY "DEDMNT01: " WS-REJECT-COUNT
                       " transaction(s) rejected"
               MOVE 16 TO RETURN-CODE
           END-IF
       END-IF.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       1000-READ-TRANSACTION.
           READ DEDTRN-FILE
               AT END
                   SET DEDTRN-EOF TO TRUE
           END-READ.

       2000-EDIT-TRANSACTION.
           SET TRAN-VALID TO TRUE
           IF NOT DTR-ADD AND NOT DTR-CHANGE AND NOT DTR-DELETE
               MOVE "INVALID ACTION CODE" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           IF DTR-ENO = SPACES OR DTR-ENO = LOW-VALUES
               MOVE "EMPLOYEE KEY MISSING" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           IF DTR-CODE = SPACES OR DTR-CODE = LOW-VALUES
               MOVE "DEDUCTION CODE MISSING" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           IF TRAN-VALID AND (DTR-ADD OR DTR-CHANGE)
               PERFORM 2100-EDIT-FIELDS
           END-IF.

       2100-EDIT-FIELDS.
           EVALUATE DTR-METHOD
               WHEN "F"
                   IF DTR-AMOUNT NOT NUMERIC
                       MOVE "AMOUNT NOT NUMERIC" TO RPT-LINE(40:30)
                       PERFORM 9000-WRITE-REJECT
                   END-IF
               WHEN "P"
                   MOVE DTR-PERCENT TO WS-PERCENT-X
                   IF DTR-PERCENT NOT NUMERIC
                       MOVE "PERCENT NOT NUMERIC" TO RPT-LINE(40:30)
                       PERFORM 9000-WRITE-REJECT
                   ELSE
                       IF WS-PERCENT-9 > 100
                           MOVE "PERCENT OVER 100" TO RPT-LINE(40:30)
                           PERFORM 9000-WRITE-REJECT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "METHOD NOT F OR P" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
           END-EVALUATE
           IF DTR-PRIORITY NOT NUMERIC
               MOVE "PRIORITY NOT NUMERIC" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           MOVE DTR-START-PERIOD TO WS-PERIOD-X
           PERFORM 2200-EDIT-PERIOD
           IF DTR-STOP-PERIOD NOT = SPACES
               MOVE DTR-STOP-PERIOD TO WS-PERIOD-X
               PERFORM 2200-EDIT-PERIOD
               IF TRAN-VALID
                       AND DTR-STOP-PERIOD < DTR-START-PERIOD
                   MOVE "STOP PERIOD BEFORE START"
                       TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               END-IF
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
           MOVE DTR-ENO  TO DED-ENO
           MOVE DTR-CODE TO DED-CODE
           READ DEDMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ
           IF DTR-ADD
               PERFORM 3050-CHECK-EMPLOYEE
           END-IF
           EVALUATE TRUE
               WHEN DTR-ADD AND MASTER-FOUND
                   MOVE "DEDUCTION ALREADY ON FILE"
                       TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT DTR-ADD AND NOT MASTER-FOUND
                   MOVE "DEDUCTION NOT ON FILE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN DTR-ADD AND NOT EMP-FOUND
                   MOVE "EMPLOYEE NOT ON EMPTBL" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN DTR-ADD AND IX-TERMINATED
                   MOVE "EMPLOYEE IS TERMINATED" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN DTR-ADD
                   PERFORM 3100-APPLY-ADD
               WHEN DTR-CHANGE
                   PERFORM 3200-APPLY-CHANGE
               WHEN OTHER
                   PERFORM 3300-APPLY-DELETE
           END-EVALUATE.

       3050-CHECK-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND-SW
           MOVE DTR-ENO TO IX-ENO
           READ EMPTBL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EMP-FOUND TO TRUE
           END-READ.

       3100-APPLY-ADD.
           MOVE SPACES TO DAU-BEFORE-IMAGE
           PERFORM 7000-BUILD-MASTER-FROM-TRAN
           WRITE DEDMST-RECORD
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
           PERFORM 7000-BUILD-MASTER-FROM-TRAN
           REWRITE DEDMST-RECORD
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
           DELETE DEDMST-FILE
               INVALID KEY
                   MOVE "DELETE REJECTED BY FILE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   MOVE SPACES TO DAU-AFTER-IMAGE
                   PERFORM 4000-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
           END-DELETE.

       4000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO DAU-TIMESTAMP
           MOVE DTR-ACTION   TO DAU-ACTION
           MOVE DTR-ENO      TO DAU-ENO
           MOVE DTR-CODE     TO DAU-CODE
           WRITE DEDMST-AUDIT-RECORD
           IF WS-DEDAUD-STATUS NOT = "00"
      * No maintenance without its audit trail - a write failure
      * stops the job, the same rule EMPMNT01 applies to EMPAUD.
               DISPLAY "DEDMNT01: EXCEPTION - DEDAUD-FILE write"
                       " failed, status " WS-DEDAUD-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

      * The amount or percent the method does not use is stored as
      * zero so a later method change cannot pick up a stale figure.
       7000-BUILD-MASTER-FROM-TRAN.
           MOVE DTR-ENO    TO DED-ENO
           MOVE DTR-CODE   TO DED-CODE
           MOVE DTR-METHOD TO DED-METHOD
           MOVE ZERO       TO DED-AMOUNT
           MOVE ZERO       TO DED-PERCENT
           IF DED-IS-FIXED
               MOVE DTR-AMOUNT  TO WS-AMOUNT-X
               MOVE WS-AMOUNT-9 TO DED-AMOUNT
           ELSE
               MOVE DTR-PERCENT  TO WS-PERCENT-X
               MOVE WS-PERCENT-9 TO DED-PERCENT
           END-IF
           MOVE DTR-PRIORITY     TO DED-PRIORITY
           MOVE DTR-START-PERIOD TO DED-START-PERIOD
           MOVE DTR-STOP-PERIOD  TO DED-STOP-PERIOD
           MOVE DTR-DESCRIPTION  TO DED-DESCRIPTION.

      * Both images are taken from the master row in display form,
      * so the after-image shows exactly what was stored.
       7200-FILL-AFTER-IMAGE.
           MOVE DED-METHOD       TO DAU-NEW-METHOD
           MOVE DED-AMOUNT       TO WS-AMOUNT-9
           MOVE WS-AMOUNT-X      TO DAU-NEW-AMOUNT
           MOVE DED-PERCENT      TO WS-PERCENT-9
           MOVE WS-PERCENT-X     TO DAU-NEW-PERCENT
           MOVE DED-PRIORITY     TO DAU-NEW-PRIORITY
           MOVE DED-START-PERIOD TO DAU-NEW-START-PERIOD
           MOVE DED-STOP-PERIOD  TO DAU-NEW-STOP-PERIOD
           MOVE DED-DESCRIPTION  TO DAU-NEW-DESCRIPTION.

       7300-FILL-BEFORE-IMAGE.
           MOVE DED-METHOD       TO DAU-OLD-METHOD
           MOVE DED-AMOUNT       TO WS-AMOUNT-9
           MOVE WS-AMOUNT-X      TO DAU-OLD-AMOUNT
           MOVE DED-PERCENT      TO WS-PERCENT-9
           MOVE WS-PERCENT-X     TO DAU-OLD-PERCENT
           MOVE DED-PRIORITY     TO DAU-OLD-PRIORITY
           MOVE DED-START-PERIOD TO DAU-OLD-START-PERIOD
           MOVE DED-STOP-PERIOD  TO DAU-OLD-STOP-PERIOD
           MOVE DED-DESCRIPTION  TO DAU-OLD-DESCRIPTION.

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
           IF WS-DEDEDT-STATUS NOT = "00"
               DISPLAY "DEDMNT01: EXCEPTION - DEDEDT-FILE write"
                       " failed, status " WS-DEDEDT-STATUS
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
           MOVE DTR-ACTION TO RPT-LINE(1:1)
           MOVE DTR-ENO    TO RPT-LINE(3:6)
           MOVE DTR-CODE   TO RPT-LINE(10:4)
           MOVE "REJECTED" TO RPT-LINE(15:8)
           WRITE RPT-LINE
           IF WS-DEDEDT-STATUS NOT = "00"
               DISPLAY "DEDMNT01: EXCEPTION - DEDEDT-FILE write"
                       " failed, status " WS-DEDEDT-STATUS
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

       END PROGRAM DEDMNT01.
