       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRJPST01.

      *================================================================
      * Project labor cost posting for one closed pay period, named
      * on the PRJPSTP card. PRJREC01 and PRJSTM01 used to roll the
      * full salary of every employee up to every project the
      * employee appears on in empprojact, so anyone shared between
      * projects was charged in full to each of them. This job
      * spreads what each employee was actually paid - the period's
      * EMPHIST gross - across the employee's projects by the
      * empprojact time proportion (EMPTIME, 1.00 being all of the
      * employee's time), summing the proportions first where an
      * employee has several activities on one project. The results
      * are posted one row per project to the PRJCOST ledger, which
      * the two budget reports now read instead of the salary sum.
      *
      * An employee whose proportions come to exactly 100 percent is
      * allocated in full; rounding is settled on the last project
      * so the allocations add back to the gross to the cent. Under
      * 100 percent, each project gets its share and the rest of the
      * gross goes unposted; over 100 percent (or nothing at all),
      * none of it is posted, since that would charge projects more
      * than was paid. Both are listed on PRJALC with the unposted
      * amount and end the run RC 4. An employee on empprojact with
      * no EMPHIST row for the period was not paid in it and posts
      * nothing.
      *
      * PRJCOST is created on the first run (status 35). A period
      * already on the ledger is refused, the way EMPCLS01 refuses a
      * period already on EMPHIST, so a resubmitted posting cannot
      * double the project costs. A run that fails once it has begun
      * writing the period's rows takes them back off again, so the
      * failed period can simply be rerun.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRJPSTP-FILE ASSIGN TO "PRJPSTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRJPSTP-STATUS.

           SELECT PRJCOST-FILE ASSIGN TO "PRJCOST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCL-KEY
               FILE STATUS IS WS-PRJCOST-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT ALCRPT-FILE ASSIGN TO "PRJALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRJPSTP-FILE.
           COPY PRJPSTP.

       FD  PRJCOST-FILE.
           COPY PRJCOST.

       FD  EMPHIST-FILE.
           COPY EMPHIST.

       FD  ALCRPT-FILE.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  SQLCODE                  PIC S9(09) COMP.

       01  WS-EMPNO                 PIC X(06).
       01  WS-PROJNO                PIC X(06).
       01  WS-EMPTIME               PIC S9(3)V99 COMP-3.

       01  WS-PRJPSTP-STATUS        PIC X(02).
       01  WS-PRJCOST-STATUS        PIC X(02).
       01  WS-EMPHIST-STATUS        PIC X(02).
       01  WS-ALCRPT-STATUS         PIC X(02).
           COPY RCCODE.

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-ACTIVITY      VALUE "Y".
       01  WS-LEDGER-EOF-SW         PIC X(01) VALUE "N".
           88  PRJCOST-EOF          VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".
       01  WS-FOUND-SW              PIC X(01).
           88  ENTRY-FOUND          VALUE "Y".
       01  WS-PAID-SW               PIC X(01).
           88  EMPLOYEE-PAID        VALUE "Y".
       01  WS-BACKOUT-FAILED-SW     PIC X(01) VALUE "N".
           88  BACKOUT-FAILED       VALUE "Y".

       01  WS-PERIOD                PIC X(06).
       01  WS-TIMESTAMP             PIC X(21).

      * The projects of the employee in hand, one entry per project
      * with the proportions of all its activities summed.
       01  WS-CUR-EMPNO             PIC X(06) VALUE SPACES.
       01  WS-ALC-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-ALC-MAX               PIC 9(03) VALUE 50.
       01  WS-ALC-IDX               PIC 9(03).
       01  WS-ALC-TABLE.
           05  WS-ALC-ENTRY OCCURS 50 TIMES.
               10  WS-ALC-PROJNO        PIC X(06).
               10  WS-ALC-TIME          PIC S9(3)V99 COMP-3.
       01  WS-ALC-TOTAL-TIME        PIC S9(5)V99 COMP-3.
       01  WS-ALC-AMOUNT            PIC S9(9)V99 COMP-3.
       01  WS-ALC-POSTED            PIC S9(9)V99 COMP-3.
       01  WS-UNPOSTED              PIC S9(9)V99 COMP-3.

      * The period's cost per project, written to PRJCOST at the end.
       01  WS-PRJ-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-PRJ-MAX               PIC 9(03) VALUE 200.
       01  WS-PRJ-IDX               PIC 9(03).
       01  WS-PRJ-WRITTEN           PIC 9(03) VALUE ZERO.
       01  WS-PRJ-TABLE.
           05  WS-PRJ-ENTRY OCCURS 200 TIMES.
               10  WS-PRJ-PROJNO        PIC X(06).
               10  WS-PRJ-COST          PIC S9(9)V99 COMP-3.
               10  WS-PRJ-EMPS          PIC S9(05) COMP-3.

       01  WS-EMPLOYEE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-ALLOCATED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-NO-PAY-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-POSTED          PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-UNPOSTED        PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-PCT-DISPLAY           PIC ZZZZ9.99.
       01  WS-AMOUNT-DISPLAY        PIC ZZ,ZZZ,ZZZ9.99-.
       01  WS-TOTAL-DISPLAY         PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EMPS-DISPLAY          PIC ZZZZ9.
       01  WS-COUNT-DISPLAY         PIC ZZZZ9.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "PRJPST01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

       EXEC SQL
           DECLARE PRJALC-CSR CURSOR FOR
               SELECT empno, projno, COALESCE(SUM(emptime), 0)
                 FROM corpdata.empprojact
                GROUP BY empno, projno
                ORDER BY empno, projno
       END-EXEC.

       PERFORM 1000-READ-PERIOD-CARD.
       IF JOB-ABORTED
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN I-O PRJCOST-FILE.
       IF WS-PRJCOST-STATUS = "35"
           OPEN OUTPUT PRJCOST-FILE
           IF WS-PRJCOST-STATUS = "00"
               CLOSE PRJCOST-FILE
               OPEN I-O PRJCOST-FILE
           END-IF
       END-IF.
       IF WS-PRJCOST-STATUS NOT = "00"
           DISPLAY "PRJPST01: EXCEPTION - PRJCOST-FILE open failed,"
                   " status " WS-PRJCOST-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT EMPHIST-FILE.
       IF WS-EMPHIST-STATUS NOT = "00"
           DISPLAY "PRJPST01: EXCEPTION - EMPHIST-FILE open failed,"
                   " status " WS-EMPHIST-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE PRJCOST-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT ALCRPT-FILE.
       IF WS-ALCRPT-STATUS NOT = "00"
           DISPLAY "PRJPST01: EXCEPTION - ALCRPT-FILE open failed,"
                   " status " WS-ALCRPT-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE PRJCOST-FILE
           CLOSE EMPHIST-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       PERFORM 1100-GUARD-PERIOD.

       IF NOT JOB-ABORTED
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO RPT-LINE
           STRING "PRJPST01 PROJECT COST ALLOCATION - PERIOD "
                  WS-PERIOD
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "ENO    ALLOC-PCT          GROSS       UNPOSTED"
             TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM 2000-ALLOCATE-ACTIVITY
       END-IF

       IF NOT JOB-ABORTED
           PERFORM 5000-POST-LEDGER
       END-IF
       IF NOT JOB-ABORTED
           PERFORM 8000-WRITE-TOTALS
       END-IF
       IF JOB-ABORTED AND WS-PRJ-WRITTEN > ZERO
           PERFORM 5100-BACK-OUT-PERIOD
       END-IF

       CLOSE PRJCOST-FILE.
       CLOSE EMPHIST-FILE.
       CLOSE ALCRPT-FILE.

       DISPLAY "PRJPST01: period " WS-PERIOD " - " WS-ALLOCATED-COUNT
               " employee(s) allocated to " WS-PRJ-COUNT
               " project(s), " WS-EXCEPTION-COUNT
               " allocation exception(s)".

       IF JOB-ABORTED
           MOVE 16 TO RETURN-CODE
       ELSE
           IF WS-EXCEPTION-COUNT NOT = ZERO AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       1000-READ-PERIOD-CARD.
           OPEN INPUT PRJPSTP-FILE
           IF WS-PRJPSTP-STATUS NOT = "00"
               DISPLAY "PRJPST01: EXCEPTION - PRJPSTP-FILE open"
                       " failed, status " WS-PRJPSTP-STATUS
               SET JOB-ABORTED TO TRUE
           ELSE
               READ PRJPSTP-FILE
                   AT END
                       DISPLAY "PRJPST01: PRJPSTP-FILE is empty -"
                               " no period, nothing posted"
                       SET JOB-ABORTED TO TRUE
                   NOT AT END
                       MOVE PPS-PERIOD TO WS-PERIOD
               END-READ
               CLOSE PRJPSTP-FILE
           END-IF
           IF NOT JOB-ABORTED AND WS-PERIOD NOT NUMERIC
               DISPLAY "PRJPST01: period " WS-PERIOD
                       " is not a valid YYYYPP - rejected"
               SET JOB-ABORTED TO TRUE
           END-IF.

      * The ledger is keyed project first, so finding the period
      * means a pass over the whole file.
       1100-GUARD-PERIOD.
           PERFORM UNTIL PRJCOST-EOF OR JOB-ABORTED
               READ PRJCOST-FILE NEXT RECORD
                   AT END
                       SET PRJCOST-EOF TO TRUE
                   NOT AT END
                       IF PCL-PERIOD = WS-PERIOD
                           DISPLAY "PRJPST01: period " WS-PERIOD
                                   " is already on PRJCOST - not"
                                   " posted again"
                           SET JOB-ABORTED TO TRUE
                       END-IF
               END-READ
               IF WS-PRJCOST-STATUS NOT = "00"
                       AND WS-PRJCOST-STATUS NOT = "10"
                       AND NOT JOB-ABORTED
                   DISPLAY "PRJPST01: EXCEPTION - PRJCOST-FILE read"
                           " failed, status " WS-PRJCOST-STATUS
                   SET JOB-ABORTED TO TRUE
               END-IF
           END-PERFORM.

      * The cursor comes back in employee order; each change of
      * employee allocates the one before it.
       2000-ALLOCATE-ACTIVITY.
           EXEC SQL
               OPEN PRJALC-CSR
           END-EXEC
           PERFORM UNTIL END-OF-ACTIVITY OR JOB-ABORTED
               EXEC SQL
                   FETCH PRJALC-CSR
                    INTO :WS-EMPNO, :WS-PROJNO, :WS-EMPTIME
               END-EXEC
               CALL "RCXLATE" USING "SQLC" SQLCODE
                                    STANDARD-RETURN-CODE
               EVALUATE TRUE
                   WHEN RC-SUCCESS
                       IF WS-EMPNO NOT = WS-CUR-EMPNO
                           IF WS-ALC-COUNT NOT = ZERO
                               PERFORM 3000-ALLOCATE-EMPLOYEE
                           END-IF
                           MOVE WS-EMPNO TO WS-CUR-EMPNO
                           MOVE ZERO TO WS-ALC-COUNT
                       END-IF
                       PERFORM 2100-NOTE-PROJECT-TIME
                   WHEN RC-NOT-FOUND
                       SET END-OF-ACTIVITY TO TRUE
                   WHEN OTHER
                       DISPLAY "PRJPST01: EXCEPTION - FETCH failed"
                               " with SQLCODE " SQLCODE
                       SET JOB-ABORTED TO TRUE
               END-EVALUATE
           END-PERFORM
           IF NOT JOB-ABORTED AND WS-ALC-COUNT NOT = ZERO
               PERFORM 3000-ALLOCATE-EMPLOYEE
           END-IF
           EXEC SQL
               CLOSE PRJALC-CSR
           END-EXEC.

       2100-NOTE-PROJECT-TIME.
           IF WS-ALC-COUNT NOT < WS-ALC-MAX
               DISPLAY "PRJPST01: EXCEPTION - ENO " WS-EMPNO
                       " is on more than " WS-ALC-MAX " projects"
               SET JOB-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-ALC-COUNT
               MOVE WS-PROJNO  TO WS-ALC-PROJNO (WS-ALC-COUNT)
               MOVE WS-EMPTIME TO WS-ALC-TIME   (WS-ALC-COUNT)
           END-IF.

       3000-ALLOCATE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE ZERO TO WS-ALC-TOTAL-TIME
           PERFORM VARYING WS-ALC-IDX FROM 1 BY 1
                   UNTIL WS-ALC-IDX > WS-ALC-COUNT
               ADD WS-ALC-TIME (WS-ALC-IDX) TO WS-ALC-TOTAL-TIME
           END-PERFORM
           MOVE WS-CUR-EMPNO TO EH-ENO
           MOVE WS-PERIOD    TO EH-PERIOD
           MOVE "Y" TO WS-PAID-SW
           READ EMPHIST-FILE
               INVALID KEY
                   MOVE "N" TO WS-PAID-SW
           END-READ
           IF WS-EMPHIST-STATUS NOT = "00"
                   AND WS-EMPHIST-STATUS NOT = "23"
               DISPLAY "PRJPST01: EXCEPTION - EMPHIST-FILE read"
                       " failed, status " WS-EMPHIST-STATUS
               SET JOB-ABORTED TO TRUE
           END-IF
           IF NOT JOB-ABORTED
               IF NOT EMPLOYEE-PAID
                   ADD 1 TO WS-NO-PAY-COUNT
               ELSE
                   EVALUATE TRUE
                       WHEN WS-ALC-TOTAL-TIME = 1
                           PERFORM 3100-ALLOCATE-IN-FULL
                       WHEN WS-ALC-TOTAL-TIME > ZERO
                               AND WS-ALC-TOTAL-TIME < 1
                           PERFORM 3200-ALLOCATE-SHARES
                           COMPUTE WS-UNPOSTED =
                                   EH-GROSS - WS-ALC-POSTED
                           PERFORM 3900-WRITE-EXCEPTION
                       WHEN OTHER
                           MOVE EH-GROSS TO WS-UNPOSTED
                           PERFORM 3900-WRITE-EXCEPTION
                   END-EVALUATE
               END-IF
           END-IF.

      * Every project but the last takes its rounded share; the last
      * takes what is left, so the pennies land somewhere.
       3100-ALLOCATE-IN-FULL.
           ADD 1 TO WS-ALLOCATED-COUNT
           MOVE ZERO TO WS-ALC-POSTED
           PERFORM VARYING WS-ALC-IDX FROM 1 BY 1
                   UNTIL WS-ALC-IDX > WS-ALC-COUNT OR JOB-ABORTED
               IF WS-ALC-IDX = WS-ALC-COUNT
                   COMPUTE WS-ALC-AMOUNT = EH-GROSS - WS-ALC-POSTED
               ELSE
                   COMPUTE WS-ALC-AMOUNT ROUNDED =
                           EH-GROSS * WS-ALC-TIME (WS-ALC-IDX)
               END-IF
               ADD WS-ALC-AMOUNT TO WS-ALC-POSTED
               PERFORM 4000-ADD-TO-PROJECT
           END-PERFORM.

       3200-ALLOCATE-SHARES.
           ADD 1 TO WS-ALLOCATED-COUNT
           MOVE ZERO TO WS-ALC-POSTED
           PERFORM VARYING WS-ALC-IDX FROM 1 BY 1
                   UNTIL WS-ALC-IDX > WS-ALC-COUNT OR JOB-ABORTED
               COMPUTE WS-ALC-AMOUNT ROUNDED =
                       EH-GROSS * WS-ALC-TIME (WS-ALC-IDX)
               ADD WS-ALC-AMOUNT TO WS-ALC-POSTED
               PERFORM 4000-ADD-TO-PROJECT
           END-PERFORM.

       3900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD WS-UNPOSTED TO WS-TOTAL-UNPOSTED
           COMPUTE WS-PCT-DISPLAY = WS-ALC-TOTAL-TIME * 100
           MOVE EH-GROSS TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING WS-CUR-EMPNO " " WS-PCT-DISPLAY " "
                  WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           MOVE WS-UNPOSTED TO WS-AMOUNT-DISPLAY
           MOVE WS-AMOUNT-DISPLAY TO RPT-LINE(33:15)
           IF WS-ALC-TOTAL-TIME > ZERO AND WS-ALC-TOTAL-TIME < 1
               MOVE "UNDER 100 PCT - SHARES POSTED" TO RPT-LINE(50:30)
           ELSE
               MOVE "NOT 1-100 PCT - NOTHING POSTED"
                 TO RPT-LINE(50:30)
           END-IF
           PERFORM 9000-WRITE-REPORT-LINE.

       4000-ADD-TO-PROJECT.
           ADD WS-ALC-AMOUNT TO WS-TOTAL-POSTED
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                   UNTIL WS-PRJ-IDX > WS-PRJ-COUNT OR ENTRY-FOUND
               IF WS-PRJ-PROJNO (WS-PRJ-IDX) =
                       WS-ALC-PROJNO (WS-ALC-IDX)
                   SET ENTRY-FOUND TO TRUE
                   ADD WS-ALC-AMOUNT TO WS-PRJ-COST (WS-PRJ-IDX)
                   ADD 1 TO WS-PRJ-EMPS (WS-PRJ-IDX)
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-PRJ-COUNT NOT < WS-PRJ-MAX
                   DISPLAY "PRJPST01: EXCEPTION - more than "
                           WS-PRJ-MAX " projects - nothing posted"
                   SET JOB-ABORTED TO TRUE
               ELSE
                   ADD 1 TO WS-PRJ-COUNT
                   MOVE WS-ALC-PROJNO (WS-ALC-IDX)
                     TO WS-PRJ-PROJNO (WS-PRJ-COUNT)
                   MOVE WS-ALC-AMOUNT TO WS-PRJ-COST (WS-PRJ-COUNT)
                   MOVE 1 TO WS-PRJ-EMPS (WS-PRJ-COUNT)
               END-IF
           END-IF.

      * Nothing reaches the ledger until every employee has been
      * allocated. Each row written is counted in WS-PRJ-WRITTEN so
      * that a failure from here on - a rejected WRITE, or PRJALC
      * failing under the listing or the totals - can take the
      * period's rows back off in 5100, leaving the period free to be
      * run again.
       5000-POST-LEDGER.
           MOVE SPACES TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "PROJNO         PERIOD-COST  EMPS" TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                   UNTIL WS-PRJ-IDX > WS-PRJ-COUNT OR JOB-ABORTED
               MOVE WS-PRJ-PROJNO (WS-PRJ-IDX) TO PCL-PROJNO
               MOVE WS-PERIOD                  TO PCL-PERIOD
               MOVE WS-PRJ-COST (WS-PRJ-IDX)   TO PCL-COST
               MOVE WS-PRJ-EMPS (WS-PRJ-IDX)   TO PCL-EMP-COUNT
               MOVE WS-TIMESTAMP               TO PCL-TIMESTAMP
               WRITE PRJCOST-RECORD
                   INVALID KEY
                       DISPLAY "PRJPST01: EXCEPTION - PRJCOST-FILE"
                               " write failed for " PCL-PROJNO
                               ", status " WS-PRJCOST-STATUS
                       SET JOB-ABORTED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-PRJ-WRITTEN
               END-WRITE
               MOVE WS-PRJ-COST (WS-PRJ-IDX) TO WS-AMOUNT-DISPLAY
               MOVE WS-PRJ-EMPS (WS-PRJ-IDX) TO WS-EMPS-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING PCL-PROJNO " " WS-AMOUNT-DISPLAY " "
                      WS-EMPS-DISPLAY
                      DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-PERFORM.

      * The rows went on in table order, so the ones to take off
      * are the first WS-PRJ-WRITTEN entries. A row that will not
      * delete leaves the period part-posted, and the guard will
      * refuse it on the rerun - say so, so it is cleared by hand.
       5100-BACK-OUT-PERIOD.
           MOVE "N" TO WS-BACKOUT-FAILED-SW
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                   UNTIL WS-PRJ-IDX > WS-PRJ-WRITTEN
               MOVE WS-PRJ-PROJNO (WS-PRJ-IDX) TO PCL-PROJNO
               MOVE WS-PERIOD                  TO PCL-PERIOD
               DELETE PRJCOST-FILE RECORD
                   INVALID KEY
                       DISPLAY "PRJPST01: EXCEPTION - PRJCOST-FILE"
                               " delete failed for " PCL-PROJNO
                               ", status " WS-PRJCOST-STATUS
                       SET BACKOUT-FAILED TO TRUE
               END-DELETE
           END-PERFORM
           IF BACKOUT-FAILED
               DISPLAY "PRJPST01: EXCEPTION - period " WS-PERIOD
                       " is part-posted on PRJCOST - remove its"
                       " rows before it is run again"
           ELSE
               DISPLAY "PRJPST01: period " WS-PERIOD " backed out -"
                       " " WS-PRJ-WRITTEN " PRJCOST row(s) removed"
           END-IF.

       8000-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "EMPLOYEES ON PROJECTS " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-NO-PAY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "NOT PAID IN PERIOD    " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "ALLOCATION EXCEPTIONS " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-TOTAL-POSTED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "GROSS POSTED    " WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-TOTAL-UNPOSTED TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "GROSS UNPOSTED  " WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF WS-ALCRPT-STATUS NOT = "00"
               DISPLAY "PRJPST01: EXCEPTION - ALCRPT-FILE write"
                       " failed, status " WS-ALCRPT-STATUS
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

       END PROGRAM PRJPST01.
