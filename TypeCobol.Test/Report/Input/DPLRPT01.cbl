       IDENTIFICATION DIVISION.
       PROGRAM-ID. DPLRPT01.

      *================================================================
      * Department plan-versus-actual report for one fiscal period,
      * named with a tolerance on the DPLRPTP card. For every
      * department that has a DEPTPLN row for the period, or has
      * anyone on EMPTBL or any pay in EMPHIST for it, the report
      * sets the planned headcount against the employees EMPTBL
      * holds in the department today (terminated employees do not
      * count; an employee on leave still holds the seat) and the
      * planned gross against the gross EMPHIST closed for the
      * department in the period (the row's own department, or
      * EMPTBL's for rows posted before EMPHIST carried one). Each
      * line shows both variances and each as a percentage of plan.
      *
      * A department over its headcount or gross plan by more than
      * the tolerance is flagged OVER PLAN; a department with
      * actuals and no plan at all is flagged NO PLAN, and every
      * current employee sitting in such a department is listed
      * after the departments, so budget planning can see exactly
      * who nobody planned for. Either flag ends the run RC 4.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPLRPTP-FILE ASSIGN TO "DPLRPTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPLRPTP-STATUS.

           SELECT DEPTPLN-FILE ASSIGN TO "DEPTPLN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DPL-KEY
               FILE STATUS IS WS-DEPTPLN-STATUS.

           SELECT EMPTBL-FILE ASSIGN TO "EMPTBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-ENO
               ALTERNATE RECORD KEY IS IX-LNAME WITH DUPLICATES
               FILE STATUS IS WS-EMPTBL-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT DPLVAR-FILE ASSIGN TO "DPLVAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPLVAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPLRPTP-FILE.
           COPY DPLRPTP.

       FD  DEPTPLN-FILE.
           COPY DEPTPLN.

       FD  EMPTBL-FILE.
           COPY EMPIDX.

       FD  EMPHIST-FILE.
           COPY EMPHIST.

       FD  DPLVAR-FILE.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DPLRPTP-STATUS        PIC X(02).
       01  WS-DEPTPLN-STATUS        PIC X(02).
       01  WS-EMPTBL-STATUS         PIC X(02).
       01  WS-EMPHIST-STATUS        PIC X(02).
       01  WS-DPLVAR-STATUS         PIC X(02).
       01  WS-PERIOD                PIC X(06).
       01  WS-TOLERANCE             PIC S9(3)V99 COMP-3.

       01  WS-TOLERANCE-X           PIC X(05).
       01  WS-TOLERANCE-9 REDEFINES WS-TOLERANCE-X
                                    PIC 9(3)V99.

       01  WS-PLAN-EOF-SW           PIC X(01) VALUE "N".
           88  DEPTPLN-EOF          VALUE "Y".
       01  WS-EMP-EOF-SW            PIC X(01) VALUE "N".
           88  EMPTBL-EOF           VALUE "Y".
       01  WS-HIST-EOF-SW           PIC X(01) VALUE "N".
           88  EMPHIST-EOF          VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".
       01  WS-FOUND-SW              PIC X(01).
           88  ENTRY-FOUND          VALUE "Y".
       01  WS-SLOT-FOUND-SW         PIC X(01).
           88  SLOT-FOUND           VALUE "Y".
       01  WS-OVER-SW               PIC X(01).
           88  DEPT-OVER-PLAN       VALUE "Y".

      * One entry per department with a plan or actuals for the
      * period, kept in department order as the entries are made.
       01  WS-DEPT-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-DEPT-MAX              PIC 9(03) VALUE 200.
       01  WS-DEPT-IDX              PIC 9(03).
       01  WS-DEPT-SLOT             PIC 9(03).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 200 TIMES.
               10  WS-DPV-DEPT          PIC X(03).
               10  WS-DPV-PLAN-SW       PIC X(01).
                   88  WS-DPV-PLANNED   VALUE "Y".
               10  WS-DPV-PLAN-HC       PIC S9(05) COMP-3.
               10  WS-DPV-PLAN-GROSS    PIC S9(9)V99 COMP-3.
               10  WS-DPV-ACTUAL-HC     PIC S9(05) COMP-3.
               10  WS-DPV-ACTUAL-GROSS  PIC S9(9)V99 COMP-3.

       01  WS-ROW-DEPT              PIC X(03).
       01  WS-HC-VARIANCE           PIC S9(05) COMP-3.
       01  WS-GROSS-VARIANCE        PIC S9(9)V99 COMP-3.
       01  WS-PERCENT               PIC S9(7)V99 COMP-3.

       01  WS-PLAN-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-OVER-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-NO-PLAN-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-UNPLANNED-EMP-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-PLAN-HC         PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-TOTAL-ACTUAL-HC       PIC S9(07) COMP-3 VALUE ZERO.
       01  WS-TOTAL-PLAN-GROSS      PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-ACTUAL-GROSS    PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-HC-DISPLAY            PIC ZZZZ9.
       01  WS-HC-VAR-DISPLAY        PIC ZZZZ9-.
       01  WS-GROSS-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-GROSS-VAR-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-PCT-DISPLAY           PIC ZZZ9.99-.
       01  WS-PCT-TEXT              PIC X(08).
       01  WS-TOTAL-HC-DISPLAY      PIC ZZZZZZ9.
       01  WS-TOTAL-GROSS-DISPLAY   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOL-DISPLAY           PIC ZZ9.99.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "DPLRPT01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

       PERFORM 1000-READ-PARM-CARD.
       IF JOB-ABORTED
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT DEPTPLN-FILE.
       IF WS-DEPTPLN-STATUS NOT = "00"
           DISPLAY "DPLRPT01: EXCEPTION - DEPTPLN-FILE open failed,"
                   " status " WS-DEPTPLN-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT EMPTBL-FILE.
       IF WS-EMPTBL-STATUS NOT = "00"
           DISPLAY "DPLRPT01: EXCEPTION - EMPTBL-FILE open failed,"
                   " status " WS-EMPTBL-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE DEPTPLN-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT EMPHIST-FILE.
       IF WS-EMPHIST-STATUS NOT = "00"
           DISPLAY "DPLRPT01: EXCEPTION - EMPHIST-FILE open failed,"
                   " status " WS-EMPHIST-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE DEPTPLN-FILE
           CLOSE EMPTBL-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT DPLVAR-FILE.
       IF WS-DPLVAR-STATUS NOT = "00"
           DISPLAY "DPLRPT01: EXCEPTION - DPLVAR-FILE open failed,"
                   " status " WS-DPLVAR-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE DEPTPLN-FILE
           CLOSE EMPTBL-FILE
           CLOSE EMPHIST-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       PERFORM 2000-LOAD-PLANS.
       IF NOT JOB-ABORTED
           PERFORM 2200-COUNT-HEADCOUNT
       END-IF
       IF NOT JOB-ABORTED
           PERFORM 2400-SUM-PERIOD-GROSS
       END-IF

       IF NOT JOB-ABORTED
           PERFORM 3000-WRITE-HEADINGS
           PERFORM 4000-REPORT-ONE-DEPARTMENT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR JOB-ABORTED
       END-IF
       IF NOT JOB-ABORTED
           PERFORM 5000-WRITE-TOTALS
       END-IF
       IF NOT JOB-ABORTED AND WS-NO-PLAN-COUNT NOT = ZERO
           PERFORM 6000-LIST-UNPLANNED-EMPLOYEES
       END-IF

       CLOSE DEPTPLN-FILE.
       CLOSE EMPTBL-FILE.
       CLOSE EMPHIST-FILE.
       CLOSE DPLVAR-FILE.

       DISPLAY "DPLRPT01: period " WS-PERIOD " - " WS-DEPT-COUNT
               " department(s), " WS-OVER-COUNT " over plan, "
               WS-NO-PLAN-COUNT " with no plan, "
               WS-UNPLANNED-EMP-COUNT " unplanned employee(s)".

       IF JOB-ABORTED
           MOVE 16 TO RETURN-CODE
       ELSE
           IF (WS-OVER-COUNT NOT = ZERO
                   OR WS-NO-PLAN-COUNT NOT = ZERO)
                   AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       1000-READ-PARM-CARD.
           OPEN INPUT DPLRPTP-FILE
           IF WS-DPLRPTP-STATUS NOT = "00"
               DISPLAY "DPLRPT01: EXCEPTION - DPLRPTP-FILE open"
                       " failed, status " WS-DPLRPTP-STATUS
               SET JOB-ABORTED TO TRUE
           ELSE
               READ DPLRPTP-FILE
                   AT END
                       DISPLAY "DPLRPT01: DPLRPTP-FILE is empty -"
                               " no period to report"
                       SET JOB-ABORTED TO TRUE
                   NOT AT END
                       MOVE DRP-PERIOD    TO WS-PERIOD
                       MOVE DRP-TOLERANCE TO WS-TOLERANCE-X
               END-READ
               CLOSE DPLRPTP-FILE
           END-IF
           IF NOT JOB-ABORTED
               IF WS-PERIOD NOT NUMERIC OR WS-PERIOD(5:2) = "00"
                   DISPLAY "DPLRPT01: period " WS-PERIOD
                           " is not a valid YYYYPP - rejected"
                   SET JOB-ABORTED TO TRUE
               END-IF
               EVALUATE TRUE
                   WHEN WS-TOLERANCE-X = SPACES
                       MOVE ZERO TO WS-TOLERANCE
                   WHEN WS-TOLERANCE-X NOT NUMERIC
                       DISPLAY "DPLRPT01: tolerance " WS-TOLERANCE-X
                               " is not numeric - rejected"
                       SET JOB-ABORTED TO TRUE
                   WHEN OTHER
                       MOVE WS-TOLERANCE-9 TO WS-TOLERANCE
               END-EVALUATE
           END-IF.

       2000-LOAD-PLANS.
           PERFORM UNTIL DEPTPLN-EOF OR JOB-ABORTED
               READ DEPTPLN-FILE
                   AT END
                       SET DEPTPLN-EOF TO TRUE
                   NOT AT END
                       IF DPL-PERIOD = WS-PERIOD
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE DPL-DEPT TO WS-ROW-DEPT
                           PERFORM 2900-FIND-DEPARTMENT
                           IF NOT JOB-ABORTED
                               PERFORM 2100-POST-PLAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2100-POST-PLAN.
           MOVE "Y" TO WS-DPV-PLAN-SW (WS-DEPT-SLOT)
           MOVE DPL-PLAN-HEADCOUNT TO WS-DPV-PLAN-HC (WS-DEPT-SLOT)
           MOVE DPL-PLAN-GROSS TO WS-DPV-PLAN-GROSS (WS-DEPT-SLOT).

       2200-COUNT-HEADCOUNT.
           PERFORM UNTIL EMPTBL-EOF OR JOB-ABORTED
               READ EMPTBL-FILE NEXT RECORD
                   AT END
                       SET EMPTBL-EOF TO TRUE
                   NOT AT END
                       IF NOT IX-TERMINATED
                           MOVE IX-DEPT TO WS-ROW-DEPT
                           PERFORM 2900-FIND-DEPARTMENT
                           IF NOT JOB-ABORTED
                               ADD 1 TO
                                   WS-DPV-ACTUAL-HC (WS-DEPT-SLOT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2400-SUM-PERIOD-GROSS.
           PERFORM UNTIL EMPHIST-EOF OR JOB-ABORTED
               READ EMPHIST-FILE
                   AT END
                       SET EMPHIST-EOF TO TRUE
                   NOT AT END
                       IF EH-PERIOD = WS-PERIOD
                           PERFORM 2500-POST-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.

      * A row posted before EMPHIST carried the department takes the
      * employee's department from EMPTBL; a purged employee with no
      * EMPTBL row left is charged to "***" and still counted.
       2500-POST-HISTORY-ROW.
           MOVE EH-DEPT TO WS-ROW-DEPT
           IF WS-ROW-DEPT = SPACES OR WS-ROW-DEPT = LOW-VALUES
               MOVE EH-ENO TO IX-ENO
               READ EMPTBL-FILE
                   INVALID KEY
                       MOVE "***" TO WS-ROW-DEPT
                   NOT INVALID KEY
                       MOVE IX-DEPT TO WS-ROW-DEPT
               END-READ
           END-IF
           PERFORM 2900-FIND-DEPARTMENT
           IF NOT JOB-ABORTED
               ADD EH-GROSS TO WS-DPV-ACTUAL-GROSS (WS-DEPT-SLOT)
           END-IF.

      * Leaves WS-DEPT-SLOT on the entry for WS-ROW-DEPT, making
      * one in department order if this is the first sight of it.
       2900-FIND-DEPARTMENT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR ENTRY-FOUND
               IF WS-DPV-DEPT (WS-DEPT-IDX) = WS-ROW-DEPT
                   SET ENTRY-FOUND TO TRUE
                   MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-DEPT-COUNT = WS-DEPT-MAX
                   DISPLAY "DPLRPT01: EXCEPTION - more than "
                           WS-DEPT-MAX " departments - table full"
                   SET JOB-ABORTED TO TRUE
               ELSE
                   PERFORM 2950-INSERT-DEPARTMENT
               END-IF
           END-IF.

       2950-INSERT-DEPARTMENT.
           ADD 1 TO WS-DEPT-COUNT
           MOVE WS-DEPT-COUNT TO WS-DEPT-SLOT
           MOVE "N" TO WS-SLOT-FOUND-SW
           PERFORM UNTIL SLOT-FOUND
               IF WS-DEPT-SLOT = 1
                   SET SLOT-FOUND TO TRUE
               ELSE
                   IF WS-DPV-DEPT (WS-DEPT-SLOT - 1) < WS-ROW-DEPT
                       SET SLOT-FOUND TO TRUE
                   ELSE
                       MOVE WS-DEPT-ENTRY (WS-DEPT-SLOT - 1)
                           TO WS-DEPT-ENTRY (WS-DEPT-SLOT)
                       SUBTRACT 1 FROM WS-DEPT-SLOT
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-ROW-DEPT TO WS-DPV-DEPT (WS-DEPT-SLOT)
           MOVE "N"  TO WS-DPV-PLAN-SW (WS-DEPT-SLOT)
           MOVE ZERO TO WS-DPV-PLAN-HC (WS-DEPT-SLOT)
           MOVE ZERO TO WS-DPV-PLAN-GROSS (WS-DEPT-SLOT)
           MOVE ZERO TO WS-DPV-ACTUAL-HC (WS-DEPT-SLOT)
           MOVE ZERO TO WS-DPV-ACTUAL-GROSS (WS-DEPT-SLOT).

       3000-WRITE-HEADINGS.
           MOVE WS-TOLERANCE TO WS-TOL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "DPLRPT01 DEPARTMENT PLAN VERSUS ACTUAL - PERIOD "
                  WS-PERIOD "  TOLERANCE " WS-TOL-DISPLAY "%"
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "----- HEADCOUNT -----" TO RPT-LINE(5:21)
           MOVE "-------------------- GROSS PAYROLL"
               TO RPT-LINE(33:34)
           MOVE " -------------------" TO RPT-LINE(67:20)
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE "DEP"      TO RPT-LINE(1:3)
           MOVE "PLAN"     TO RPT-LINE(6:4)
           MOVE "ACTL"     TO RPT-LINE(12:4)
           MOVE "VAR"      TO RPT-LINE(19:3)
           MOVE "VAR%"     TO RPT-LINE(27:4)
           MOVE "PLAN"     TO RPT-LINE(43:4)
           MOVE "ACTUAL"   TO RPT-LINE(56:6)
           MOVE "VARIANCE" TO RPT-LINE(69:8)
           MOVE "VAR%"     TO RPT-LINE(82:4)
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE.

      * Columns: department 1-3, headcount plan 5-9, actual 11-15,
      * variance 17-22, percent 24-31; gross plan 33-46, actual
      * 48-61, variance 63-77, percent 79-86; the flag from 88.
       4000-REPORT-ONE-DEPARTMENT.
           MOVE "N" TO WS-OVER-SW
           COMPUTE WS-HC-VARIANCE = WS-DPV-ACTUAL-HC (WS-DEPT-IDX)
                                  - WS-DPV-PLAN-HC (WS-DEPT-IDX)
           COMPUTE WS-GROSS-VARIANCE =
                   WS-DPV-ACTUAL-GROSS (WS-DEPT-IDX)
                   - WS-DPV-PLAN-GROSS (WS-DEPT-IDX)
           ADD WS-DPV-PLAN-HC (WS-DEPT-IDX) TO WS-TOTAL-PLAN-HC
           ADD WS-DPV-ACTUAL-HC (WS-DEPT-IDX) TO WS-TOTAL-ACTUAL-HC
           ADD WS-DPV-PLAN-GROSS (WS-DEPT-IDX) TO WS-TOTAL-PLAN-GROSS
           ADD WS-DPV-ACTUAL-GROSS (WS-DEPT-IDX)
               TO WS-TOTAL-ACTUAL-GROSS
           MOVE SPACES TO RPT-LINE
           MOVE WS-DPV-DEPT (WS-DEPT-IDX) TO RPT-LINE(1:3)
           MOVE WS-DPV-PLAN-HC (WS-DEPT-IDX) TO WS-HC-DISPLAY
           MOVE WS-HC-DISPLAY TO RPT-LINE(5:5)
           MOVE WS-DPV-ACTUAL-HC (WS-DEPT-IDX) TO WS-HC-DISPLAY
           MOVE WS-HC-DISPLAY TO RPT-LINE(11:5)
           MOVE WS-HC-VARIANCE TO WS-HC-VAR-DISPLAY
           MOVE WS-HC-VAR-DISPLAY TO RPT-LINE(17:6)
           IF WS-DPV-PLAN-HC (WS-DEPT-IDX) = ZERO
               MOVE "     N/A" TO WS-PCT-TEXT
               IF WS-HC-VARIANCE > ZERO
                   SET DEPT-OVER-PLAN TO TRUE
               END-IF
           ELSE
               COMPUTE WS-PERCENT ROUNDED =
                   WS-HC-VARIANCE * 100 / WS-DPV-PLAN-HC (WS-DEPT-IDX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PERCENT
               END-COMPUTE
               PERFORM 4100-FORMAT-PERCENT
           END-IF
           MOVE WS-PCT-TEXT TO RPT-LINE(24:8)
           MOVE WS-DPV-PLAN-GROSS (WS-DEPT-IDX) TO WS-GROSS-DISPLAY
           MOVE WS-GROSS-DISPLAY TO RPT-LINE(33:14)
           MOVE WS-DPV-ACTUAL-GROSS (WS-DEPT-IDX) TO WS-GROSS-DISPLAY
           MOVE WS-GROSS-DISPLAY TO RPT-LINE(48:14)
           MOVE WS-GROSS-VARIANCE TO WS-GROSS-VAR-DISPLAY
           MOVE WS-GROSS-VAR-DISPLAY TO RPT-LINE(63:15)
           IF WS-DPV-PLAN-GROSS (WS-DEPT-IDX) = ZERO
               MOVE "     N/A" TO WS-PCT-TEXT
               IF WS-GROSS-VARIANCE > ZERO
                   SET DEPT-OVER-PLAN TO TRUE
               END-IF
           ELSE
               COMPUTE WS-PERCENT ROUNDED =
                   WS-GROSS-VARIANCE * 100
                   / WS-DPV-PLAN-GROSS (WS-DEPT-IDX)
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-PERCENT
               END-COMPUTE
               PERFORM 4100-FORMAT-PERCENT
           END-IF
           MOVE WS-PCT-TEXT TO RPT-LINE(79:8)
           EVALUATE TRUE
               WHEN NOT WS-DPV-PLANNED (WS-DEPT-IDX)
                   MOVE "NO PLAN" TO RPT-LINE(88:7)
                   ADD 1 TO WS-NO-PLAN-COUNT
               WHEN DEPT-OVER-PLAN
                   MOVE "OVER PLAN" TO RPT-LINE(88:9)
                   ADD 1 TO WS-OVER-COUNT
           END-EVALUATE
           PERFORM 7000-WRITE-REPORT-LINE.

      * Formats WS-PERCENT into WS-PCT-TEXT and marks the department
      * over plan when it runs past the tolerance. A variance too
      * large for the column prints as asterisks - it is over plan
      * whatever the tolerance.
       4100-FORMAT-PERCENT.
           IF WS-PERCENT > 9999.99 OR WS-PERCENT < -9999.99
               MOVE "********" TO WS-PCT-TEXT
           ELSE
               MOVE WS-PERCENT TO WS-PCT-DISPLAY
               MOVE WS-PCT-DISPLAY TO WS-PCT-TEXT
           END-IF
           IF WS-PERCENT > WS-TOLERANCE
               SET DEPT-OVER-PLAN TO TRUE
           END-IF.

       5000-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE WS-TOTAL-PLAN-HC TO WS-TOTAL-HC-DISPLAY
           MOVE WS-TOTAL-PLAN-GROSS TO WS-TOTAL-GROSS-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL PLAN    HEADCOUNT " WS-TOTAL-HC-DISPLAY
                  "   GROSS " WS-TOTAL-GROSS-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE WS-TOTAL-ACTUAL-HC TO WS-TOTAL-HC-DISPLAY
           MOVE WS-TOTAL-ACTUAL-GROSS TO WS-TOTAL-GROSS-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL ACTUAL  HEADCOUNT " WS-TOTAL-HC-DISPLAY
                  "   GROSS " WS-TOTAL-GROSS-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DEPARTMENTS OVER PLAN " WS-OVER-COUNT
                  "   WITH NO PLAN " WS-NO-PLAN-COUNT
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE.

      * Second pass over EMPTBL from the top: every current employee
      * whose department carried no plan for the period.
       6000-LIST-UNPLANNED-EMPLOYEES.
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE "EMPLOYEES IN DEPARTMENTS WITH NO PLAN FOR THE PERIOD"
               TO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE "N" TO WS-EMP-EOF-SW
           MOVE LOW-VALUES TO IX-ENO
           START EMPTBL-FILE KEY IS NOT LESS THAN IX-ENO
               INVALID KEY
                   SET EMPTBL-EOF TO TRUE
           END-START
           PERFORM UNTIL EMPTBL-EOF OR JOB-ABORTED
               READ EMPTBL-FILE NEXT RECORD
                   AT END
                       SET EMPTBL-EOF TO TRUE
                   NOT AT END
                       IF NOT IX-TERMINATED
                           PERFORM 6100-CHECK-EMPLOYEE-PLANNED
                       END-IF
               END-READ
           END-PERFORM.

       6100-CHECK-EMPLOYEE-PLANNED.
           MOVE IX-DEPT TO WS-ROW-DEPT
           PERFORM 2900-FIND-DEPARTMENT
           IF NOT JOB-ABORTED
               IF NOT WS-DPV-PLANNED (WS-DEPT-SLOT)
                   ADD 1 TO WS-UNPLANNED-EMP-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "  " IX-DEPT " " IX-ENO " " IX-LNAME " "
                          IX-FNAME " " IX-EMP-STATUS
                          DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 7000-WRITE-REPORT-LINE
               END-IF
           END-IF.

       7000-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF WS-DPLVAR-STATUS NOT = "00"
               DISPLAY "DPLRPT01: EXCEPTION - DPLVAR-FILE write"
                       " failed, status " WS-DPLVAR-STATUS
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

       END PROGRAM DPLRPT01.
