       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRET01.

      *================================================================
      * Retroactive pay for PAYRATE changes that took effect before
      * they reached EMPMNT01. Each RETROQ row is a change applied
      * with a pay effective period; every EMPHIST period EMPCLS01
      * has closed for the employee from that period forward is
      * priced again at the new rate - commission recomputed from the
      * new PAYRATE under the department's COMRATE bands (default
      * "***" row when the department has none) by COMCLC01, the
      * call EMPCOM01 fills with - and the difference from what the
      * period posted is written to RETADJ as one row per employee
      * per period. A
      * period that paid no commission (null COM) is not given one.
      *
      * The EMPHIST row stays exactly as posted; the adjustment
      * stands beside it. What earlier adjustments already owe for
      * the period is counted before anything new is owed, so a
      * second change to the same period owes only the step between
      * the two rates and a rerun over the same queue owes nothing.
      * A period the new figures would pay LESS is reported and left
      * alone - clawing back closed pay is not done by a batch job.
      *
      * The RETREG register lists every period priced, the total
      * per employee and for the run, and closes with a payroll
      * sign-off block; EMPRPT03 pays the unpaid RETADJ rows on the
      * next payroll as a separate PAYINT line. The queue is emptied
      * after a clean run. A department with no commission rate and
      * no default leaves that employee's commission periods
      * unpriced, ends the run RC 16 and keeps the queue so the rerun
      * picks them up once the rate is loaded. The department's
      * annual cap holds here as it does in EMPCOM01 and COMRCL01:
      * the repriced commission is clipped to the room the cap
      * leaves once everything else the year has paid is counted -
      * the commission the year's other periods posted on EMPHIST
      * and the commission RETADJ already owes for them, from
      * earlier runs or earlier in this one - so a retro run never
      * pays what the live run would have capped. A period whose
      * year-to-date cannot be read is reported and not priced, with
      * the same RC 16 and kept queue.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETROQ-FILE ASSIGN TO "RETROQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETROQ-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT COMRATE-FILE ASSIGN TO "COMRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CR-DEPT
               FILE STATUS IS WS-COMRATE-STATUS.

           SELECT RETADJ-FILE ASSIGN TO "RETADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAJ-KEY
               FILE STATUS IS WS-RETADJ-STATUS.

           SELECT RETREG-FILE ASSIGN TO "RETREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETROQ-FILE.
           COPY RETROQ.

       FD  EMPHIST-FILE.
           COPY EMPHIST.

       FD  COMRATE-FILE.
           COPY COMRATE.

       FD  RETADJ-FILE.
           COPY RETADJ.

       FD  RETREG-FILE.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RETROQ-STATUS         PIC X(02).
       01  WS-EMPHIST-STATUS        PIC X(02).
       01  WS-COMRATE-STATUS        PIC X(02).
       01  WS-RETADJ-STATUS         PIC X(02).
       01  WS-RETREG-STATUS         PIC X(02).
       01  WS-TIMESTAMP             PIC X(21).
           COPY COMCALC.

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  RETROQ-EOF           VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".
       01  WS-HIST-DONE-SW          PIC X(01).
           88  HIST-DONE            VALUE "Y".
       01  WS-PRIOR-DONE-SW         PIC X(01).
           88  PRIOR-DONE           VALUE "Y".
       01  WS-RATE-FOUND-SW         PIC X(01) VALUE "N".
           88  RATE-FOUND           VALUE "Y".
       01  WS-COM-FAILED-SW         PIC X(01) VALUE "N".
           88  COM-FAILED           VALUE "Y".
       01  WS-YEAR-DONE-SW          PIC X(01).
           88  YEAR-DONE            VALUE "Y".

       01  WS-NEW-PAYRATE           PIC S9(7)V99 COMP-3.
       01  WS-POSTED-COM            PIC S9(7)V99 COMP-3.
       01  WS-NEW-COM               PIC S9(7)V99 COMP-3.
       01  WS-NEW-GROSS             PIC S9(8)V99 COMP-3.
       01  WS-PRIOR-AMOUNT          PIC S9(8)V99 COMP-3.
       01  WS-PRIOR-COM-AMOUNT      PIC S9(8)V99 COMP-3.
       01  WS-YEAR-RETRO-COM        PIC S9(9)V99 COMP-3.
       01  WS-CAP-LEFT              PIC S9(9)V99 COMP-3.
       01  WS-OWED                  PIC S9(8)V99 COMP-3.
       01  WS-COM-OWED              PIC S9(8)V99 COMP-3.
       01  WS-EMP-OWED              PIC S9(9)V99 COMP-3.
       01  WS-TOTAL-OWED            PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-CHANGE-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-PERIOD-COUNT          PIC 9(05).
       01  WS-ADJUSTED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-COUNT-DISPLAY         PIC Z(04)9.

       01  WS-AMOUNT-X              PIC X(09).
       01  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                    PIC 9(7)V99.
       01  WS-RATE-DISPLAY          PIC Z,ZZZ,ZZ9.99.
       01  WS-NEW-RATE-DISPLAY      PIC Z,ZZZ,ZZ9.99.
       01  WS-POSTED-DISPLAY        PIC ZZ,ZZZ,ZZ9.99.
       01  WS-NEW-GROSS-DISPLAY     PIC ZZ,ZZZ,ZZ9.99.
       01  WS-OWED-DISPLAY          PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-TOTAL-DISPLAY         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "EMPRET01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

      * No queue at all means EMPMNT01 has never queued a change -
      * nothing is owed, and that is not a failure.
       OPEN INPUT RETROQ-FILE.
       IF WS-RETROQ-STATUS = "35"
           DISPLAY "EMPRET01: no RETROQ-FILE - no retroactive pay"
                   " changes queued"
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF
       IF WS-RETROQ-STATUS NOT = "00"
           DISPLAY "EMPRET01: EXCEPTION - RETROQ-FILE open failed,"
                   " status " WS-RETROQ-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT EMPHIST-FILE.
       IF WS-EMPHIST-STATUS NOT = "00"
           DISPLAY "EMPRET01: EXCEPTION - EMPHIST-FILE open failed,"
                   " status " WS-EMPHIST-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE RETROQ-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT COMRATE-FILE.
       IF WS-COMRATE-STATUS NOT = "00"
           DISPLAY "EMPRET01: EXCEPTION - COMRATE-FILE open failed,"
                   " status " WS-COMRATE-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE RETROQ-FILE
           CLOSE EMPHIST-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

      * The first run creates the adjustment file.
       OPEN I-O RETADJ-FILE.
       IF WS-RETADJ-STATUS = "35"
           OPEN OUTPUT RETADJ-FILE
           CLOSE RETADJ-FILE
           OPEN I-O RETADJ-FILE
       END-IF
       IF WS-RETADJ-STATUS NOT = "00"
           DISPLAY "EMPRET01: EXCEPTION - RETADJ-FILE open failed,"
                   " status " WS-RETADJ-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE RETROQ-FILE
           CLOSE EMPHIST-FILE
           CLOSE COMRATE-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT RETREG-FILE.
       IF WS-RETREG-STATUS NOT = "00"
           DISPLAY "EMPRET01: EXCEPTION - RETREG-FILE open failed,"
                   " status " WS-RETREG-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE RETROQ-FILE
           CLOSE EMPHIST-FILE
           CLOSE COMRATE-FILE
           CLOSE RETADJ-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
       MOVE SPACES TO RPT-LINE
       STRING "EMPRET01 RETROACTIVE PAY REGISTER   RUN "
              WS-TIMESTAMP(1:8)
              DELIMITED BY SIZE INTO RPT-LINE
       PERFORM 7000-WRITE-REGISTER-LINE
       MOVE SPACES TO RPT-LINE
       STRING "ENO    PERIOD OLD PAYRATE  NEW PAYRATE "
              " POSTED GROSS     NEW GROSS           OWED"
              DELIMITED BY SIZE INTO RPT-LINE
       PERFORM 7000-WRITE-REGISTER-LINE

       PERFORM 1000-READ-CHANGE.
       PERFORM UNTIL RETROQ-EOF OR JOB-ABORTED
           ADD 1 TO WS-CHANGE-COUNT
           PERFORM 2000-PRICE-ONE-CHANGE
           IF NOT JOB-ABORTED
               PERFORM 1000-READ-CHANGE
           END-IF
       END-PERFORM.

       IF NOT JOB-ABORTED
           PERFORM 8000-WRITE-TOTALS
       END-IF.

       SET CCL-FINISH TO TRUE.
       CALL "COMCLC01" USING COMCALC-AREA.

       CLOSE RETROQ-FILE.
       CLOSE EMPHIST-FILE.
       CLOSE COMRATE-FILE.
       CLOSE RETADJ-FILE.
       CLOSE RETREG-FILE.

      * Only a clean run empties the queue; anything less leaves it
      * whole, and the rerun owes only what this run did not write.
       IF NOT JOB-ABORTED AND WS-EXCEPTION-COUNT = ZERO
           OPEN OUTPUT RETROQ-FILE
           IF WS-RETROQ-STATUS NOT = "00"
               DISPLAY "EMPRET01: RETROQ-FILE could not be emptied,"
                       " status " WS-RETROQ-STATUS " - rerun is"
                       " safe, nothing is owed twice"
               MOVE 4 TO RETURN-CODE
           ELSE
               CLOSE RETROQ-FILE
           END-IF
       END-IF.

       DISPLAY "EMPRET01: changes " WS-CHANGE-COUNT
               " periods adjusted " WS-ADJUSTED-COUNT
               " exceptions " WS-EXCEPTION-COUNT.

       IF JOB-ABORTED
           DISPLAY "EMPRET01: job stopped - register incomplete,"
                   " queue kept"
           MOVE 16 TO RETURN-CODE
       ELSE
           IF WS-EXCEPTION-COUNT NOT = ZERO
               MOVE 16 TO RETURN-CODE
           END-IF
       END-IF.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       1000-READ-CHANGE.
           READ RETROQ-FILE
               AT END
                   SET RETROQ-EOF TO TRUE
           END-READ.

      * Every closed period from the effective period forward: the
      * ENO-plus-period key puts them in a row after a START.
       2000-PRICE-ONE-CHANGE.
           MOVE ZERO TO WS-EMP-OWED
           MOVE ZERO TO WS-PERIOD-COUNT
           IF RTQ-NEW-PAYRATE NOT NUMERIC
                   OR RTQ-EFFECTIVE-PERIOD NOT NUMERIC
               MOVE SPACES TO RPT-LINE
               STRING RTQ-ENO " " RTQ-EFFECTIVE-PERIOD
                      " QUEUE ROW UNREADABLE - NOT PRICED"
                      DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 7000-WRITE-REGISTER-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               MOVE RTQ-NEW-PAYRATE TO WS-AMOUNT-X
               MOVE WS-AMOUNT-9     TO WS-NEW-PAYRATE
               PERFORM 2100-LOOK-UP-RATE
               MOVE "N" TO WS-HIST-DONE-SW
               MOVE RTQ-ENO              TO EH-ENO
               MOVE RTQ-EFFECTIVE-PERIOD TO EH-PERIOD
               START EMPHIST-FILE KEY NOT < EH-KEY
                   INVALID KEY
                       SET HIST-DONE TO TRUE
               END-START
               PERFORM UNTIL HIST-DONE OR JOB-ABORTED
                   READ EMPHIST-FILE NEXT RECORD
                       AT END
                           SET HIST-DONE TO TRUE
                       NOT AT END
                           IF EH-ENO NOT = RTQ-ENO
                               SET HIST-DONE TO TRUE
                           ELSE
                               ADD 1 TO WS-PERIOD-COUNT
                               PERFORM 3000-PRICE-ONE-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 2900-WRITE-EMPLOYEE-TOTAL
           END-IF.

       2100-LOOK-UP-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW
           MOVE RTQ-DEPT TO CR-DEPT
           READ COMRATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RATE-FOUND TO TRUE
           END-READ
           IF NOT RATE-FOUND
               MOVE "***" TO CR-DEPT
               READ COMRATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RATE-FOUND TO TRUE
               END-READ
           END-IF.

       2900-WRITE-EMPLOYEE-TOTAL.
           MOVE SPACES TO RPT-LINE
           IF WS-PERIOD-COUNT = ZERO
               STRING RTQ-ENO " " RTQ-LNAME " " RTQ-FNAME
                      " NO CLOSED PERIODS FROM " RTQ-EFFECTIVE-PERIOD
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE WS-EMP-OWED TO WS-OWED-DISPLAY
               STRING RTQ-ENO " " RTQ-LNAME " " RTQ-FNAME
                      " TOTAL OWED"
                      DELIMITED BY SIZE INTO RPT-LINE
               MOVE WS-OWED-DISPLAY TO RPT-LINE(69:14)
           END-IF
           PERFORM 7000-WRITE-REGISTER-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REGISTER-LINE.

      * New gross is the new PAYRATE plus, where the period paid a
      * commission at all, the new PAYRATE under the department's
      * bands, clipped to the annual cap. COMCLC01 counts every
      * commission EMPHIST holds for the year, the period being
      * repriced included; its posted commission is added back onto
      * the cap passed in and what RETADJ owes the year's other
      * periods (3050) taken off it, so the room left is the cap
      * less what the rest of the year paid. A zero cap stays zero -
      * no cap - so a cap the other periods have used up is not
      * passed on as zero: the commission is simply nothing.
      * What is owed is that less what the period posted and less
      * what earlier adjustments to the period already owe.
       3000-PRICE-ONE-PERIOD.
           MOVE "N" TO WS-COM-FAILED-SW
           IF EH-COM-NULL-IND < 0
               MOVE ZERO TO WS-POSTED-COM
               MOVE ZERO TO WS-NEW-COM
           ELSE
               MOVE EH-COM TO WS-POSTED-COM
               IF RATE-FOUND
                   SET CCL-COMPUTE TO TRUE
                   MOVE EH-ENO          TO CCL-ENO
                   MOVE EH-PERIOD(1:4)  TO CCL-YEAR
                   MOVE WS-NEW-PAYRATE  TO CCL-PAYRATE
                   MOVE CR-RATE         TO CCL-LOWER-RATE
                   MOVE CR-BREAKPOINT   TO CCL-BREAKPOINT
                   MOVE CR-UPPER-RATE   TO CCL-UPPER-RATE
                   IF CR-ANNUAL-CAP > ZERO
                       PERFORM 3050-SUM-YEAR-ADJUSTMENTS
                       COMPUTE WS-CAP-LEFT = CR-ANNUAL-CAP
                               + WS-POSTED-COM - WS-YEAR-RETRO-COM
                   ELSE
                       MOVE ZERO TO WS-CAP-LEFT
                   END-IF
                   EVALUATE TRUE
                       WHEN CR-ANNUAL-CAP > ZERO
                               AND WS-CAP-LEFT NOT > ZERO
                           MOVE ZERO TO WS-NEW-COM
                       WHEN OTHER
                           MOVE WS-CAP-LEFT TO CCL-ANNUAL-CAP
                           CALL "COMCLC01" USING COMCALC-AREA
                           IF CCL-FAILED
                               SET COM-FAILED TO TRUE
                           ELSE
                               MOVE CCL-COM TO WS-NEW-COM
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN EH-COM-NULL-IND NOT < 0 AND NOT RATE-FOUND
                   MOVE SPACES TO RPT-LINE
                   STRING RTQ-ENO " " EH-PERIOD
                          " NO COMMISSION RATE FOR DEPARTMENT " RTQ-DEPT
                          " AND NO DEFAULT - NOT PRICED"
                          DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 7000-WRITE-REGISTER-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN COM-FAILED
                   DISPLAY "EMPRET01: EXCEPTION - " RTQ-ENO " "
                           EH-PERIOD " commission not computed - "
                           CCL-MESSAGE
                   MOVE SPACES TO RPT-LINE
                   STRING RTQ-ENO " " EH-PERIOD
                          " ANNUAL CAP NOT CHECKED - " CCL-MESSAGE
                          DELIMITED BY SIZE INTO RPT-LINE
                   MOVE "NOT PRICED" TO RPT-LINE(86:10)
                   PERFORM 7000-WRITE-REGISTER-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN OTHER
                   PERFORM 3100-SUM-PRIOR-ADJUSTMENTS
                   COMPUTE WS-NEW-GROSS = WS-NEW-PAYRATE + WS-NEW-COM
                   COMPUTE WS-OWED = WS-NEW-GROSS - EH-GROSS
                                     - WS-PRIOR-AMOUNT
                   COMPUTE WS-COM-OWED = WS-NEW-COM - WS-POSTED-COM
                                         - WS-PRIOR-COM-AMOUNT
                   PERFORM 3200-WRITE-PERIOD-LINE
           END-EVALUATE.

      * Commission RETADJ already owes the employee for the other
      * periods of the year being repriced - the key runs ENO then
      * period, so the year is one run of the file from period
      * YYYY plus low-values.
       3050-SUM-YEAR-ADJUSTMENTS.
           MOVE ZERO TO WS-YEAR-RETRO-COM
           MOVE "N" TO WS-YEAR-DONE-SW
           MOVE EH-ENO         TO RAJ-ENO
           MOVE EH-PERIOD(1:4) TO RAJ-PERIOD(1:4)
           MOVE LOW-VALUES     TO RAJ-PERIOD(5:2)
           MOVE LOW-VALUES     TO RAJ-CHANGE-STAMP
           START RETADJ-FILE KEY NOT < RAJ-KEY
               INVALID KEY
                   SET YEAR-DONE TO TRUE
           END-START
           PERFORM UNTIL YEAR-DONE
               READ RETADJ-FILE NEXT RECORD
                   AT END
                       SET YEAR-DONE TO TRUE
                   NOT AT END
                       IF RAJ-ENO NOT = EH-ENO
                               OR RAJ-PERIOD(1:4) NOT = EH-PERIOD(1:4)
                           SET YEAR-DONE TO TRUE
                       ELSE
                           IF RAJ-PERIOD NOT = EH-PERIOD
                               ADD RAJ-COM-AMOUNT
                                   TO WS-YEAR-RETRO-COM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3100-SUM-PRIOR-ADJUSTMENTS.
           MOVE ZERO TO WS-PRIOR-AMOUNT
           MOVE ZERO TO WS-PRIOR-COM-AMOUNT
           MOVE "N" TO WS-PRIOR-DONE-SW
           MOVE EH-ENO     TO RAJ-ENO
           MOVE EH-PERIOD  TO RAJ-PERIOD
           MOVE LOW-VALUES TO RAJ-CHANGE-STAMP
           START RETADJ-FILE KEY NOT < RAJ-KEY
               INVALID KEY
                   SET PRIOR-DONE TO TRUE
           END-START
           PERFORM UNTIL PRIOR-DONE
               READ RETADJ-FILE NEXT RECORD
                   AT END
                       SET PRIOR-DONE TO TRUE
                   NOT AT END
                       IF RAJ-ENO NOT = EH-ENO
                               OR RAJ-PERIOD NOT = EH-PERIOD
                           SET PRIOR-DONE TO TRUE
                       ELSE
                           ADD RAJ-AMOUNT     TO WS-PRIOR-AMOUNT
                           ADD RAJ-COM-AMOUNT TO WS-PRIOR-COM-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.

       3200-WRITE-PERIOD-LINE.
           MOVE EH-PAYRATE     TO WS-RATE-DISPLAY
           MOVE WS-NEW-PAYRATE TO WS-NEW-RATE-DISPLAY
           MOVE EH-GROSS       TO WS-POSTED-DISPLAY
           MOVE WS-NEW-GROSS   TO WS-NEW-GROSS-DISPLAY
           MOVE WS-OWED        TO WS-OWED-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING RTQ-ENO " " EH-PERIOD " "
                  WS-RATE-DISPLAY " " WS-NEW-RATE-DISPLAY " "
                  WS-POSTED-DISPLAY " " WS-NEW-GROSS-DISPLAY " "
                  WS-OWED-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           IF WS-OWED > ZERO
               PERFORM 4000-WRITE-ADJUSTMENT
           ELSE
               MOVE "NOTHING OWED" TO RPT-LINE(86:12)
           END-IF
           PERFORM 7000-WRITE-REGISTER-LINE.

       4000-WRITE-ADJUSTMENT.
           MOVE SPACES TO RETADJ-RECORD
           MOVE EH-ENO         TO RAJ-ENO
           MOVE EH-PERIOD      TO RAJ-PERIOD
           MOVE RTQ-TIMESTAMP  TO RAJ-CHANGE-STAMP
           MOVE RTQ-LNAME      TO RAJ-LNAME
           MOVE RTQ-FNAME      TO RAJ-FNAME
           MOVE RTQ-DEPT       TO RAJ-DEPT
           MOVE EH-PAYRATE     TO RAJ-POSTED-PAYRATE
           MOVE WS-NEW-PAYRATE TO RAJ-NEW-PAYRATE
           MOVE WS-POSTED-COM  TO RAJ-POSTED-COM
           MOVE WS-NEW-COM     TO RAJ-NEW-COM
           IF EH-COM-NULL-IND < 0
               MOVE ZERO    TO RAJ-COM-RATE
           ELSE
               MOVE CR-RATE TO RAJ-COM-RATE
           END-IF
           MOVE WS-OWED        TO RAJ-AMOUNT
           MOVE WS-COM-OWED    TO RAJ-COM-AMOUNT
           MOVE WS-TIMESTAMP   TO RAJ-CREATED
           MOVE SPACES         TO RAJ-PAY-PERIOD
           WRITE RETADJ-RECORD
               INVALID KEY
                   MOVE "ALREADY ADJUSTED" TO RPT-LINE(86:15)
               NOT INVALID KEY
                   ADD 1 TO WS-ADJUSTED-COUNT
                   ADD WS-OWED TO WS-EMP-OWED
                   ADD WS-OWED TO WS-TOTAL-OWED
           END-WRITE
           IF WS-RETADJ-STATUS NOT = "00"
                   AND WS-RETADJ-STATUS NOT = "22"
               DISPLAY "EMPRET01: EXCEPTION - RETADJ-FILE write"
                       " failed, status " WS-RETADJ-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

       7000-WRITE-REGISTER-LINE.
           WRITE RPT-LINE
           IF WS-RETREG-STATUS NOT = "00"
               DISPLAY "EMPRET01: EXCEPTION - RETREG-FILE write"
                       " failed, status " WS-RETREG-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF
           MOVE SPACES TO RPT-LINE.

      * Payroll signs the register off before the next payroll run
      * pays what it lists.
       8000-WRITE-TOTALS.
           MOVE WS-CHANGE-COUNT TO WS-COUNT-DISPLAY
           STRING "PAY CHANGES PRICED    " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-REGISTER-LINE
           MOVE WS-ADJUSTED-COUNT TO WS-COUNT-DISPLAY
           STRING "PERIODS ADJUSTED      " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-REGISTER-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
           STRING "NOT PRICED            " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-REGISTER-LINE
           MOVE WS-TOTAL-OWED TO WS-TOTAL-DISPLAY
           STRING "TOTAL RETROACTIVE PAY OWED " WS-TOTAL-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-REGISTER-LINE
           PERFORM 7000-WRITE-REGISTER-LINE
           MOVE "PAYROLL SIGN-OFF  ____________________  DATE ________"
               TO RPT-LINE
           PERFORM 7000-WRITE-REGISTER-LINE.

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

       END PROGRAM EMPRET01.
