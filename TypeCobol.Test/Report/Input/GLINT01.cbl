       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINT01.

      *================================================================
      * General-ledger journal interface for a closed payroll
      * period. Finance used to re-key the register's department
      * subtotals and the COMRCL01 COMDELT report into the ledger by
      * hand; this job builds the journal from the same figures the
      * period actually posted.
      *
      * For the period on the GLINTP card every EMPHIST row is
      * summed by the department on the row (EMPTBL's department for
      * rows posted before EMPHIST carried one): salary expense is
      * the PAYRATE part of the gross, commission expense the
      * non-null COM. Retroactive pay EMPRPT03 paid in the period
      * (RETADJ rows stamped with it) is added the same way, split
      * into its salary and commission parts. Each expense is
      * debited to the department's GLMAP cost center and account
      * and credited to the payroll clearing account on the card.
      * The COMRAUD commission deltas whose timestamps fall in the
      * card's window are posted as adjusting entries - an increase
      * debits commission expense, a decrease credits it - against
      * the same clearing account.
      *
      * Every department is mapped before a line is written: a
      * department with no GLMAP row stops the run with no journal
      * at all, as does a period with no history (not closed yet).
      * The journal goes out on GLJRNL with a header, the lines and
      * a control trailer carrying the debit and credit totals; if
      * they do not agree the trailer is withheld and the run ends
      * RC 16, so the ledger load refuses the file.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLINTP-FILE ASSIGN TO "GLINTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLINTP-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT EMPTBL-FILE ASSIGN TO "EMPTBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-ENO
               ALTERNATE RECORD KEY IS IX-LNAME WITH DUPLICATES
               FILE STATUS IS WS-EMPTBL-STATUS.

           SELECT RETADJ-FILE ASSIGN TO "RETADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RAJ-KEY
               FILE STATUS IS WS-RETADJ-STATUS.

           SELECT COMRAUD-FILE ASSIGN TO "COMRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMRAUD-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-DEPT
               FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GLJRNL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLINTP-FILE.
           COPY GLINTP.

       FD  EMPHIST-FILE.
           COPY EMPHIST.

       FD  EMPTBL-FILE.
           COPY EMPIDX.

       FD  RETADJ-FILE.
           COPY RETADJ.

       FD  COMRAUD-FILE.
           COPY COMRAUD.

       FD  GLMAP-FILE.
           COPY GLMAP.

       FD  GLJRNL-FILE.
           COPY GLJRNL.

       WORKING-STORAGE SECTION.
       01  WS-GLINTP-STATUS         PIC X(02).
       01  WS-EMPHIST-STATUS        PIC X(02).
       01  WS-EMPTBL-STATUS         PIC X(02).
       01  WS-RETADJ-STATUS         PIC X(02).
       01  WS-COMRAUD-STATUS        PIC X(02).
       01  WS-GLMAP-STATUS          PIC X(02).
       01  WS-GLJRNL-STATUS         PIC X(02).
       01  WS-RUN-STAMP             PIC X(21).
       01  WS-PERIOD                PIC X(06).
       01  WS-CLEARING-ACCOUNT      PIC X(10).
       01  WS-DELTA-FROM-DATE       PIC X(08).
       01  WS-DELTA-TO-DATE         PIC X(08).

       01  WS-HIST-EOF-SW           PIC X(01) VALUE "N".
           88  EMPHIST-EOF          VALUE "Y".
       01  WS-RETADJ-EOF-SW         PIC X(01) VALUE "N".
           88  RETADJ-EOF           VALUE "Y".
       01  WS-COMRAUD-EOF-SW        PIC X(01) VALUE "N".
           88  COMRAUD-EOF          VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".
       01  WS-DELTA-WINDOW-SW       PIC X(01) VALUE "N".
           88  DELTA-WINDOW-GIVEN   VALUE "Y".
       01  WS-FOUND-SW              PIC X(01).
           88  ENTRY-FOUND          VALUE "Y".
       01  WS-SLOT-FOUND-SW         PIC X(01).
           88  SLOT-FOUND           VALUE "Y".

      * One entry per department touched by the period, kept in
      * department order as the entries are made.
       01  WS-DEPT-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-DEPT-MAX              PIC 9(03) VALUE 200.
       01  WS-DEPT-IDX              PIC 9(03).
       01  WS-DEPT-SLOT             PIC 9(03).
       01  WS-DEPT-TABLE.
           05  WS-DEPT-ENTRY OCCURS 200 TIMES.
               10  WS-GLD-DEPT          PIC X(03).
               10  WS-GLD-SALARY        PIC S9(11)V99 COMP-3.
               10  WS-GLD-COM           PIC S9(11)V99 COMP-3.
               10  WS-GLD-RETRO-SALARY  PIC S9(11)V99 COMP-3.
               10  WS-GLD-RETRO-COM     PIC S9(11)V99 COMP-3.
               10  WS-GLD-COM-DELTA     PIC S9(11)V99 COMP-3.
               10  WS-GLD-COST-CENTER   PIC X(06).
               10  WS-GLD-SALARY-ACCT   PIC X(10).
               10  WS-GLD-COM-ACCT      PIC X(10).

       01  WS-ROW-DEPT              PIC X(03).
       01  WS-HIST-ROW-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-RETRO-ROW-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-DELTA-ROW-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-UNMAPPED-COUNT        PIC 9(03) VALUE ZERO.

      * The entry being written: a signed amount raised against an
      * expense account, balanced by the clearing account.
       01  WS-ENTRY-AMOUNT          PIC S9(11)V99 COMP-3.
       01  WS-ENTRY-ACCOUNT         PIC X(10).
       01  WS-ENTRY-SOURCE          PIC X(02).
       01  WS-ENTRY-DESCRIPTION     PIC X(30).
       01  WS-EXPENSE-SIDE          PIC X(01).
       01  WS-CLEARING-SIDE         PIC X(01).
       01  WS-LINE-ACCOUNT          PIC X(10).
       01  WS-LINE-SIDE             PIC X(01).
       01  WS-LINE-AMOUNT           PIC S9(11)V99 COMP-3.

       01  WS-LINE-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-DEBIT-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-CREDIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-TOTAL-DISPLAY         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-AMOUNT-X              PIC X(09).
       01  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                    PIC 9(7)V99.
       01  WS-OLD-COM               PIC S9(7)V99 COMP-3.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "GLINT01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

       PERFORM 1000-READ-PARM-CARD.
       IF JOB-ABORTED
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT EMPHIST-FILE.
       IF WS-EMPHIST-STATUS NOT = "00"
           DISPLAY "GLINT01: EXCEPTION - EMPHIST-FILE open failed,"
                   " status " WS-EMPHIST-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT EMPTBL-FILE.
       IF WS-EMPTBL-STATUS NOT = "00"
           DISPLAY "GLINT01: EXCEPTION - EMPTBL-FILE open failed,"
                   " status " WS-EMPTBL-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE EMPHIST-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       PERFORM 2000-SUM-PERIOD-HISTORY.
       CLOSE EMPHIST-FILE.
       CLOSE EMPTBL-FILE.
       IF NOT JOB-ABORTED AND WS-HIST-ROW-COUNT = ZERO
           DISPLAY "GLINT01: period " WS-PERIOD " has no EMPHIST"
                   " rows - not closed, no journal produced"
           SET JOB-ABORTED TO TRUE
       END-IF

       IF NOT JOB-ABORTED
           PERFORM 2500-SUM-RETRO-PAY
       END-IF
       IF NOT JOB-ABORTED AND DELTA-WINDOW-GIVEN
           PERFORM 2700-SUM-COMMISSION-DELTAS
       END-IF
       IF NOT JOB-ABORTED
           PERFORM 3000-MAP-DEPARTMENTS
       END-IF
       IF JOB-ABORTED
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT GLJRNL-FILE.
       IF WS-GLJRNL-STATUS NOT = "00"
           DISPLAY "GLINT01: EXCEPTION - GLJRNL-FILE open failed,"
                   " status " WS-GLJRNL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       MOVE SPACES TO GLJRNL-RECORD
       SET GLJ-HEADER TO TRUE
       MOVE WS-PERIOD         TO GLJ-HDR-PERIOD
       MOVE WS-RUN-STAMP(1:8) TO GLJ-HDR-RUN-DATE
       MOVE "PAYROLL"         TO GLJ-HDR-SOURCE
       PERFORM 7000-WRITE-JOURNAL-RECORD.

       PERFORM 4000-JOURNAL-ONE-DEPARTMENT
           VARYING WS-DEPT-IDX FROM 1 BY 1
           UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR JOB-ABORTED.

      * Every entry is written as a matched pair, so an imbalance
      * here means a line went missing - the trailer is what lets
      * the ledger load accept the file, and it is withheld.
       IF NOT JOB-ABORTED
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               MOVE SPACES TO GLJRNL-RECORD
               SET GLJ-TRAILER TO TRUE
               MOVE WS-LINE-COUNT   TO GLJ-TRL-LINE-COUNT
               MOVE WS-DEBIT-TOTAL  TO GLJ-TRL-DEBIT-TOTAL
               MOVE WS-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
               PERFORM 7000-WRITE-JOURNAL-RECORD
           ELSE
               MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISPLAY
               DISPLAY "GLINT01: debits  " WS-TOTAL-DISPLAY
               MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISPLAY
               DISPLAY "GLINT01: credits " WS-TOTAL-DISPLAY
               DISPLAY "GLINT01: journal does not balance -"
                       " trailer withheld"
               SET JOB-ABORTED TO TRUE
           END-IF
       END-IF.

       CLOSE GLJRNL-FILE.

       MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISPLAY.
       DISPLAY "GLINT01: period " WS-PERIOD " - " WS-LINE-COUNT
               " journal line(s), " WS-DEPT-COUNT " department(s),"
               " debits " WS-TOTAL-DISPLAY.
       DISPLAY "GLINT01: " WS-HIST-ROW-COUNT " history row(s), "
               WS-RETRO-ROW-COUNT " retro row(s), "
               WS-DELTA-ROW-COUNT " commission delta(s)".

       IF JOB-ABORTED
           DISPLAY "GLINT01: journal incomplete - the GLJRNL file"
                   " must not be loaded"
           MOVE 16 TO RETURN-CODE
       END-IF.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       1000-READ-PARM-CARD.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           OPEN INPUT GLINTP-FILE
           IF WS-GLINTP-STATUS NOT = "00"
               DISPLAY "GLINT01: EXCEPTION - GLINTP-FILE open failed,"
                       " status " WS-GLINTP-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               READ GLINTP-FILE
                   AT END
                       DISPLAY "GLINT01: GLINTP-FILE is empty -"
                               " no period, no journal"
                       MOVE 16 TO RETURN-CODE
                       SET JOB-ABORTED TO TRUE
                   NOT AT END
                       MOVE GLP-PERIOD           TO WS-PERIOD
                       MOVE GLP-CLEARING-ACCOUNT TO WS-CLEARING-ACCOUNT
                       MOVE GLP-DELTA-FROM-DATE  TO WS-DELTA-FROM-DATE
                       MOVE GLP-DELTA-TO-DATE    TO WS-DELTA-TO-DATE
               END-READ
               CLOSE GLINTP-FILE
           END-IF
           IF NOT JOB-ABORTED
               PERFORM 1100-EDIT-PARM-CARD
           END-IF.

      * A blank delta window means no commission recalculation
      * belongs to this period.
       1100-EDIT-PARM-CARD.
           IF WS-PERIOD NOT NUMERIC OR WS-PERIOD(5:2) = "00"
               DISPLAY "GLINT01: period " WS-PERIOD
                       " is not a valid YYYYPP - rejected"
               SET JOB-ABORTED TO TRUE
           END-IF
           IF WS-CLEARING-ACCOUNT = SPACES
               DISPLAY "GLINT01: no payroll clearing account on the"
                       " card - rejected"
               SET JOB-ABORTED TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-DELTA-FROM-DATE = SPACES
                       AND WS-DELTA-TO-DATE = SPACES
                   CONTINUE
               WHEN WS-DELTA-FROM-DATE NOT NUMERIC
                       OR WS-DELTA-TO-DATE NOT NUMERIC
                   DISPLAY "GLINT01: commission delta window "
                           WS-DELTA-FROM-DATE "-" WS-DELTA-TO-DATE
                           " is not two YYYYMMDD dates - rejected"
                   SET JOB-ABORTED TO TRUE
               WHEN WS-DELTA-FROM-DATE > WS-DELTA-TO-DATE
                   DISPLAY "GLINT01: commission delta window "
                           WS-DELTA-FROM-DATE "-" WS-DELTA-TO-DATE
                           " ends before it starts - rejected"
                   SET JOB-ABORTED TO TRUE
               WHEN OTHER
                   SET DELTA-WINDOW-GIVEN TO TRUE
           END-EVALUATE
           IF JOB-ABORTED
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-SUM-PERIOD-HISTORY.
           PERFORM UNTIL EMPHIST-EOF OR JOB-ABORTED
               READ EMPHIST-FILE
                   AT END
                       SET EMPHIST-EOF TO TRUE
                   NOT AT END
                       IF EH-PERIOD = WS-PERIOD
                           PERFORM 2100-POST-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.

       2100-POST-HISTORY-ROW.
           ADD 1 TO WS-HIST-ROW-COUNT
           MOVE EH-DEPT TO WS-ROW-DEPT
           IF WS-ROW-DEPT = SPACES OR WS-ROW-DEPT = LOW-VALUES
               MOVE EH-ENO TO IX-ENO
               READ EMPTBL-FILE
                   INVALID KEY
                       DISPLAY "GLINT01: EXCEPTION - employee "
                               EH-ENO " has no department on the"
                               " history row or on EMPTBL"
                       SET JOB-ABORTED TO TRUE
                   NOT INVALID KEY
                       MOVE IX-DEPT TO WS-ROW-DEPT
               END-READ
           END-IF
           IF NOT JOB-ABORTED
               PERFORM 2900-FIND-DEPARTMENT
           END-IF
           IF NOT JOB-ABORTED
               ADD EH-PAYRATE TO WS-GLD-SALARY (WS-DEPT-SLOT)
               IF EH-COM-NULL-IND NOT < 0
                   ADD EH-COM TO WS-GLD-COM (WS-DEPT-SLOT)
               END-IF
           END-IF.

      * No RETADJ means no retroactive pay has ever been priced.
       2500-SUM-RETRO-PAY.
           OPEN INPUT RETADJ-FILE
           EVALUATE WS-RETADJ-STATUS
               WHEN "00"
                   PERFORM UNTIL RETADJ-EOF OR JOB-ABORTED
                       READ RETADJ-FILE
                           AT END
                               SET RETADJ-EOF TO TRUE
                           NOT AT END
                               IF RAJ-PAY-PERIOD = WS-PERIOD
                                   PERFORM 2600-POST-RETRO-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RETADJ-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "GLINT01: EXCEPTION - RETADJ-FILE open"
                           " failed, status " WS-RETADJ-STATUS
                   SET JOB-ABORTED TO TRUE
           END-EVALUATE.

       2600-POST-RETRO-ROW.
           ADD 1 TO WS-RETRO-ROW-COUNT
           MOVE RAJ-DEPT TO WS-ROW-DEPT
           PERFORM 2900-FIND-DEPARTMENT
           IF NOT JOB-ABORTED
               COMPUTE WS-GLD-RETRO-SALARY (WS-DEPT-SLOT) =
                       WS-GLD-RETRO-SALARY (WS-DEPT-SLOT)
                       + RAJ-AMOUNT - RAJ-COM-AMOUNT
               ADD RAJ-COM-AMOUNT TO WS-GLD-RETRO-COM (WS-DEPT-SLOT)
           END-IF.

       2700-SUM-COMMISSION-DELTAS.
           OPEN INPUT COMRAUD-FILE
           EVALUATE WS-COMRAUD-STATUS
               WHEN "00"
                   PERFORM UNTIL COMRAUD-EOF OR JOB-ABORTED
                       READ COMRAUD-FILE
                           AT END
                               SET COMRAUD-EOF TO TRUE
                           NOT AT END
                               IF CRA-TIMESTAMP(1:8)
                                       NOT < WS-DELTA-FROM-DATE
                                   AND CRA-TIMESTAMP(1:8)
                                       NOT > WS-DELTA-TO-DATE
                                   PERFORM 2800-POST-DELTA-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMRAUD-FILE
               WHEN "35"
                   DISPLAY "GLINT01: no COMRAUD-FILE - no commission"
                           " deltas to post"
               WHEN OTHER
                   DISPLAY "GLINT01: EXCEPTION - COMRAUD-FILE open"
                           " failed, status " WS-COMRAUD-STATUS
                   SET JOB-ABORTED TO TRUE
           END-EVALUATE.

       2800-POST-DELTA-ROW.
           IF CRA-OLD-COM NOT NUMERIC OR CRA-NEW-COM NOT NUMERIC
               DISPLAY "GLINT01: EXCEPTION - COMRAUD row for employee "
                       CRA-ENO " at " CRA-TIMESTAMP
                       " has unreadable amounts"
               SET JOB-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-DELTA-ROW-COUNT
               MOVE CRA-DEPT TO WS-ROW-DEPT
               PERFORM 2900-FIND-DEPARTMENT
           END-IF
           IF NOT JOB-ABORTED
               MOVE CRA-OLD-COM TO WS-AMOUNT-X
               MOVE WS-AMOUNT-9 TO WS-OLD-COM
               MOVE CRA-NEW-COM TO WS-AMOUNT-X
               COMPUTE WS-GLD-COM-DELTA (WS-DEPT-SLOT) =
                       WS-GLD-COM-DELTA (WS-DEPT-SLOT)
                       + WS-AMOUNT-9 - WS-OLD-COM
           END-IF.

      * Leaves WS-DEPT-SLOT on the entry for WS-ROW-DEPT, making
      * one in department order if this is the first sight of it.
       2900-FIND-DEPARTMENT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT OR ENTRY-FOUND
               IF WS-GLD-DEPT (WS-DEPT-IDX) = WS-ROW-DEPT
                   SET ENTRY-FOUND TO TRUE
                   MOVE WS-DEPT-IDX TO WS-DEPT-SLOT
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-DEPT-COUNT = WS-DEPT-MAX
                   DISPLAY "GLINT01: EXCEPTION - more than "
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
                   IF WS-GLD-DEPT (WS-DEPT-SLOT - 1) < WS-ROW-DEPT
                       SET SLOT-FOUND TO TRUE
                   ELSE
                       MOVE WS-DEPT-ENTRY (WS-DEPT-SLOT - 1)
                           TO WS-DEPT-ENTRY (WS-DEPT-SLOT)
                       SUBTRACT 1 FROM WS-DEPT-SLOT
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES      TO WS-DEPT-ENTRY (WS-DEPT-SLOT)
           MOVE WS-ROW-DEPT TO WS-GLD-DEPT (WS-DEPT-SLOT)
           MOVE ZERO TO WS-GLD-SALARY (WS-DEPT-SLOT)
           MOVE ZERO TO WS-GLD-COM (WS-DEPT-SLOT)
           MOVE ZERO TO WS-GLD-RETRO-SALARY (WS-DEPT-SLOT)
           MOVE ZERO TO WS-GLD-RETRO-COM (WS-DEPT-SLOT)
           MOVE ZERO TO WS-GLD-COM-DELTA (WS-DEPT-SLOT).

      * Every department is looked up, and every one missing is
      * named, before the run is stopped - one rerun, not one per
      * missing row.
       3000-MAP-DEPARTMENTS.
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = "00"
               DISPLAY "GLINT01: EXCEPTION - GLMAP-FILE open failed,"
                       " status " WS-GLMAP-STATUS
               SET JOB-ABORTED TO TRUE
           ELSE
               PERFORM 3100-MAP-ONE-DEPARTMENT
                   VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               CLOSE GLMAP-FILE
               IF WS-UNMAPPED-COUNT NOT = ZERO
                   DISPLAY "GLINT01: " WS-UNMAPPED-COUNT
                           " department(s) have no GLMAP row - no"
                           " journal produced"
                   SET JOB-ABORTED TO TRUE
               END-IF
           END-IF.

       3100-MAP-ONE-DEPARTMENT.
           MOVE WS-GLD-DEPT (WS-DEPT-IDX) TO GLM-DEPT
           READ GLMAP-FILE
               INVALID KEY
                   DISPLAY "GLINT01: department "
                           WS-GLD-DEPT (WS-DEPT-IDX)
                           " has no GLMAP cost center or account"
                   ADD 1 TO WS-UNMAPPED-COUNT
               NOT INVALID KEY
                   MOVE GLM-COST-CENTER
                       TO WS-GLD-COST-CENTER (WS-DEPT-IDX)
                   MOVE GLM-SALARY-ACCOUNT
                       TO WS-GLD-SALARY-ACCT (WS-DEPT-IDX)
                   MOVE GLM-COMMISSION-ACCOUNT
                       TO WS-GLD-COM-ACCT (WS-DEPT-IDX)
           END-READ.

       4000-JOURNAL-ONE-DEPARTMENT.
           MOVE WS-GLD-SALARY (WS-DEPT-IDX) TO WS-ENTRY-AMOUNT
           MOVE WS-GLD-SALARY-ACCT (WS-DEPT-IDX) TO WS-ENTRY-ACCOUNT
           MOVE "PR" TO WS-ENTRY-SOURCE
           MOVE "SALARY EXPENSE" TO WS-ENTRY-DESCRIPTION
           PERFORM 5000-WRITE-ENTRY
           MOVE WS-GLD-COM (WS-DEPT-IDX) TO WS-ENTRY-AMOUNT
           MOVE WS-GLD-COM-ACCT (WS-DEPT-IDX) TO WS-ENTRY-ACCOUNT
           MOVE "PR" TO WS-ENTRY-SOURCE
           MOVE "COMMISSION EXPENSE" TO WS-ENTRY-DESCRIPTION
           PERFORM 5000-WRITE-ENTRY
           MOVE WS-GLD-RETRO-SALARY (WS-DEPT-IDX) TO WS-ENTRY-AMOUNT
           MOVE WS-GLD-SALARY-ACCT (WS-DEPT-IDX) TO WS-ENTRY-ACCOUNT
           MOVE "RP" TO WS-ENTRY-SOURCE
           MOVE "RETRO SALARY EXPENSE" TO WS-ENTRY-DESCRIPTION
           PERFORM 5000-WRITE-ENTRY
           MOVE WS-GLD-RETRO-COM (WS-DEPT-IDX) TO WS-ENTRY-AMOUNT
           MOVE WS-GLD-COM-ACCT (WS-DEPT-IDX) TO WS-ENTRY-ACCOUNT
           MOVE "RP" TO WS-ENTRY-SOURCE
           MOVE "RETRO COMMISSION EXPENSE" TO WS-ENTRY-DESCRIPTION
           PERFORM 5000-WRITE-ENTRY
           MOVE WS-GLD-COM-DELTA (WS-DEPT-IDX) TO WS-ENTRY-AMOUNT
           MOVE WS-GLD-COM-ACCT (WS-DEPT-IDX) TO WS-ENTRY-ACCOUNT
           MOVE "CA" TO WS-ENTRY-SOURCE
           MOVE "COMMISSION RATE ADJUSTMENT" TO WS-ENTRY-DESCRIPTION
           PERFORM 5000-WRITE-ENTRY.

      * One entry is two lines: the expense side and the clearing
      * side, both on the department's cost center. A negative
      * amount (a commission decrease) swaps the sides so every
      * line carries an unsigned amount; a zero amount writes
      * nothing.
       5000-WRITE-ENTRY.
           IF WS-ENTRY-AMOUNT NOT = ZERO
               IF WS-ENTRY-AMOUNT > ZERO
                   MOVE "D" TO WS-EXPENSE-SIDE
                   MOVE "C" TO WS-CLEARING-SIDE
                   MOVE WS-ENTRY-AMOUNT TO WS-LINE-AMOUNT
               ELSE
                   MOVE "C" TO WS-EXPENSE-SIDE
                   MOVE "D" TO WS-CLEARING-SIDE
                   COMPUTE WS-LINE-AMOUNT = 0 - WS-ENTRY-AMOUNT
               END-IF
               MOVE WS-ENTRY-ACCOUNT TO WS-LINE-ACCOUNT
               MOVE WS-EXPENSE-SIDE  TO WS-LINE-SIDE
               PERFORM 5100-WRITE-LINE
               MOVE WS-CLEARING-ACCOUNT TO WS-LINE-ACCOUNT
               MOVE WS-CLEARING-SIDE    TO WS-LINE-SIDE
               PERFORM 5100-WRITE-LINE
           END-IF.

       5100-WRITE-LINE.
           MOVE SPACES TO GLJRNL-RECORD
           SET GLJ-DETAIL TO TRUE
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT   TO GLJ-DTL-LINE-NO
           MOVE WS-ENTRY-SOURCE TO GLJ-DTL-SOURCE
           MOVE WS-GLD-COST-CENTER (WS-DEPT-IDX)
               TO GLJ-DTL-COST-CENTER
           MOVE WS-LINE-ACCOUNT TO GLJ-DTL-ACCOUNT
           MOVE WS-GLD-DEPT (WS-DEPT-IDX) TO GLJ-DTL-DEPT
           MOVE WS-LINE-SIDE    TO GLJ-DTL-DR-CR
           MOVE WS-LINE-AMOUNT  TO GLJ-DTL-AMOUNT
           MOVE WS-ENTRY-DESCRIPTION TO GLJ-DTL-DESCRIPTION
           IF GLJ-DEBIT
               ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           PERFORM 7000-WRITE-JOURNAL-RECORD.

      * A journal with a line missing would still carry a trailer
      * that balanced against what WAS written - a write failure
      * stops the run and the trailer is withheld.
       7000-WRITE-JOURNAL-RECORD.
           WRITE GLJRNL-RECORD
           IF WS-GLJRNL-STATUS NOT = "00"
               DISPLAY "GLINT01: EXCEPTION - GLJRNL-FILE write"
                       " failed, status " WS-GLJRNL-STATUS
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

       END PROGRAM GLINT01.
