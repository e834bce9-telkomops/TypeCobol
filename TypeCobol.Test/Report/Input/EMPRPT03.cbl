      *
      * The same pass also writes the PAYINT bank payment interface
      * file: a header with the run date, one detail per employee
      * carrying the net pay the register line shows as the amount
      * paid, with the gross it was taken from carried alongside,
      * and a trailer with record count and a hash totalling the
      * net amounts so the receiving system can prove it got the
      * whole file. One pass, one gross and net computation - the
      * register and the payment file cannot disagree, which is the
      * point of not making this a separate extract.
      *
      * Only active employees are paid. An employee on leave or
      * terminated stays on EMPTBL but drops off both the register
      * and PAYINT - EMPCLS01 applies the same rule, so the period
      * history matches what was paid.
      *
      * Gross is not what the bank pays. The period on the EMPCLSP
      * card (the same card the EMPCLS01 close reads) is handed with
      * each employee's gross to DEDCLC01, which applies the DEDMST
      * deductions in force for that period; the register prints the
      * gross line, one line per deduction taken (flagged SHORT when
      * the gross would not cover it in full) and the net, and the
      * department and grand totals carry deductions and net beside
      * the gross. PAYINT carries the net as the payment amount and
      * the trailer hash is built on net. An employee whose net
      * comes to zero is printed but gets no PAYINT detail - there is
      * nothing to pay. If the deductions cannot be worked out the
      * pass stops and the trailer is withheld, rather than paying
      * anyone gross.
      *
      * Retroactive pay EMPRET01 has priced onto RETADJ and no
      * payroll has yet paid is paid after the grand total, in its
      * own section of the register: one line per employee with the
      * adjustments summed, each as a separate PAYINT detail typed
      * "R" so the bank file shows it apart from the period's pay.
      * Retro pay is paid as priced - the period's deductions have
      * already been taken. Each row paid is stamped with this
      * period, so a rerun of the same period pays them again in
      * place of the lost file rather than skipping them.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPCLSP-FILE ASSIGN TO "EMPCLSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPCLSP-STATUS.

           SELECT PAYREG-FILE ASSIGN TO "PAYREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYREG-STATUS.
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT RETADJ-FILE ASSIGN TO "RETADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAJ-KEY
               FILE STATUS IS WS-RETADJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPCLSP-FILE.
           COPY EMPCLSP.

       FD  PAYREG-FILE.
       01  RPT-LINE                 PIC X(100).

       FD  EMPHIST-FILE.
           COPY EMPHIST.

       FD  RETADJ-FILE.
           COPY RETADJ.

       WORKING-STORAGE SECTION.
       01  SQLCODE                  PIC S9(09) COMP.
           COPY EMPREC.

       01  WS-EMPCLSP-STATUS        PIC X(02).
       01  WS-PAYREG-STATUS         PIC X(02).
       01  WS-DEPTTBL-STATUS        PIC X(02).
       01  WS-PAYINT-STATUS         PIC X(02).
       01  WS-EMPHIST-STATUS        PIC X(02).
       01  WS-RETADJ-STATUS         PIC X(02).
       01  WS-PERIOD                PIC X(06).
       01  WS-DEPT-NAME             PIC X(30).
       01  WS-YTD-AVAILABLE-SW      PIC X(01) VALUE "N".
           88  YTD-AVAILABLE        VALUE "Y".
           88  CURSOR-DRAINED        VALUE "Y".
       01  WS-FIRST-ROW-SW          PIC X(01) VALUE "Y".
           88  FIRST-ROW             VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED           VALUE "Y".
       01  WS-RETRO-AVAILABLE-SW    PIC X(01) VALUE "N".
           88  RETRO-AVAILABLE       VALUE "Y".
       01  WS-RETRO-DONE-SW         PIC X(01) VALUE "N".
           88  RETRO-DONE            VALUE "Y".

       01  WS-RETRO-ENO             PIC X(06) VALUE SPACES.
       01  WS-RETRO-LNAME           PIC X(15).
       01  WS-RETRO-FNAME           PIC X(12).
       01  WS-RETRO-PERIODS         PIC 9(03).
       01  WS-RETRO-AMOUNT          PIC S9(9)V99 COMP-3.
       01  WS-RETRO-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-RETRO-HEADCOUNT       PIC 9(05) VALUE ZERO.
       01  WS-RETRO-PERIODS-DISPLAY PIC ZZ9.

       01  WS-PREV-DEPT             PIC X(03) VALUE SPACES.
       01  WS-GROSS                 PIC S9(8)V99 COMP-3.
       01  WS-DEPT-HEADCOUNT        PIC 9(05) VALUE ZERO.
       01  WS-GRAND-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-HEADCOUNT       PIC 9(05) VALUE ZERO.
       01  WS-DEPT-DED-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-DEPT-NET-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-DED-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-NET-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-DED-IDX               PIC 9(02).
       01  WS-LINE-COUNT            PIC 9(02) VALUE ZERO.
       01  WS-PAGE-NUMBER           PIC 9(03) VALUE ZERO.
       01  WS-LINES-PER-PAGE        PIC 9(02) VALUE 20.
       01  WS-COM-PRINT             PIC X(12).
       01  WS-GROSS-DISPLAY         PIC Z,ZZZ,ZZ9.99.
       01  WS-SUBTOTAL-DISPLAY      PIC ZZ,ZZZ,ZZ9.99.
       01  WS-DED-SUB-DISPLAY       PIC ZZ,ZZZ,ZZ9.99.
       01  WS-NET-SUB-DISPLAY       PIC ZZ,ZZZ,ZZ9.99.
       01  WS-HEADCOUNT-DISPLAY     PIC Z(04)9.
       01  WS-PAGE-DISPLAY          PIC ZZ9.

           COPY RCCODE.
           COPY DEDCALC.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
           DECLARE PAYREG-CSR CURSOR FOR
               SELECT ENO, LNAME, FNAME, DEPT, PAYRATE, COM
                 FROM EMPTBL
                WHERE COALESCE(EMPSTAT, ' ') NOT IN ('L', 'T')
                ORDER BY DEPT, LNAME, FNAME
       END-EXEC.

       PERFORM 1000-READ-PERIOD-CARD.
       IF JOB-ABORTED
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT PAYREG-FILE.
       IF WS-PAYREG-STATUS NOT = "00"
           DISPLAY "EMPRPT03: EXCEPTION - PAYREG-FILE open failed,"
                   " YTD gross"
       END-IF.

      * No RETADJ yet means EMPRET01 has never owed anything. One
      * that is there but will not open is another matter - paying
      * the period without its retro would look like a clean run.
       OPEN I-O RETADJ-FILE.
       EVALUATE WS-RETADJ-STATUS
           WHEN "00"
               MOVE "Y" TO WS-RETRO-AVAILABLE-SW
           WHEN "35"
               CONTINUE
           WHEN OTHER
               DISPLAY "EMPRPT03: EXCEPTION - RETADJ-FILE open"
                       " failed, status " WS-RETADJ-STATUS
               MOVE 16 TO RETURN-CODE
       END-EVALUATE.

       EXEC SQL
           OPEN PAYREG-CSR
       END-EXEC.
           PERFORM 3000-WRITE-DEPT-SUBTOTAL
       END-IF
       PERFORM 3100-WRITE-GRAND-TOTAL.
       IF RETRO-AVAILABLE AND CURSOR-DRAINED AND RETURN-CODE = 0
           PERFORM 5000-PAY-RETRO-ADJUSTMENTS
       END-IF.

      * The trailer is the receiving system's proof it got the whole
      * file - so a pass that did NOT produce the whole file must
           CLOSE PAYREG-CSR
       END-EXEC.

       SET DCL-FINISH TO TRUE
       CALL "DEDCLC01" USING DEDCALC-AREA.

       CLOSE PAYREG-FILE.
       CLOSE DEPTTBL-FILE.
       CLOSE PAYINT-FILE.
       IF YTD-AVAILABLE
           CLOSE EMPHIST-FILE
       END-IF
       IF RETRO-AVAILABLE
           CLOSE RETADJ-FILE
       END-IF
       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       1000-READ-PERIOD-CARD.
           OPEN INPUT EMPCLSP-FILE
           IF WS-EMPCLSP-STATUS NOT = "00"
               DISPLAY "EMPRPT03: EXCEPTION - EMPCLSP-FILE open"
                       " failed, status " WS-EMPCLSP-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               READ EMPCLSP-FILE
                   AT END
                       DISPLAY "EMPRPT03: EMPCLSP-FILE is empty -"
                               " no pay period, nothing paid"
                       MOVE 16 TO RETURN-CODE
                       SET JOB-ABORTED TO TRUE
                   NOT AT END
                       MOVE CLS-PERIOD TO WS-PERIOD
               END-READ
               CLOSE EMPCLSP-FILE
           END-IF
           IF NOT JOB-ABORTED AND WS-PERIOD NOT NUMERIC
               DISPLAY "EMPRPT03: period " WS-PERIOD
                       " is not a valid YYYYPP - rejected"
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

      * Gross and deductions are settled before anything is printed,
      * so an employee whose deductions cannot be worked out never
      * reaches the register or the payment file.
       2000-PROCESS-ROW.
           IF COM-NULL-IND < 0
               COMPUTE WS-GROSS = PAYRATE
           ELSE
               COMPUTE WS-GROSS = PAYRATE + COM
           END-IF
           SET DCL-COMPUTE TO TRUE
           MOVE ENO       TO DCL-ENO
           MOVE WS-PERIOD TO DCL-PERIOD
           MOVE WS-GROSS  TO DCL-GROSS
           CALL "DEDCLC01" USING DEDCALC-AREA
           IF DCL-FAILED
               DISPLAY "EMPRPT03: EXCEPTION - deductions for"
                       " employee " ENO " not computed: "
                       DCL-MESSAGE
               MOVE 16 TO RETURN-CODE
               SET END-OF-EMPTBL TO TRUE
           ELSE
               PERFORM 2050-PRINT-AND-PAY
           END-IF.

       2050-PRINT-AND-PAY.
           IF NOT FIRST-ROW AND DEPT NOT = WS-PREV-DEPT
               PERFORM 3000-WRITE-DEPT-SUBTOTAL
           END-IF
           MOVE PAYRATE   TO WS-PAYRATE-DISPLAY
           IF COM-NULL-IND < 0
               MOVE "        NULL" TO WS-COM-PRINT
           ELSE
               MOVE COM            TO WS-COM-DISPLAY
               MOVE WS-COM-DISPLAY TO WS-COM-PRINT
           END-IF
           MOVE WS-GROSS TO WS-GROSS-DISPLAY
           PERFORM 2300-LOOK-UP-YTD
                  WS-GROSS-DISPLAY   " "
                  WS-YTD-PRINT
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 2600-WRITE-REGISTER-LINE
           PERFORM 2400-WRITE-DEDUCTION-LINES
           ADD WS-GROSS      TO WS-DEPT-SUBTOTAL
           ADD WS-GROSS      TO WS-GRAND-TOTAL
           ADD DCL-DED-TOTAL TO WS-DEPT-DED-TOTAL
           ADD DCL-DED-TOTAL TO WS-GRAND-DED-TOTAL
           ADD DCL-NET       TO WS-DEPT-NET-TOTAL
           ADD DCL-NET       TO WS-GRAND-NET-TOTAL
           ADD 1 TO WS-DEPT-HEADCOUNT
           ADD 1 TO WS-GRAND-HEADCOUNT
           IF DCL-NET > ZERO
               PERFORM 2200-WRITE-PAYMENT-DETAIL
           END-IF
           MOVE DEPT TO WS-PREV-DEPT.

       2100-WRITE-PAGE-HEADER.
               SET END-OF-EMPTBL TO TRUE
           END-IF.

      * The detail carries the very net the register just printed -
      * computed once, written twice - and the hash is built on it.
       2200-WRITE-PAYMENT-DETAIL.
           MOVE SPACES TO PAYINT-RECORD
           SET PAY-DETAIL TO TRUE
           MOVE ENO      TO PAY-DTL-ENO
           MOVE LNAME    TO PAY-DTL-LNAME
           MOVE FNAME    TO PAY-DTL-FNAME
           MOVE DCL-NET  TO PAY-DTL-NET-PAY
           MOVE WS-GROSS TO PAY-DTL-GROSS
           SET PAY-DTL-REGULAR TO TRUE
           PERFORM 4000-WRITE-PAYINT-RECORD
           ADD 1 TO WS-PAY-RECORD-COUNT
           ADD DCL-NET TO WS-PAY-AMOUNT-HASH.

      * The current year's EMPHIST rows for this employee, summed
      * through the ENO-plus-period key: START at the year's first
               MOVE SPACES TO WS-YTD-PRINT
           END-IF.

      * One line per deduction taken, in the order DEDCLC01 applied
      * them, then the net - amounts under the GROSS column.
       2400-WRITE-DEDUCTION-LINES.
           PERFORM VARYING WS-DED-IDX FROM 1 BY 1
                   UNTIL WS-DED-IDX > DCL-DED-COUNT
               MOVE SPACES TO RPT-LINE
               MOVE "LESS"  TO RPT-LINE(35:4)
               MOVE DCL-DED-CODE (WS-DED-IDX) TO RPT-LINE(40:4)
               MOVE DCL-DED-DESCRIPTION (WS-DED-IDX)
                   TO RPT-LINE(45:20)
               MOVE DCL-DED-AMOUNT (WS-DED-IDX) TO WS-GROSS-DISPLAY
               MOVE WS-GROSS-DISPLAY TO RPT-LINE(67:12)
               IF DCL-DED-SHORT (WS-DED-IDX)
                   MOVE "SHORT" TO RPT-LINE(80:5)
               END-IF
               PERFORM 2600-WRITE-REGISTER-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           MOVE "NET PAY" TO RPT-LINE(45:7)
           MOVE DCL-NET TO WS-GROSS-DISPLAY
           MOVE WS-GROSS-DISPLAY TO RPT-LINE(67:12)
           IF DCL-NET NOT > ZERO
               MOVE "NO PAYMENT" TO RPT-LINE(80:10)
           END-IF
           PERFORM 2600-WRITE-REGISTER-LINE.

       2600-WRITE-REGISTER-LINE.
           WRITE RPT-LINE
           IF WS-PAYREG-STATUS NOT = "00"
               DISPLAY "EMPRPT03: EXCEPTION - PAYREG-FILE write"
                       " failed, status " WS-PAYREG-STATUS
               MOVE 16 TO RETURN-CODE
               SET END-OF-EMPTBL TO TRUE
           END-IF
           ADD 1 TO WS-LINE-COUNT.

      * The department name comes off DEPTTBL so finance reads
      * "D21 OPERATIONS" instead of a bare code; a department the
      * reference file does not know prints flagged as such, which
               MOVE 16 TO RETURN-CODE
               SET END-OF-EMPTBL TO TRUE
           END-IF
           MOVE WS-DEPT-DED-TOTAL TO WS-DED-SUB-DISPLAY
           MOVE WS-DEPT-NET-TOTAL TO WS-NET-SUB-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "    DEDUCTIONS " WS-DED-SUB-DISPLAY
                  "  NET " WS-NET-SUB-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-PAYREG-STATUS NOT = "00"
               DISPLAY "EMPRPT03: EXCEPTION - PAYREG-FILE write"
                       " failed, status " WS-PAYREG-STATUS
               MOVE 16 TO RETURN-CODE
               SET END-OF-EMPTBL TO TRUE
           END-IF
           MOVE ZERO TO WS-DEPT-SUBTOTAL
           MOVE ZERO TO WS-DEPT-DED-TOTAL
           MOVE ZERO TO WS-DEPT-NET-TOTAL
           MOVE ZERO TO WS-DEPT-HEADCOUNT.

       3100-WRITE-GRAND-TOTAL.
                  "  HEADCOUNT " WS-HEADCOUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-PAYREG-STATUS NOT = "00"
               DISPLAY "EMPRPT03: EXCEPTION - PAYREG-FILE write"
                       " failed, status " WS-PAYREG-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE WS-GRAND-DED-TOTAL TO WS-DED-SUB-DISPLAY
           MOVE WS-GRAND-NET-TOTAL TO WS-NET-SUB-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "    DEDUCTIONS " WS-DED-SUB-DISPLAY
                  "  NET " WS-NET-SUB-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-PAYREG-STATUS NOT = "00"
               DISPLAY "EMPRPT03: EXCEPTION - PAYREG-FILE write"
                       " failed, status " WS-PAYREG-STATUS
               SET END-OF-EMPTBL TO TRUE
           END-IF.

      * RETADJ is in ENO order, so one employee's unpaid rows come
      * together and are paid as one line. A row already stamped
      * with this period was paid by an earlier run of the same
      * period whose file is being replaced, and is paid again.
       5000-PAY-RETRO-ADJUSTMENTS.
           MOVE "N" TO WS-RETRO-DONE-SW
           MOVE LOW-VALUES TO RAJ-KEY
           START RETADJ-FILE KEY NOT < RAJ-KEY
               INVALID KEY
                   SET RETRO-DONE TO TRUE
           END-START
           PERFORM UNTIL RETRO-DONE
               READ RETADJ-FILE NEXT RECORD
                   AT END
                       SET RETRO-DONE TO TRUE
                   NOT AT END
                       IF RAJ-PAY-PERIOD = SPACES
                               OR RAJ-PAY-PERIOD = WS-PERIOD
                           PERFORM 5100-TAKE-RETRO-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RETRO-ENO NOT = SPACES
               PERFORM 5200-PAY-ONE-EMPLOYEE
               MOVE WS-RETRO-TOTAL     TO WS-SUBTOTAL-DISPLAY
               MOVE WS-RETRO-HEADCOUNT TO WS-HEADCOUNT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "RETRO TOTAL " WS-SUBTOTAL-DISPLAY
                      "  HEADCOUNT " WS-HEADCOUNT-DISPLAY
                      DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 2600-WRITE-REGISTER-LINE
           END-IF.

       5100-TAKE-RETRO-ROW.
           IF RAJ-ENO NOT = WS-RETRO-ENO
               IF WS-RETRO-ENO = SPACES
                   MOVE SPACES TO RPT-LINE
                   PERFORM 2600-WRITE-REGISTER-LINE
                   MOVE "RETROACTIVE ADJUSTMENTS" TO RPT-LINE
                   PERFORM 2600-WRITE-REGISTER-LINE
               ELSE
                   PERFORM 5200-PAY-ONE-EMPLOYEE
               END-IF
               MOVE RAJ-ENO   TO WS-RETRO-ENO
               MOVE RAJ-LNAME TO WS-RETRO-LNAME
               MOVE RAJ-FNAME TO WS-RETRO-FNAME
               MOVE ZERO TO WS-RETRO-PERIODS
               MOVE ZERO TO WS-RETRO-AMOUNT
           END-IF
           ADD 1          TO WS-RETRO-PERIODS
           ADD RAJ-AMOUNT TO WS-RETRO-AMOUNT
           MOVE WS-PERIOD TO RAJ-PAY-PERIOD
           REWRITE RETADJ-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-RETADJ-STATUS NOT = "00"
               DISPLAY "EMPRPT03: EXCEPTION - RETADJ-FILE rewrite"
                       " failed for employee " RAJ-ENO ", status "
                       WS-RETADJ-STATUS
               MOVE 16 TO RETURN-CODE
               SET RETRO-DONE TO TRUE
           END-IF.

       5200-PAY-ONE-EMPLOYEE.
           MOVE WS-RETRO-PERIODS TO WS-RETRO-PERIODS-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "RET "
                  WS-RETRO-ENO   " "
                  WS-RETRO-LNAME " "
                  WS-RETRO-FNAME " RETRO PAY "
                  WS-RETRO-PERIODS-DISPLAY " PERIOD(S)"
                  DELIMITED BY SIZE INTO RPT-LINE
           MOVE WS-RETRO-AMOUNT TO WS-GROSS-DISPLAY
           MOVE WS-GROSS-DISPLAY TO RPT-LINE(67:12)
           PERFORM 2600-WRITE-REGISTER-LINE
           MOVE SPACES TO PAYINT-RECORD
           SET PAY-DETAIL TO TRUE
           MOVE WS-RETRO-ENO    TO PAY-DTL-ENO
           MOVE WS-RETRO-LNAME  TO PAY-DTL-LNAME
           MOVE WS-RETRO-FNAME  TO PAY-DTL-FNAME
           MOVE WS-RETRO-AMOUNT TO PAY-DTL-NET-PAY
           MOVE WS-RETRO-AMOUNT TO PAY-DTL-GROSS
           SET PAY-DTL-RETRO TO TRUE
           PERFORM 4000-WRITE-PAYINT-RECORD
           ADD 1 TO WS-PAY-RECORD-COUNT
           ADD WS-RETRO-AMOUNT TO WS-PAY-AMOUNT-HASH
           ADD WS-RETRO-AMOUNT TO WS-RETRO-TOTAL
           ADD 1 TO WS-RETRO-HEADCOUNT.

      * Start and end rows for the RUNHIST trail, RETURN-CODE
      * held and restored around the CALL - the same guard the
      * OPSLOG01 call sites use.
