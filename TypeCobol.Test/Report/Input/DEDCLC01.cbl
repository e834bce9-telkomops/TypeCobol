       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDCLC01.

      *================================================================
      * Net-pay calculator, callable the way RCXLATE is: EMPRPT03
      * calls it for every employee it pays and EMPCLS01 for every
      * employee it posts, so the deductions the register prints
      * and the deductions history records come from one piece of
      * arithmetic and cannot drift apart the way the old spreadsheet
      * did. The parameter area is the DEDCALC copybook.
      *
      * For a compute call the employee's DEDMST rows are read in
      * key order, the ones in force for the pay period kept (start
      * period on or before it, stop period blank or on or after
      * it), and those ordered by DED-PRIORITY - lowest first, ties
      * in deduction-code order. Each comes off what is left of the
      * gross in turn: a fixed deduction at its amount, a percent
      * deduction at that percent of the full gross, rounded to the
      * cent. A deduction the remainder cannot cover is taken short
      * for whatever is left and flagged, so net never goes below
      * zero and the shortfall is visible on the register.
      *
      * DEDMST is opened on the first compute call and held open
      * for the rest of the job; the finish call closes it. A file
      * that cannot be opened or read is a failed result, not an
      * empty one - paying gross because the deductions file was
      * missing is exactly the overpayment this replaces.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDMST-FILE ASSIGN TO "DEDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS WS-DEDMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDMST-FILE.
           COPY DEDMST.

       WORKING-STORAGE SECTION.
       01  WS-DEDMST-STATUS         PIC X(02).

       01  WS-FILE-OPEN-SW          PIC X(01) VALUE "N".
           88  DEDMST-OPEN          VALUE "Y".
       01  WS-EMP-DONE-SW           PIC X(01) VALUE "N".
           88  EMP-DEDUCTIONS-DONE  VALUE "Y".
       01  WS-SLOT-FOUND-SW         PIC X(01) VALUE "N".
           88  SLOT-FOUND           VALUE "Y".

       01  WS-REMAINING             PIC S9(8)V99 COMP-3.
       01  WS-TAKE                  PIC S9(8)V99 COMP-3.
       01  WS-IDX                   PIC 9(02).
       01  WS-SLOT                  PIC 9(02).

      * In-force deductions for the employee, held in priority
      * order while they are collected.
       01  WS-HOLD-COUNT            PIC 9(02).
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 10 TIMES.
               10  WS-HOLD-PRIORITY     PIC 9(03).
               10  WS-HOLD-CODE         PIC X(04).
               10  WS-HOLD-DESCRIPTION  PIC X(20).
               10  WS-HOLD-METHOD       PIC X(01).
               10  WS-HOLD-AMOUNT       PIC S9(7)V99 COMP-3.
               10  WS-HOLD-PERCENT      PIC S9(3)V99 COMP-3.

       LINKAGE SECTION.
           COPY DEDCALC.

       PROCEDURE DIVISION USING DEDCALC-AREA.

       SET DCL-OK TO TRUE.
       MOVE SPACES TO DCL-MESSAGE.

       IF DCL-FINISH
           IF DEDMST-OPEN
               CLOSE DEDMST-FILE
               MOVE "N" TO WS-FILE-OPEN-SW
           END-IF
           GOBACK
       END-IF.

       MOVE ZERO TO DCL-DED-COUNT.
       MOVE ZERO TO DCL-DED-TOTAL.
       MOVE DCL-GROSS TO DCL-NET.

       IF NOT DEDMST-OPEN
           OPEN INPUT DEDMST-FILE
           IF WS-DEDMST-STATUS NOT = "00"
               SET DCL-FAILED TO TRUE
               STRING "DEDMST OPEN FAILED, STATUS "
                      WS-DEDMST-STATUS
                      DELIMITED BY SIZE INTO DCL-MESSAGE
               GOBACK
           END-IF
           SET DEDMST-OPEN TO TRUE
       END-IF.

       PERFORM 1000-COLLECT-DEDUCTIONS.
       IF DCL-FAILED
           GOBACK
       END-IF.

       PERFORM 2000-APPLY-DEDUCTIONS.
       GOBACK.

      * Position on the employee's first row and read forward until
      * the ENO changes. No rows at all (INVALID KEY on the START) is
      * the ordinary case of an employee with no deductions.
       1000-COLLECT-DEDUCTIONS.
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE "N" TO WS-EMP-DONE-SW
           MOVE DCL-ENO    TO DED-ENO
           MOVE LOW-VALUES TO DED-CODE
           START DEDMST-FILE KEY IS NOT LESS THAN DED-KEY
               INVALID KEY
                   SET EMP-DEDUCTIONS-DONE TO TRUE
           END-START
           PERFORM UNTIL EMP-DEDUCTIONS-DONE OR DCL-FAILED
               READ DEDMST-FILE NEXT RECORD
                   AT END
                       SET EMP-DEDUCTIONS-DONE TO TRUE
                   NOT AT END
                       IF DED-ENO NOT = DCL-ENO
                           SET EMP-DEDUCTIONS-DONE TO TRUE
                       ELSE
                           PERFORM 1100-KEEP-IF-IN-FORCE
                       END-IF
               END-READ
               IF WS-DEDMST-STATUS NOT = "00"
                       AND WS-DEDMST-STATUS NOT = "02"
                       AND WS-DEDMST-STATUS NOT = "10"
                       AND NOT DCL-FAILED
                   SET DCL-FAILED TO TRUE
                   STRING "DEDMST READ FAILED, STATUS "
                          WS-DEDMST-STATUS
                          DELIMITED BY SIZE INTO DCL-MESSAGE
               END-IF
           END-PERFORM.

       1100-KEEP-IF-IN-FORCE.
           EVALUATE TRUE
               WHEN DED-START-PERIOD > DCL-PERIOD
                   CONTINUE
               WHEN DED-STOP-PERIOD NOT = SPACES
                       AND DED-STOP-PERIOD < DCL-PERIOD
                   CONTINUE
               WHEN WS-HOLD-COUNT = 10
                   SET DCL-FAILED TO TRUE
                   MOVE "MORE THAN 10 DEDUCTIONS IN FORCE"
                       TO DCL-MESSAGE
               WHEN OTHER
                   PERFORM 1200-HOLD-DEDUCTION
           END-EVALUATE.

      * Rows arrive in code order, so shifting only past strictly
      * higher priorities leaves equal priorities in code order.
       1200-HOLD-DEDUCTION.
           ADD 1 TO WS-HOLD-COUNT
           MOVE WS-HOLD-COUNT TO WS-SLOT
           MOVE "N" TO WS-SLOT-FOUND-SW
           PERFORM UNTIL SLOT-FOUND
               IF WS-SLOT = 1
                   SET SLOT-FOUND TO TRUE
               ELSE
                   IF WS-HOLD-PRIORITY (WS-SLOT - 1) NOT > DED-PRIORITY
                       SET SLOT-FOUND TO TRUE
                   ELSE
                       MOVE WS-HOLD-ENTRY (WS-SLOT - 1)
                           TO WS-HOLD-ENTRY (WS-SLOT)
                       SUBTRACT 1 FROM WS-SLOT
                   END-IF
               END-IF
           END-PERFORM
           MOVE DED-PRIORITY    TO WS-HOLD-PRIORITY (WS-SLOT)
           MOVE DED-CODE        TO WS-HOLD-CODE (WS-SLOT)
           MOVE DED-DESCRIPTION TO WS-HOLD-DESCRIPTION (WS-SLOT)
           MOVE DED-METHOD      TO WS-HOLD-METHOD (WS-SLOT)
           MOVE DED-AMOUNT      TO WS-HOLD-AMOUNT (WS-SLOT)
           MOVE DED-PERCENT     TO WS-HOLD-PERCENT (WS-SLOT).

       2000-APPLY-DEDUCTIONS.
           MOVE DCL-GROSS TO WS-REMAINING
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-HOLD-COUNT
               IF WS-HOLD-METHOD (WS-IDX) = "P"
                   COMPUTE WS-TAKE ROUNDED =
                       DCL-GROSS * WS-HOLD-PERCENT (WS-IDX) / 100
               ELSE
                   MOVE WS-HOLD-AMOUNT (WS-IDX) TO WS-TAKE
               END-IF
               MOVE "N" TO DCL-DED-SHORT-SW (WS-IDX)
               IF WS-TAKE > WS-REMAINING
                   MOVE WS-REMAINING TO WS-TAKE
                   SET DCL-DED-SHORT (WS-IDX) TO TRUE
               END-IF
               MOVE WS-HOLD-CODE (WS-IDX)
                   TO DCL-DED-CODE (WS-IDX)
               MOVE WS-HOLD-DESCRIPTION (WS-IDX)
                   TO DCL-DED-DESCRIPTION (WS-IDX)
               MOVE WS-TAKE TO DCL-DED-AMOUNT (WS-IDX)
               SUBTRACT WS-TAKE FROM WS-REMAINING
               ADD WS-TAKE TO DCL-DED-TOTAL
           END-PERFORM
           MOVE WS-HOLD-COUNT TO DCL-DED-COUNT
           MOVE WS-REMAINING  TO DCL-NET.

       END PROGRAM DEDCLC01.
