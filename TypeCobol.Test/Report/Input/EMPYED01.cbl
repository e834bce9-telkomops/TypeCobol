       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPYED01.

      *================================================================
      * Year-end earnings statements and state filing extract over
      * the EMPHIST history EMPCLS01 posts, for the year on the
      * EMPYEDP card. EMPYTD01 gives one line per employee; this job
      * replaces the hand-built annual statements and per-state
      * totals that were worked up from it every January.
      *
      * The year is refused outright - no statement, no extract - if
      * any period 01 through the card's periods-per-year has no
      * history rows (a period EMPCLS01 never closed), or if history
      * exists for a period number past it. Half a year's earnings
      * on a filed statement is worse than a late statement.
      *
      * One sequential pass over EMPHIST tables each employee's year:
      * periods paid, gross, commission (non-null COM only), and the
      * deductions and net posted beside them. Name and address come
      * from EMPTBL; an employee purged since (EMPPRG01) is no longer
      * there, so the EMPAUD trail is swept for the last image on
      * record for that ENO - the purge row's before-image - and the
      * statement is still produced. One with no address anywhere
      * still gets a statement, flagged, and is filed under state
      * "**"; the run then ends RC 4 so it is put right before the
      * filing goes out.
      *
      * Retroactive pay EMPRPT03 paid during the year off RETADJ is
      * earnings of the year it was paid in, whatever period it put
      * right: it is added to gross (its commission part to
      * commission) and net, and shown on the statement. An employee
      * paid nothing in the year but retro still gets a statement.
      *
      * Statements print on YESTMT in ENO order. The YEFILE extract
      * is grouped by the employee's ST in state-code order, a state
      * total after each group and a trailer with the year's totals.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPYEDP-FILE ASSIGN TO "EMPYEDP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPYEDP-STATUS.

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

           SELECT EMPAUD-FILE ASSIGN TO "EMPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPAUD-STATUS.

           SELECT RETADJ-FILE ASSIGN TO "RETADJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RAJ-KEY
               FILE STATUS IS WS-RETADJ-STATUS.

           SELECT YESTMT-FILE ASSIGN TO "YESTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YESTMT-STATUS.

           SELECT YEFILE-FILE ASSIGN TO "YEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPYEDP-FILE.
           COPY EMPYEDP.

       FD  EMPHIST-FILE.
           COPY EMPHIST.

       FD  EMPTBL-FILE.
           COPY EMPIDX.

       FD  EMPAUD-FILE.
           COPY EMPAUD.

       FD  RETADJ-FILE.
           COPY RETADJ.

       FD  YESTMT-FILE.
       01  RPT-LINE                 PIC X(100).

       FD  YEFILE-FILE.
           COPY YEFILE.

       WORKING-STORAGE SECTION.
       01  WS-EMPYEDP-STATUS        PIC X(02).
       01  WS-EMPHIST-STATUS        PIC X(02).
       01  WS-EMPTBL-STATUS         PIC X(02).
       01  WS-EMPAUD-STATUS         PIC X(02).
       01  WS-YESTMT-STATUS         PIC X(02).
       01  WS-YEFILE-STATUS         PIC X(02).
       01  WS-RETADJ-STATUS         PIC X(02).
       01  WS-RUN-STAMP             PIC X(21).
       01  WS-YEAR                  PIC X(04).
       01  WS-PERIODS-X             PIC X(02).
       01  WS-PERIODS-9 REDEFINES WS-PERIODS-X
                                    PIC 9(02).

       01  WS-HIST-EOF-SW           PIC X(01) VALUE "N".
           88  EMPHIST-EOF          VALUE "Y".
       01  WS-RETADJ-EOF-SW         PIC X(01) VALUE "N".
           88  RETADJ-EOF           VALUE "Y".
       01  WS-AUD-EOF-SW            PIC X(01) VALUE "N".
           88  EMPAUD-EOF           VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".
       01  WS-PURGED-SW             PIC X(01) VALUE "N".
           88  ANY-NOT-ON-EMPTBL    VALUE "Y".
       01  WS-FOUND-SW              PIC X(01).
           88  ENTRY-FOUND          VALUE "Y".

      * Which period numbers of the year have history rows.
       01  WS-PERIOD-SEEN-TABLE.
           05  WS-PERIOD-SEEN       PIC X(01) OCCURS 99 TIMES.
       01  WS-PERIOD-NUMBER         PIC 9(02).
       01  WS-PERIOD-IDX            PIC 9(02).

      * One entry per employee paid in the year, in ENO order (the
      * order EMPHIST delivers them).
       01  WS-EMP-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-EMP-MAX               PIC 9(05) VALUE 5000.
       01  WS-EMP-IDX               PIC 9(05).
       01  WS-EMP-SLOT              PIC 9(05).
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 5000 TIMES.
               10  WS-EMP-ENO           PIC X(06).
               10  WS-EMP-PERIODS       PIC 9(03).
               10  WS-EMP-GROSS         PIC S9(9)V99 COMP-3.
               10  WS-EMP-COM           PIC S9(9)V99 COMP-3.
               10  WS-EMP-DED           PIC S9(9)V99 COMP-3.
               10  WS-EMP-NET           PIC S9(9)V99 COMP-3.
               10  WS-EMP-RETRO         PIC S9(9)V99 COMP-3.
               10  WS-EMP-LNAME         PIC X(15).
               10  WS-EMP-FNAME         PIC X(12).
               10  WS-EMP-STREET        PIC X(20).
               10  WS-EMP-CITY          PIC X(15).
               10  WS-EMP-ST            PIC X(02).
               10  WS-EMP-ZIP           PIC X(05).
               10  WS-EMP-ADDR-SOURCE   PIC X(01).
                   88  WS-EMP-FROM-EMPTBL   VALUE "E".
                   88  WS-EMP-FROM-AUDIT    VALUE "A".
                   88  WS-EMP-NO-ADDRESS    VALUE " ".

      * The distinct states, kept in state-code order as they are
      * found, so the extract can be written one state at a time.
       01  WS-STATE-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-STATE-IDX             PIC 9(03).
       01  WS-STATE-SLOT            PIC 9(03).
       01  WS-STATE-TABLE.
           05  WS-STATE-CODE        PIC X(02) OCCURS 100 TIMES.
       01  WS-SLOT-FOUND-SW         PIC X(01).
           88  SLOT-FOUND           VALUE "Y".

       01  WS-STATE-EMP-COUNT       PIC 9(07).
       01  WS-STATE-GROSS           PIC S9(11)V99 COMP-3.
       01  WS-STATE-COM             PIC S9(11)V99 COMP-3.
       01  WS-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-YEAR-GROSS            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-YEAR-COM              PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT      PIC 9(05) VALUE ZERO.

       01  WS-AMOUNT-DISPLAY        PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01  WS-PERIOD-DISPLAY        PIC ZZ9.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "EMPYED01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

       PERFORM 1000-READ-YEAR-CARD.
       IF JOB-ABORTED
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT EMPHIST-FILE.
       IF WS-EMPHIST-STATUS NOT = "00"
           DISPLAY "EMPYED01: EXCEPTION - EMPHIST-FILE open failed,"
                   " status " WS-EMPHIST-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       PERFORM 2000-TABLE-THE-YEAR.
       CLOSE EMPHIST-FILE.
       IF NOT JOB-ABORTED
           PERFORM 2500-CHECK-PERIODS-CLOSED
       END-IF
       IF NOT JOB-ABORTED
           PERFORM 2700-ADD-RETRO-PAY
       END-IF
       IF JOB-ABORTED
           DISPLAY "EMPYED01: year " WS-YEAR " refused - no"
                   " statements or filing extract produced"
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT EMPTBL-FILE.
       IF WS-EMPTBL-STATUS NOT = "00"
           DISPLAY "EMPYED01: EXCEPTION - EMPTBL-FILE open failed,"
                   " status " WS-EMPTBL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF
       PERFORM 3000-LOOK-UP-ADDRESS
           VARYING WS-EMP-IDX FROM 1 BY 1
           UNTIL WS-EMP-IDX > WS-EMP-COUNT.
       CLOSE EMPTBL-FILE.

       IF ANY-NOT-ON-EMPTBL
           PERFORM 3500-SWEEP-AUDIT-TRAIL
       END-IF
       IF JOB-ABORTED
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT YESTMT-FILE.
       IF WS-YESTMT-STATUS NOT = "00"
           DISPLAY "EMPYED01: EXCEPTION - YESTMT-FILE open failed,"
                   " status " WS-YESTMT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT YEFILE-FILE.
       IF WS-YEFILE-STATUS NOT = "00"
           DISPLAY "EMPYED01: EXCEPTION - YEFILE-FILE open failed,"
                   " status " WS-YEFILE-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE YESTMT-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       PERFORM 4000-PRINT-STATEMENT
           VARYING WS-EMP-IDX FROM 1 BY 1
           UNTIL WS-EMP-IDX > WS-EMP-COUNT OR JOB-ABORTED.

       IF NOT JOB-ABORTED
           PERFORM 5000-WRITE-FILING-EXTRACT
       END-IF.

       CLOSE YESTMT-FILE.
       CLOSE YEFILE-FILE.

       DISPLAY "EMPYED01: year " WS-YEAR " - " WS-EMP-COUNT
               " statement(s), " WS-STATE-COUNT " state(s), "
               WS-NO-ADDRESS-COUNT " without an address".

       EVALUATE TRUE
           WHEN JOB-ABORTED
               DISPLAY "EMPYED01: job stopped - statements and"
                       " filing extract are incomplete"
               MOVE 16 TO RETURN-CODE
           WHEN WS-NO-ADDRESS-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
       END-EVALUATE.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

      * Unlike the YTD report, year-end has no sensible default year
      * - the card is required.
       1000-READ-YEAR-CARD.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           OPEN INPUT EMPYEDP-FILE
           IF WS-EMPYEDP-STATUS NOT = "00"
               DISPLAY "EMPYED01: EXCEPTION - EMPYEDP-FILE open"
                       " failed, status " WS-EMPYEDP-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               READ EMPYEDP-FILE
                   AT END
                       DISPLAY "EMPYED01: EMPYEDP-FILE is empty -"
                               " no year, nothing produced"
                       MOVE 16 TO RETURN-CODE
                       SET JOB-ABORTED TO TRUE
                   NOT AT END
                       MOVE YED-YEAR TO WS-YEAR
                       MOVE YED-PERIODS-PER-YEAR TO WS-PERIODS-X
               END-READ
               CLOSE EMPYEDP-FILE
           END-IF
           IF NOT JOB-ABORTED
               IF WS-PERIODS-X = SPACES
                   MOVE "12" TO WS-PERIODS-X
               END-IF
               IF WS-YEAR NOT NUMERIC
                   DISPLAY "EMPYED01: year " WS-YEAR
                           " is not a valid YYYY - rejected"
                   MOVE 16 TO RETURN-CODE
                   SET JOB-ABORTED TO TRUE
               END-IF
               IF WS-PERIODS-X NOT NUMERIC OR WS-PERIODS-9 = ZERO
                   DISPLAY "EMPYED01: periods per year "
                           WS-PERIODS-X " is not valid - rejected"
                   MOVE 16 TO RETURN-CODE
                   SET JOB-ABORTED TO TRUE
               END-IF
           END-IF.

       2000-TABLE-THE-YEAR.
           MOVE SPACES TO WS-PERIOD-SEEN-TABLE
           PERFORM UNTIL EMPHIST-EOF OR JOB-ABORTED
               READ EMPHIST-FILE
                   AT END
                       SET EMPHIST-EOF TO TRUE
                   NOT AT END
                       IF EH-PERIOD(1:4) = WS-YEAR
                           PERFORM 2100-ACCUMULATE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       2100-ACCUMULATE-ROW.
           IF EH-PERIOD(5:2) NUMERIC
               MOVE EH-PERIOD(5:2) TO WS-PERIOD-NUMBER
               IF WS-PERIOD-NUMBER > ZERO
                   MOVE "Y" TO WS-PERIOD-SEEN (WS-PERIOD-NUMBER)
               END-IF
           END-IF
           IF WS-EMP-COUNT = ZERO
                   OR EH-ENO NOT = WS-EMP-ENO (WS-EMP-COUNT)
               IF WS-EMP-COUNT = WS-EMP-MAX
                   DISPLAY "EMPYED01: EXCEPTION - more than "
                           WS-EMP-MAX " employees in the year -"
                           " table full"
                   SET JOB-ABORTED TO TRUE
               ELSE
                   ADD 1 TO WS-EMP-COUNT
                   MOVE SPACES TO WS-EMP-ENTRY (WS-EMP-COUNT)
                   MOVE EH-ENO TO WS-EMP-ENO (WS-EMP-COUNT)
                   MOVE ZERO   TO WS-EMP-PERIODS (WS-EMP-COUNT)
                   MOVE ZERO   TO WS-EMP-GROSS (WS-EMP-COUNT)
                   MOVE ZERO   TO WS-EMP-COM (WS-EMP-COUNT)
                   MOVE ZERO   TO WS-EMP-DED (WS-EMP-COUNT)
                   MOVE ZERO   TO WS-EMP-NET (WS-EMP-COUNT)
                   MOVE ZERO   TO WS-EMP-RETRO (WS-EMP-COUNT)
               END-IF
           END-IF
           IF NOT JOB-ABORTED
               ADD 1        TO WS-EMP-PERIODS (WS-EMP-COUNT)
               ADD EH-GROSS TO WS-EMP-GROSS (WS-EMP-COUNT)
               IF EH-COM-NULL-IND NOT < 0
                   ADD EH-COM TO WS-EMP-COM (WS-EMP-COUNT)
               END-IF
               ADD EH-DED-TOTAL TO WS-EMP-DED (WS-EMP-COUNT)
               ADD EH-NET       TO WS-EMP-NET (WS-EMP-COUNT)
           END-IF.

      * Every period 01 through the card's count must have been
      * closed, and nothing may sit past it - a period 13 in a
      * twelve-period year means the card or the close is wrong.
       2500-CHECK-PERIODS-CLOSED.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > 98
               IF WS-PERIOD-IDX NOT > WS-PERIODS-9
                   IF WS-PERIOD-SEEN (WS-PERIOD-IDX) NOT = "Y"
                       DISPLAY "EMPYED01: period " WS-YEAR
                               WS-PERIOD-IDX " was never closed"
                       SET JOB-ABORTED TO TRUE
                   END-IF
               ELSE
                   IF WS-PERIOD-SEEN (WS-PERIOD-IDX) = "Y"
                       DISPLAY "EMPYED01: period " WS-YEAR
                               WS-PERIOD-IDX " is past the "
                               WS-PERIODS-X " periods on the card"
                       SET JOB-ABORTED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-PERIOD-SEEN (99) = "Y" AND WS-PERIODS-9 < 99
               DISPLAY "EMPYED01: period " WS-YEAR "99 is past the "
                       WS-PERIODS-X " periods on the card"
               SET JOB-ABORTED TO TRUE
           END-IF.

      * No RETADJ means no retro pay has ever been priced.
       2700-ADD-RETRO-PAY.
           OPEN INPUT RETADJ-FILE
           EVALUATE WS-RETADJ-STATUS
               WHEN "00"
                   PERFORM UNTIL RETADJ-EOF OR JOB-ABORTED
                       READ RETADJ-FILE
                           AT END
                               SET RETADJ-EOF TO TRUE
                           NOT AT END
                               IF RAJ-PAY-PERIOD(1:4) = WS-YEAR
                                   PERFORM 2800-POST-RETRO-ROW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RETADJ-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "EMPYED01: EXCEPTION - RETADJ-FILE open"
                           " failed, status " WS-RETADJ-STATUS
                   SET JOB-ABORTED TO TRUE
           END-EVALUATE.

      * The table is in ENO order; an employee with retro pay only
      * is slotted in where the ENO belongs.
       2800-POST-RETRO-ROW.
           MOVE "N" TO WS-FOUND-SW
           MOVE ZERO TO WS-EMP-SLOT
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT OR ENTRY-FOUND
                      OR WS-EMP-SLOT NOT = ZERO
               EVALUATE TRUE
                   WHEN WS-EMP-ENO (WS-EMP-IDX) = RAJ-ENO
                       SET ENTRY-FOUND TO TRUE
                       MOVE WS-EMP-IDX TO WS-EMP-SLOT
                   WHEN WS-EMP-ENO (WS-EMP-IDX) > RAJ-ENO
                       MOVE WS-EMP-IDX TO WS-EMP-SLOT
               END-EVALUATE
           END-PERFORM
           IF NOT ENTRY-FOUND
               PERFORM 2850-INSERT-RETRO-EMPLOYEE
           END-IF
           IF NOT JOB-ABORTED
               ADD RAJ-AMOUNT     TO WS-EMP-GROSS (WS-EMP-SLOT)
               ADD RAJ-COM-AMOUNT TO WS-EMP-COM (WS-EMP-SLOT)
               ADD RAJ-AMOUNT     TO WS-EMP-NET (WS-EMP-SLOT)
               ADD RAJ-AMOUNT     TO WS-EMP-RETRO (WS-EMP-SLOT)
           END-IF.

       2850-INSERT-RETRO-EMPLOYEE.
           IF WS-EMP-COUNT = WS-EMP-MAX
               DISPLAY "EMPYED01: EXCEPTION - more than "
                       WS-EMP-MAX " employees in the year -"
                       " table full"
               SET JOB-ABORTED TO TRUE
           ELSE
               IF WS-EMP-SLOT = ZERO
                   COMPUTE WS-EMP-SLOT = WS-EMP-COUNT + 1
               END-IF
               PERFORM VARYING WS-EMP-IDX FROM WS-EMP-COUNT BY -1
                       UNTIL WS-EMP-IDX < WS-EMP-SLOT
                   MOVE WS-EMP-ENTRY (WS-EMP-IDX)
                       TO WS-EMP-ENTRY (WS-EMP-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-EMP-COUNT
               MOVE SPACES  TO WS-EMP-ENTRY (WS-EMP-SLOT)
               MOVE RAJ-ENO TO WS-EMP-ENO (WS-EMP-SLOT)
               MOVE ZERO    TO WS-EMP-PERIODS (WS-EMP-SLOT)
               MOVE ZERO    TO WS-EMP-GROSS (WS-EMP-SLOT)
               MOVE ZERO    TO WS-EMP-COM (WS-EMP-SLOT)
               MOVE ZERO    TO WS-EMP-DED (WS-EMP-SLOT)
               MOVE ZERO    TO WS-EMP-NET (WS-EMP-SLOT)
               MOVE ZERO    TO WS-EMP-RETRO (WS-EMP-SLOT)
           END-IF.

       3000-LOOK-UP-ADDRESS.
           MOVE WS-EMP-ENO (WS-EMP-IDX) TO IX-ENO
           READ EMPTBL-FILE
               INVALID KEY
                   SET ANY-NOT-ON-EMPTBL TO TRUE
               NOT INVALID KEY
                   MOVE IX-LNAME  TO WS-EMP-LNAME (WS-EMP-IDX)
                   MOVE IX-FNAME  TO WS-EMP-FNAME (WS-EMP-IDX)
                   MOVE IX-STREET TO WS-EMP-STREET (WS-EMP-IDX)
                   MOVE IX-CITY   TO WS-EMP-CITY (WS-EMP-IDX)
                   MOVE IX-ST     TO WS-EMP-ST (WS-EMP-IDX)
                   MOVE IX-ZIP    TO WS-EMP-ZIP (WS-EMP-IDX)
                   SET WS-EMP-FROM-EMPTBL (WS-EMP-IDX) TO TRUE
           END-READ.

      * An employee gone from EMPTBL was purged; the EMPAUD trail
      * still holds the images. Rows are in time order, so the last
      * image seen for the ENO wins: the after-image where the row
      * has one, otherwise (a purge) the before-image.
       3500-SWEEP-AUDIT-TRAIL.
           OPEN INPUT EMPAUD-FILE
           IF WS-EMPAUD-STATUS NOT = "00"
               DISPLAY "EMPYED01: EMPAUD-FILE not available, status "
                       WS-EMPAUD-STATUS " - employees no longer on"
                       " EMPTBL print without an address"
           ELSE
               PERFORM UNTIL EMPAUD-EOF
                   READ EMPAUD-FILE
                       AT END
                           SET EMPAUD-EOF TO TRUE
                       NOT AT END
                           PERFORM 3600-TAKE-AUDIT-IMAGE
                   END-READ
               END-PERFORM
               CLOSE EMPAUD-FILE
           END-IF.

       3600-TAKE-AUDIT-IMAGE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT OR ENTRY-FOUND
               IF WS-EMP-ENO (WS-EMP-IDX) = EAU-ENO
                       AND NOT WS-EMP-FROM-EMPTBL (WS-EMP-IDX)
                   SET ENTRY-FOUND TO TRUE
                   IF EAU-NEW-LNAME NOT = SPACES
                       MOVE EAU-NEW-LNAME  TO WS-EMP-LNAME (WS-EMP-IDX)
                       MOVE EAU-NEW-FNAME  TO WS-EMP-FNAME (WS-EMP-IDX)
                       MOVE EAU-NEW-STREET
                           TO WS-EMP-STREET (WS-EMP-IDX)
                       MOVE EAU-NEW-CITY   TO WS-EMP-CITY (WS-EMP-IDX)
                       MOVE EAU-NEW-ST     TO WS-EMP-ST (WS-EMP-IDX)
                       MOVE EAU-NEW-ZIP    TO WS-EMP-ZIP (WS-EMP-IDX)
                       SET WS-EMP-FROM-AUDIT (WS-EMP-IDX) TO TRUE
                   ELSE
                       IF EAU-OLD-LNAME NOT = SPACES
                           MOVE EAU-OLD-LNAME
                               TO WS-EMP-LNAME (WS-EMP-IDX)
                           MOVE EAU-OLD-FNAME
                               TO WS-EMP-FNAME (WS-EMP-IDX)
                           MOVE EAU-OLD-STREET
                               TO WS-EMP-STREET (WS-EMP-IDX)
                           MOVE EAU-OLD-CITY
                               TO WS-EMP-CITY (WS-EMP-IDX)
                           MOVE EAU-OLD-ST
                               TO WS-EMP-ST (WS-EMP-IDX)
                           MOVE EAU-OLD-ZIP
                               TO WS-EMP-ZIP (WS-EMP-IDX)
                           SET WS-EMP-FROM-AUDIT (WS-EMP-IDX) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * One statement per employee, separated by a rule so the print
      * can be burst; the state is collected for the extract as each
      * statement goes out.
       4000-PRINT-STATEMENT.
           IF WS-EMP-NO-ADDRESS (WS-EMP-IDX)
               MOVE "**" TO WS-EMP-ST (WS-EMP-IDX)
               ADD 1 TO WS-NO-ADDRESS-COUNT
               DISPLAY "EMPYED01: employee " WS-EMP-ENO (WS-EMP-IDX)
                       " has no address on EMPTBL or EMPAUD"
           END-IF
           PERFORM 4500-COLLECT-STATE
           MOVE ALL "=" TO RPT-LINE(1:72)
           PERFORM 7000-WRITE-STATEMENT-LINE
           STRING "ANNUAL EARNINGS STATEMENT FOR " WS-YEAR
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-STATEMENT-LINE
           PERFORM 7000-WRITE-STATEMENT-LINE
           STRING "EMPLOYEE " WS-EMP-ENO (WS-EMP-IDX) "  "
                  WS-EMP-FNAME (WS-EMP-IDX) " "
                  WS-EMP-LNAME (WS-EMP-IDX)
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-STATEMENT-LINE
           IF WS-EMP-NO-ADDRESS (WS-EMP-IDX)
               MOVE "         *** ADDRESS NOT ON FILE ***" TO RPT-LINE
               PERFORM 7000-WRITE-STATEMENT-LINE
           ELSE
               STRING "         " WS-EMP-STREET (WS-EMP-IDX)
                      DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 7000-WRITE-STATEMENT-LINE
               STRING "         " WS-EMP-CITY (WS-EMP-IDX) " "
                      WS-EMP-ST (WS-EMP-IDX) " "
                      WS-EMP-ZIP (WS-EMP-IDX)
                      DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 7000-WRITE-STATEMENT-LINE
               IF WS-EMP-FROM-AUDIT (WS-EMP-IDX)
                   MOVE "         (LAST ADDRESS ON RECORD)"
                       TO RPT-LINE
                   PERFORM 7000-WRITE-STATEMENT-LINE
               END-IF
           END-IF
           PERFORM 7000-WRITE-STATEMENT-LINE
           MOVE WS-EMP-PERIODS (WS-EMP-IDX) TO WS-PERIOD-DISPLAY
           STRING "PERIODS PAID          " WS-PERIOD-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-STATEMENT-LINE
           MOVE WS-EMP-GROSS (WS-EMP-IDX) TO WS-AMOUNT-DISPLAY
           STRING "GROSS EARNINGS        " WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-STATEMENT-LINE
           MOVE WS-EMP-COM (WS-EMP-IDX) TO WS-AMOUNT-DISPLAY
           STRING "  INCLUDES COMMISSION " WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-STATEMENT-LINE
           IF WS-EMP-RETRO (WS-EMP-IDX) NOT = ZERO
               MOVE WS-EMP-RETRO (WS-EMP-IDX) TO WS-AMOUNT-DISPLAY
               STRING "  INCLUDES RETRO PAY  " WS-AMOUNT-DISPLAY
                      DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 7000-WRITE-STATEMENT-LINE
           END-IF
           MOVE WS-EMP-DED (WS-EMP-IDX) TO WS-AMOUNT-DISPLAY
           STRING "DEDUCTIONS            " WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-STATEMENT-LINE
           MOVE WS-EMP-NET (WS-EMP-IDX) TO WS-AMOUNT-DISPLAY
           STRING "NET PAY               " WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-STATEMENT-LINE.

      * Insert the employee's state into the ordered state table if
      * it is not there already.
       4500-COLLECT-STATE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
                   UNTIL WS-STATE-IDX > WS-STATE-COUNT OR ENTRY-FOUND
               IF WS-STATE-CODE (WS-STATE-IDX) = WS-EMP-ST (WS-EMP-IDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               IF WS-STATE-COUNT = 100
                   DISPLAY "EMPYED01: EXCEPTION - more than 100"
                           " distinct states - table full"
                   SET JOB-ABORTED TO TRUE
               ELSE
                   ADD 1 TO WS-STATE-COUNT
                   MOVE WS-STATE-COUNT TO WS-STATE-SLOT
                   MOVE "N" TO WS-SLOT-FOUND-SW
                   PERFORM UNTIL SLOT-FOUND
                       IF WS-STATE-SLOT = 1
                           SET SLOT-FOUND TO TRUE
                       ELSE
                           IF WS-STATE-CODE (WS-STATE-SLOT - 1)
                                   < WS-EMP-ST (WS-EMP-IDX)
                               SET SLOT-FOUND TO TRUE
                           ELSE
                               MOVE WS-STATE-CODE (WS-STATE-SLOT - 1)
                                   TO WS-STATE-CODE (WS-STATE-SLOT)
                               SUBTRACT 1 FROM WS-STATE-SLOT
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE WS-EMP-ST (WS-EMP-IDX)
                       TO WS-STATE-CODE (WS-STATE-SLOT)
               END-IF
           END-IF.

       5000-WRITE-FILING-EXTRACT.
           MOVE SPACES TO YEFILE-RECORD
           SET YEF-HEADER TO TRUE
           MOVE WS-YEAR           TO YEF-HDR-YEAR
           MOVE WS-RUN-STAMP(1:8) TO YEF-HDR-RUN-DATE
           PERFORM 7100-WRITE-FILING-RECORD
           PERFORM 5100-WRITE-ONE-STATE
               VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT OR JOB-ABORTED
           MOVE SPACES TO YEFILE-RECORD
           SET YEF-TRAILER TO TRUE
           MOVE WS-DETAIL-COUNT TO YEF-TRL-RECORD-COUNT
           MOVE WS-STATE-COUNT  TO YEF-TRL-STATE-COUNT
           MOVE WS-YEAR-GROSS   TO YEF-TRL-GROSS
           MOVE WS-YEAR-COM     TO YEF-TRL-COM
           IF NOT JOB-ABORTED
               PERFORM 7100-WRITE-FILING-RECORD
           END-IF.

       5100-WRITE-ONE-STATE.
           MOVE ZERO TO WS-STATE-EMP-COUNT
           MOVE ZERO TO WS-STATE-GROSS
           MOVE ZERO TO WS-STATE-COM
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT OR JOB-ABORTED
               IF WS-EMP-ST (WS-EMP-IDX) = WS-STATE-CODE (WS-STATE-IDX)
                   MOVE SPACES TO YEFILE-RECORD
                   SET YEF-DETAIL TO TRUE
                   MOVE WS-EMP-ST (WS-EMP-IDX)      TO YEF-DTL-ST
                   MOVE WS-EMP-ENO (WS-EMP-IDX)     TO YEF-DTL-ENO
                   MOVE WS-EMP-LNAME (WS-EMP-IDX)   TO YEF-DTL-LNAME
                   MOVE WS-EMP-FNAME (WS-EMP-IDX)   TO YEF-DTL-FNAME
                   MOVE WS-EMP-GROSS (WS-EMP-IDX)   TO YEF-DTL-GROSS
                   MOVE WS-EMP-COM (WS-EMP-IDX)     TO YEF-DTL-COM
                   MOVE WS-EMP-PERIODS (WS-EMP-IDX) TO YEF-DTL-PERIODS
                   PERFORM 7100-WRITE-FILING-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD 1 TO WS-STATE-EMP-COUNT
                   ADD WS-EMP-GROSS (WS-EMP-IDX) TO WS-STATE-GROSS
                   ADD WS-EMP-COM (WS-EMP-IDX)   TO WS-STATE-COM
               END-IF
           END-PERFORM
           MOVE SPACES TO YEFILE-RECORD
           SET YEF-STATE-TOTAL TO TRUE
           MOVE WS-STATE-CODE (WS-STATE-IDX) TO YEF-STT-ST
           MOVE WS-STATE-EMP-COUNT TO YEF-STT-EMP-COUNT
           MOVE WS-STATE-GROSS     TO YEF-STT-GROSS
           MOVE WS-STATE-COM       TO YEF-STT-COM
           PERFORM 7100-WRITE-FILING-RECORD
           ADD WS-STATE-GROSS TO WS-YEAR-GROSS
           ADD WS-STATE-COM   TO WS-YEAR-COM.

       7000-WRITE-STATEMENT-LINE.
           WRITE RPT-LINE
           IF WS-YESTMT-STATUS NOT = "00"
               DISPLAY "EMPYED01: EXCEPTION - YESTMT-FILE write"
                       " failed, status " WS-YESTMT-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF
           MOVE SPACES TO RPT-LINE.

      * A filing extract with a record missing would still carry a
      * trailer that balanced against what WAS written - a write
      * failure stops the run and the trailer is withheld.
       7100-WRITE-FILING-RECORD.
           WRITE YEFILE-RECORD
           IF WS-YEFILE-STATUS NOT = "00"
               DISPLAY "EMPYED01: EXCEPTION - YEFILE-FILE write"
                       " failed, status " WS-YEFILE-STATUS
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

       END PROGRAM EMPYED01.
