      * Project budget utilization statement. PRJREC01 only speaks
      * when a project is over budget, so a project sitting at 97%
      * is invisible until the exception fires mid-quarter. This job
      * reads the same cumulative PRJCOST ledger cost PRJREC01 does -
      * each employee's actual pay split across projects by time,
      * as PRJPST01 posts it, rather than the full salary of every
      * shared employee charged to each project - and prints on
      * PRJSTMT one line for EVERY project:
      *
      *   - every PROJBUD project with its budget, ledger cost,
      *     utilization percent, the count of PBHIST revisions
      *     behind the current figure, and a WARNING flag when
      *     utilization crosses the band on the PRJSTMP card
      *     (85 percent when the card is absent or blank);
      *   - projects with ledger cost but no PROJBUD record -
      *     bookings against projects finance has never budgeted,
      *     which nothing reported until now;
      *   - budgeted projects with no ledger cost at all, so a
      *     dead project with a standing budget is visible too.
      *
      * Any warning-band or unbudgeted finding ends the run with
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBHIST-STATUS.

           SELECT PRJCOST-FILE ASSIGN TO "PRJCOST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCL-KEY
               FILE STATUS IS WS-PRJCOST-STATUS.

           SELECT STMRPT-FILE ASSIGN TO "PRJSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMRPT-STATUS.
       FD  PBHIST-FILE.
           COPY PBHIST.

       FD  PRJCOST-FILE.
           COPY PRJCOST.

       FD  STMRPT-FILE.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROJNO                PIC X(06).
       01  WS-LEDGER-COST           PIC S9(11)V99 COMP-3.

       01  WS-PRJSTMP-STATUS        PIC X(02).
       01  WS-PROJBUD-STATUS        PIC X(02).
       01  WS-PBHIST-STATUS         PIC X(02).
       01  WS-PRJCOST-STATUS        PIC X(02).
       01  WS-STMRPT-STATUS         PIC X(02).

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-ROLLUP        VALUE "Y".
       01  WS-LEDGER-EOF-SW         PIC X(01) VALUE "N".
           88  PRJCOST-EOF          VALUE "Y".
       01  WS-HIST-EOF-SW           PIC X(01) VALUE "N".
           88  PBHIST-EOF           VALUE "Y".
       01  WS-BUD-EOF-SW            PIC X(01) VALUE "N".

       01  WS-WARN-PERCENT          PIC 9(03) VALUE 85.
       01  WS-UTIL-PERCENT          PIC 9(05).
       01  WS-LEDGER-OPEN-SW        PIC X(01) VALUE "N".
           88  PRJCOST-OPEN         VALUE "Y".

      * Projects the ledger produced, so the PROJBUD sweep can tell
      * a budgeted project with no activity from one already printed.
       01  WS-SEEN-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-SEEN-MAX              PIC 9(03) VALUE 200.

       PERFORM 9970-RECORD-RUN-START.

       PERFORM 1000-READ-WARNING-BAND.

       OPEN INPUT PROJBUD-FILE.
           GOBACK
       END-IF

       OPEN INPUT PRJCOST-FILE.
       IF WS-PRJCOST-STATUS = "35"
           DISPLAY "PRJSTM01: PRJCOST-FILE not yet created - no"
                   " project cost posted"
           SET PRJCOST-EOF TO TRUE
       ELSE
           IF WS-PRJCOST-STATUS NOT = "00"
               DISPLAY "PRJSTM01: EXCEPTION - PRJCOST-FILE open"
                       " failed, status " WS-PRJCOST-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PROJBUD-FILE
               PERFORM 9980-RECORD-RUN-END
               GOBACK
           END-IF
           SET PRJCOST-OPEN TO TRUE
       END-IF

       OPEN OUTPUT STMRPT-FILE.
       IF WS-STMRPT-STATUS NOT = "00"
           DISPLAY "PRJSTM01: EXCEPTION - STMRPT-FILE open failed,"
                   " status " WS-STMRPT-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE PROJBUD-FILE
           IF PRJCOST-OPEN
               CLOSE PRJCOST-FILE
           END-IF
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF
              " BAND " WS-PCT-DISPLAY " PCT"
              DELIMITED BY SIZE INTO RPT-LINE
       WRITE RPT-LINE
       MOVE "PROJNO BUDGET         LEDGER-COST    UTIL-PCT REVS"
           TO RPT-LINE
       WRITE RPT-LINE
       MOVE SPACES TO RPT-LINE

       PERFORM 2000-BUILD-REVISION-COUNTS.

       IF NOT PRJCOST-EOF
           PERFORM 1600-READ-LEDGER
       END-IF

       PERFORM UNTIL END-OF-ROLLUP OR JOB-ABORTED
           PERFORM 1500-NEXT-LEDGER-PROJECT
           IF NOT END-OF-ROLLUP AND NOT JOB-ABORTED
               PERFORM 3000-STATE-ONE-ROLLUP-ROW
           END-IF
       END-PERFORM.

       IF PRJCOST-OPEN
           CLOSE PRJCOST-FILE
       END-IF

       IF NOT JOB-ABORTED
           PERFORM 5000-STATE-IDLE-PROJECTS
               CLOSE PRJSTMP-FILE
           END-IF.

      * One project's cumulative cost: every period row under the
      * project summed, leaving the next project's first row read.
       1500-NEXT-LEDGER-PROJECT.
           IF PRJCOST-EOF
               SET END-OF-ROLLUP TO TRUE
           ELSE
               MOVE PCL-PROJNO TO WS-PROJNO
               MOVE ZERO TO WS-LEDGER-COST
               PERFORM UNTIL PRJCOST-EOF
                       OR PCL-PROJNO NOT = WS-PROJNO
                   ADD PCL-COST TO WS-LEDGER-COST
                   PERFORM 1600-READ-LEDGER
               END-PERFORM
           END-IF.

       1600-READ-LEDGER.
           READ PRJCOST-FILE NEXT RECORD
               AT END
                   SET PRJCOST-EOF TO TRUE
           END-READ
           IF WS-PRJCOST-STATUS NOT = "00"
                   AND WS-PRJCOST-STATUS NOT = "10"
               DISPLAY "PRJSTM01: EXCEPTION - PRJCOST-FILE read"
                       " failed, status " WS-PRJCOST-STATUS
               MOVE 16 TO RETURN-CODE
               SET PRJCOST-EOF TO TRUE
               SET JOB-ABORTED TO TRUE
           END-IF.

       2000-BUILD-REVISION-COUNTS.
           OPEN INPUT PBHIST-FILE
           IF WS-PBHIST-STATUS NOT = "00"
               PERFORM 3100-WRITE-STATEMENT-LINE
           ELSE
               ADD 1 TO WS-UNBUDGETED-COUNT
               MOVE WS-LEDGER-COST TO WS-SALARY-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING WS-PROJNO " *NOT BUDGETED* LEDGER "
                      WS-SALARY-DISPLAY
                      DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
      * it prints as a warning outright, since any booking at all
      * has already outrun the figure.
       3100-WRITE-STATEMENT-LINE.
           MOVE WS-LEDGER-COST   TO WS-SALARY-DISPLAY
           MOVE PB-BUDGET-AMOUNT TO WS-BUDGET-DISPLAY
           PERFORM 7000-FIND-REVISION-TALLY
           MOVE SPACES TO RPT-LINE
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               COMPUTE WS-UTIL-PERCENT =
                       WS-LEDGER-COST * 100 / PB-BUDGET-AMOUNT
               MOVE WS-UTIL-PERCENT TO WS-PCT-DISPLAY
               STRING PB-PROJNO " " WS-BUDGET-DISPLAY
                      " " WS-SALARY-DISPLAY
               MOVE WS-PROJNO TO WS-SEEN-PROJNO (WS-SEEN-COUNT)
           ELSE
               DISPLAY "PRJSTM01: EXCEPTION - more than " WS-SEEN-MAX
                       " ledger projects - idle-project check is"
                       " incomplete"
               MOVE 16 TO RETURN-CODE
           END-IF.
           END-PERFORM
           IF NOT SEEN-FOUND
               ADD 1 TO WS-PROJECT-COUNT
               MOVE ZERO TO WS-LEDGER-COST
               MOVE PB-BUDGET-AMOUNT TO WS-BUDGET-DISPLAY
               PERFORM 7000-FIND-REVISION-TALLY
               MOVE SPACES TO RPT-LINE
