       PROGRAM-ID. PRJREC01.

      *================================================================
      * Project-budget reconciliation: totals each project's labor
      * cost over every period posted to the PRJCOST ledger and
      * checks it against the project budget file, producing an
      * over-budget exception list. The cost used to be the salary
      * of everyone on the project rolled up from the empprojact/
      * employee join, which charged a shared employee's full salary
      * to every project; the ledger PRJPST01 posts carries each
      * employee's actual pay split by time on the project. The
      * ledger is keyed project first, so each project's periods are
      * read as one run and summed on the change of project. A
      * ledger not yet created holds no cost for anyone.
      *================================================================

       ENVIRONMENT DIVISION.
               RECORD KEY IS PB-PROJNO
               FILE STATUS IS WS-PROJBUD-STATUS.

           SELECT PRJCOST-FILE ASSIGN TO "PRJCOST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PCL-KEY
               FILE STATUS IS WS-PRJCOST-STATUS.

           SELECT EXCRPT-FILE ASSIGN TO "PRJEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCRPT-STATUS.
       FD  PROJBUD-FILE.
           COPY PROJBUD.

       FD  PRJCOST-FILE.
           COPY PRJCOST.

       FD  EXCRPT-FILE.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PROJNO                PIC X(06).
       01  WS-LEDGER-COST           PIC S9(11)V99 COMP-3.

       01  WS-PROJBUD-STATUS        PIC X(02).
       01  WS-PRJCOST-STATUS        PIC X(02).
       01  WS-EXCRPT-STATUS         PIC X(02).
       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-ROLLUP         VALUE "Y".
       01  WS-LEDGER-EOF-SW         PIC X(01) VALUE "N".
           88  PRJCOST-EOF           VALUE "Y".
       01  WS-BUDGET-FOUND-SW       PIC X(01) VALUE "N".
           88  BUDGET-FOUND          VALUE "Y".

       01  WS-LEDGER-COST-DISPLAY   PIC ZZ,ZZZ,ZZZ9.99.
       01  WS-BUDGET-DISPLAY        PIC ZZ,ZZZ,ZZZ9.99.
       01  WS-OVER-BUDGET-DISPLAY   PIC ZZ,ZZZ,ZZZ9.99.
       01  WS-OVER-BUDGET-AMOUNT    PIC S9(11)V99 COMP-3.

       01  WS-OPS-PROGRAM           PIC X(08) VALUE "PRJREC01".
       01  WS-OPS-STATUS            PIC X(08).
       01  WS-OPS-MESSAGE           PIC X(60).
       01  WS-OPS-RETURN-CODE-HOLD PIC S9(09) COMP.

           COPY RCCODE.


       PERFORM 9970-RECORD-RUN-START.

       OPEN INPUT PROJBUD-FILE.
       IF WS-PROJBUD-STATUS NOT = "00"
           DISPLAY "PRJREC01: EXCEPTION - PROJBUD-FILE open failed,"
           GOBACK
       END-IF.

       OPEN INPUT PRJCOST-FILE.
       IF WS-PRJCOST-STATUS = "35"
           DISPLAY "PRJREC01: PRJCOST-FILE not yet created - no"
                   " project cost posted"
           SET PRJCOST-EOF TO TRUE
       ELSE
           IF WS-PRJCOST-STATUS NOT = "00"
               DISPLAY "PRJREC01: EXCEPTION - PRJCOST-FILE open"
                       " failed, status " WS-PRJCOST-STATUS
               MOVE 16 TO RETURN-CODE
               SET RC-FATAL TO TRUE
               MOVE WS-PRJCOST-STATUS TO WS-OPS-STATUS
               MOVE "PRJCOST-FILE OPEN FAILED" TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               CLOSE PROJBUD-FILE
               CLOSE EXCRPT-FILE
               PERFORM 9980-RECORD-RUN-END
               GOBACK
           END-IF
       END-IF.

       MOVE "PROJNO LEDGER-COST    BUDGET        OVER-BY" TO RPT-LINE
       WRITE RPT-LINE
       IF WS-EXCRPT-STATUS NOT = "00"
           DISPLAY "PRJREC01: EXCEPTION - EXCRPT-FILE write failed,"
           MOVE "EXCRPT-FILE WRITE FAILED" TO WS-OPS-MESSAGE
           PERFORM 9990-LOG-EXCEPTION
           CLOSE PROJBUD-FILE
           CLOSE PRJCOST-FILE
           CLOSE EXCRPT-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF.

       IF NOT PRJCOST-EOF
           PERFORM 1600-READ-LEDGER
       END-IF.

       PERFORM UNTIL END-OF-ROLLUP
           PERFORM 1500-NEXT-LEDGER-PROJECT
           IF NOT END-OF-ROLLUP
               PERFORM 2000-CHECK-BUDGET
           END-IF
       END-PERFORM.

       IF WS-PRJCOST-STATUS NOT = "35"
           CLOSE PRJCOST-FILE
       END-IF.
       CLOSE PROJBUD-FILE.
       CLOSE EXCRPT-FILE.
       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

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
               DISPLAY "PRJREC01: EXCEPTION - PRJCOST-FILE read"
                       " failed, status " WS-PRJCOST-STATUS
               MOVE 16 TO RETURN-CODE
               SET RC-FATAL TO TRUE
               MOVE WS-PRJCOST-STATUS TO WS-OPS-STATUS
               MOVE "PRJCOST-FILE READ FAILED" TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               SET PRJCOST-EOF TO TRUE
           END-IF.

       2000-CHECK-BUDGET.
           MOVE WS-PROJNO TO PB-PROJNO
           SET BUDGET-FOUND TO TRUE
               INVALID KEY
                   MOVE "N" TO WS-BUDGET-FOUND-SW
           END-READ
           IF BUDGET-FOUND AND WS-LEDGER-COST > PB-BUDGET-AMOUNT
               COMPUTE WS-OVER-BUDGET-AMOUNT =
                       WS-LEDGER-COST - PB-BUDGET-AMOUNT
               MOVE WS-LEDGER-COST        TO WS-LEDGER-COST-DISPLAY
               MOVE PB-BUDGET-AMOUNT      TO WS-BUDGET-DISPLAY
               MOVE WS-OVER-BUDGET-AMOUNT TO WS-OVER-BUDGET-DISPLAY
               STRING WS-PROJNO               " "
                      WS-LEDGER-COST-DISPLAY   " "
                      WS-BUDGET-DISPLAY        " "
                      WS-OVER-BUDGET-DISPLAY
                      DELIMITED BY SIZE INTO RPT-LINE
