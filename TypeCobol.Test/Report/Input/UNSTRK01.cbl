       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNSTRK01.

      *================================================================
      * Conversion tracker for the UNSAFE MOVE call sites. UNSRPT01
      * ranks the sites by traffic, but says nothing about which of
      * them the conversion team has assigned, converted or waived -
      * that now lives on the UNSREG registry UNSMNT01 maintains.
      * This job reads the whole of UNSAFLOG against the registry
      * and reports on UNSTRK:
      *
      *   - REGRESSIONS: sites marked converted that still show up
      *     in UNSAFLOG on a day after their converted date. The
      *     old MOVE is back, or was never really gone. Each one is
      *     also logged to OPSLOG as an error, so it reaches the
      *     operators the way any other failed job does;
      *   - sites executing that are not on the registry at all -
      *     nobody owns them yet;
      *   - assigned sites whose target date has passed, judged
      *     against the run date;
      *   - the team's open (assigned), converted and waived counts.
      *
      * Sites are matched on program plus UA-SOURCE-TAG, the pair
      * UNSRPT01 rolls up by. An executing site is counted once per
      * UNSAFLOG row, as UNSRPT01 counts it. An UNSREG not yet
      * created (status 35) is an empty registry: every executing
      * site is then unregistered, which is what the team needs to
      * see before its first transaction.
      *
      * The run ends 8 when there is any regression, 4 when there
      * are only unregistered or overdue sites, and zero when the
      * registry and the log agree.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNSREG-FILE ASSIGN TO "UNSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS URG-KEY
               FILE STATUS IS WS-UNSREG-STATUS.

           SELECT UNSAFLOG-FILE ASSIGN TO "UNSAFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNSAFLOG-STATUS.

           SELECT UNSTRK-FILE ASSIGN TO "UNSTRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNSTRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNSREG-FILE.
           COPY UNSREG.

       FD  UNSAFLOG-FILE.
           COPY UNSAFAUD.

       FD  UNSTRK-FILE.
       01  RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-UNSREG-STATUS         PIC X(02).
       01  WS-UNSAFLOG-STATUS       PIC X(02).
       01  WS-UNSTRK-STATUS         PIC X(02).
           COPY RCCODE.

       01  WS-REG-EOF-SW            PIC X(01) VALUE "N".
           88  END-OF-UNSREG        VALUE "Y".
       01  WS-LOG-EOF-SW            PIC X(01) VALUE "N".
           88  END-OF-UNSAFLOG      VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".
       01  WS-SITE-FOUND-SW         PIC X(01) VALUE "N".
           88  SITE-FOUND           VALUE "Y".

       01  WS-TIMESTAMP             PIC X(21).
       01  WS-RUN-DATE              PIC X(08).

      * The registry, held in key order as UNSREG delivers it, with
      * what UNSAFLOG says about each site alongside.
       01  WS-REG-COUNT             PIC 9(03) VALUE ZERO.
       01  WS-REG-MAX               PIC 9(03) VALUE 500.
       01  WS-REG-IDX               PIC 9(03).
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 500 TIMES.
               10  WS-REG-PROGRAM   PIC X(30).
               10  WS-REG-TAG       PIC X(30).
               10  WS-REG-OWNER     PIC X(20).
               10  WS-REG-STATUS    PIC X(01).
                   88  WS-REG-ASSIGNED  VALUE "A".
                   88  WS-REG-CONVERTED VALUE "C".
                   88  WS-REG-WAIVED    VALUE "W".
               10  WS-REG-TARGET    PIC X(08).
               10  WS-REG-CONV-DATE PIC X(08).
               10  WS-REG-TALLY     PIC 9(07).
               10  WS-REG-LAST      PIC X(21).
               10  WS-REG-REGRESSED PIC 9(07).

      * Executing sites the registry does not know, rolled up the
      * way UNSRPT01 rolls up every site.
       01  WS-UNREG-COUNT           PIC 9(03) VALUE ZERO.
       01  WS-UNREG-MAX             PIC 9(03) VALUE 300.
       01  WS-UNREG-IDX             PIC 9(03).
       01  WS-UNREG-TABLE.
           05  WS-UNREG-ENTRY OCCURS 300 TIMES.
               10  WS-UNREG-PROGRAM PIC X(30).
               10  WS-UNREG-TAG     PIC X(30).
               10  WS-UNREG-TALLY   PIC 9(07).
               10  WS-UNREG-LAST    PIC X(21).

       01  WS-RECORD-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-OPEN-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-CONVERTED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-WAIVED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-REGRESSION-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-OVERDUE-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-TALLY-DISPLAY         PIC Z(06)9.
       01  WS-COUNT-DISPLAY         PIC Z(06)9.

       01  WS-OPS-PROGRAM           PIC X(08) VALUE "UNSTRK01".
       01  WS-OPS-STATUS            PIC X(08).
       01  WS-OPS-MESSAGE           PIC X(60).
       01  WS-OPS-RETURN-CODE-HOLD  PIC S9(09) COMP.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "UNSTRK01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

       MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
       MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE.

       PERFORM 1000-LOAD-REGISTRY.
       IF JOB-ABORTED
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT UNSAFLOG-FILE.
       IF WS-UNSAFLOG-STATUS NOT = "00"
           DISPLAY "UNSTRK01: EXCEPTION - UNSAFLOG-FILE open failed,"
                   " status " WS-UNSAFLOG-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT UNSTRK-FILE.
       IF WS-UNSTRK-STATUS NOT = "00"
           DISPLAY "UNSTRK01: EXCEPTION - UNSTRK-FILE open failed,"
                   " status " WS-UNSTRK-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE UNSAFLOG-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       PERFORM UNTIL END-OF-UNSAFLOG OR JOB-ABORTED
           READ UNSAFLOG-FILE
               AT END
                   SET END-OF-UNSAFLOG TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   PERFORM 2000-MATCH-ONE-ROW
           END-READ
       END-PERFORM.

       CLOSE UNSAFLOG-FILE.

       PERFORM 4000-WRITE-REPORT.

       CLOSE UNSTRK-FILE.

       IF JOB-ABORTED
           MOVE 16 TO RETURN-CODE
       ELSE
           IF WS-REGRESSION-COUNT NOT = ZERO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF (WS-UNREG-COUNT NOT = ZERO
                       OR WS-OVERDUE-COUNT NOT = ZERO)
                       AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
       END-IF.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       1000-LOAD-REGISTRY.
           OPEN INPUT UNSREG-FILE
           EVALUATE TRUE
               WHEN WS-UNSREG-STATUS = "35"
                   CONTINUE
               WHEN WS-UNSREG-STATUS NOT = "00"
                   DISPLAY "UNSTRK01: EXCEPTION - UNSREG-FILE open"
                           " failed, status " WS-UNSREG-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET JOB-ABORTED TO TRUE
               WHEN OTHER
                   PERFORM UNTIL END-OF-UNSREG OR JOB-ABORTED
                       READ UNSREG-FILE
                           AT END
                               SET END-OF-UNSREG TO TRUE
                           NOT AT END
                               PERFORM 1100-TABLE-ONE-SITE
                       END-READ
                   END-PERFORM
                   CLOSE UNSREG-FILE
           END-EVALUATE.

      * A registry too big for the table would report every site
      * past the limit as unregistered - the run stops instead.
       1100-TABLE-ONE-SITE.
           IF WS-REG-COUNT < WS-REG-MAX
               ADD 1 TO WS-REG-COUNT
               MOVE URG-PROGRAM-NAME
                   TO WS-REG-PROGRAM (WS-REG-COUNT)
               MOVE URG-SOURCE-TAG
                   TO WS-REG-TAG (WS-REG-COUNT)
               MOVE URG-OWNER
                   TO WS-REG-OWNER (WS-REG-COUNT)
               MOVE URG-STATUS
                   TO WS-REG-STATUS (WS-REG-COUNT)
               MOVE URG-TARGET-DATE
                   TO WS-REG-TARGET (WS-REG-COUNT)
               MOVE URG-CONVERTED-DATE
                   TO WS-REG-CONV-DATE (WS-REG-COUNT)
               MOVE ZERO   TO WS-REG-TALLY (WS-REG-COUNT)
               MOVE SPACES TO WS-REG-LAST (WS-REG-COUNT)
               MOVE ZERO   TO WS-REG-REGRESSED (WS-REG-COUNT)
           ELSE
               DISPLAY "UNSTRK01: EXCEPTION - more than "
                       WS-REG-MAX " registered call sites -"
                       " run stopped"
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

      * A converted site executing on its converted date may be the
      * old load module's last run that day; only a later day
      * counts as a regression.
       2000-MATCH-ONE-ROW.
           MOVE "N" TO WS-SITE-FOUND-SW
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT OR SITE-FOUND
               IF WS-REG-PROGRAM (WS-REG-IDX) = UA-PROGRAM-NAME
                       AND WS-REG-TAG (WS-REG-IDX) = UA-SOURCE-TAG
                   SET SITE-FOUND TO TRUE
                   ADD 1 TO WS-REG-TALLY (WS-REG-IDX)
                   IF UA-TIMESTAMP > WS-REG-LAST (WS-REG-IDX)
                       MOVE UA-TIMESTAMP
                           TO WS-REG-LAST (WS-REG-IDX)
                   END-IF
                   IF WS-REG-CONVERTED (WS-REG-IDX)
                           AND UA-TIMESTAMP(1:8)
                               > WS-REG-CONV-DATE (WS-REG-IDX)
                       ADD 1 TO WS-REG-REGRESSED (WS-REG-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT SITE-FOUND
               PERFORM 2100-ROLL-UP-UNREGISTERED
           END-IF.

       2100-ROLL-UP-UNREGISTERED.
           PERFORM VARYING WS-UNREG-IDX FROM 1 BY 1
                   UNTIL WS-UNREG-IDX > WS-UNREG-COUNT OR SITE-FOUND
               IF WS-UNREG-PROGRAM (WS-UNREG-IDX) = UA-PROGRAM-NAME
                       AND WS-UNREG-TAG (WS-UNREG-IDX)
                           = UA-SOURCE-TAG
                   SET SITE-FOUND TO TRUE
                   ADD 1 TO WS-UNREG-TALLY (WS-UNREG-IDX)
                   IF UA-TIMESTAMP > WS-UNREG-LAST (WS-UNREG-IDX)
                       MOVE UA-TIMESTAMP
                           TO WS-UNREG-LAST (WS-UNREG-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT SITE-FOUND
               IF WS-UNREG-COUNT < WS-UNREG-MAX
                   ADD 1 TO WS-UNREG-COUNT
                   MOVE UA-PROGRAM-NAME
                       TO WS-UNREG-PROGRAM (WS-UNREG-COUNT)
                   MOVE UA-SOURCE-TAG
                       TO WS-UNREG-TAG (WS-UNREG-COUNT)
                   MOVE 1 TO WS-UNREG-TALLY (WS-UNREG-COUNT)
                   MOVE UA-TIMESTAMP
                       TO WS-UNREG-LAST (WS-UNREG-COUNT)
               ELSE
                   DISPLAY "UNSTRK01: EXCEPTION - more than "
                           WS-UNREG-MAX " unregistered call sites -"
                           " list is incomplete"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       4000-WRITE-REPORT.
           MOVE SPACES TO RPT-LINE
           STRING "UNSTRK01 UNSAFE MOVE CONVERSION TRACKER - RUN DATE "
                  WS-RUN-DATE
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           IF WS-UNSREG-STATUS = "35"
               MOVE "UNSREG NOT YET CREATED - NO SITES REGISTERED"
                   TO RPT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF

           MOVE "REGRESSIONS - CONVERTED SITES STILL EXECUTING"
               TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PROGRAM                        "
                  "SOURCE-TAG                     "
                  "OWNER                CONVERTED   SINCE "
                  "LAST-SEEN"
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-REGRESSED (WS-REG-IDX) NOT = ZERO
                   PERFORM 4100-WRITE-REGRESSION
               END-IF
           END-PERFORM

           MOVE "UNREGISTERED SITES EXECUTING" TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM VARYING WS-UNREG-IDX FROM 1 BY 1
                   UNTIL WS-UNREG-IDX > WS-UNREG-COUNT
               MOVE WS-UNREG-TALLY (WS-UNREG-IDX) TO WS-TALLY-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING WS-UNREG-PROGRAM (WS-UNREG-IDX) " "
                      WS-UNREG-TAG (WS-UNREG-IDX) " "
                      WS-TALLY-DISPLAY " "
                      WS-UNREG-LAST (WS-UNREG-IDX)
                      DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-PERFORM

           MOVE "ASSIGNED SITES PAST THEIR TARGET DATE" TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               EVALUATE TRUE
                   WHEN WS-REG-ASSIGNED (WS-REG-IDX)
                       ADD 1 TO WS-OPEN-COUNT
                       IF WS-REG-TARGET (WS-REG-IDX) < WS-RUN-DATE
                           PERFORM 4200-WRITE-OVERDUE
                       END-IF
                   WHEN WS-REG-CONVERTED (WS-REG-IDX)
                       ADD 1 TO WS-CONVERTED-COUNT
                   WHEN WS-REG-WAIVED (WS-REG-IDX)
                       ADD 1 TO WS-WAIVED-COUNT
               END-EVALUATE
           END-PERFORM

           PERFORM 8000-WRITE-TOTALS.

      * Every regression is an error on OPSLOG as well as a report
      * line - a converted site running again is a defect shipped.
       4100-WRITE-REGRESSION.
           ADD 1 TO WS-REGRESSION-COUNT
           MOVE WS-REG-REGRESSED (WS-REG-IDX) TO WS-TALLY-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING WS-REG-PROGRAM (WS-REG-IDX) " "
                  WS-REG-TAG (WS-REG-IDX) " "
                  WS-REG-OWNER (WS-REG-IDX) " "
                  WS-REG-CONV-DATE (WS-REG-IDX) " "
                  WS-TALLY-DISPLAY " "
                  WS-REG-LAST (WS-REG-IDX)
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           DISPLAY "UNSTRK01: EXCEPTION - converted call site "
                   WS-REG-PROGRAM (WS-REG-IDX) " "
                   WS-REG-TAG (WS-REG-IDX) " executed "
                   WS-TALLY-DISPLAY " time(s) since "
                   WS-REG-CONV-DATE (WS-REG-IDX)
           SET RC-VALIDATION-ERROR TO TRUE
           MOVE WS-REG-CONV-DATE (WS-REG-IDX) TO WS-OPS-STATUS
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "UNSAFE MOVE REGRESSION "
                  WS-REG-PROGRAM (WS-REG-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-REG-TAG (WS-REG-IDX) DELIMITED BY SPACE
                  INTO WS-OPS-MESSAGE
           PERFORM 9990-LOG-EXCEPTION.

       4200-WRITE-OVERDUE.
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE SPACES TO RPT-LINE
           STRING WS-REG-PROGRAM (WS-REG-IDX) " "
                  WS-REG-TAG (WS-REG-IDX) " "
                  WS-REG-OWNER (WS-REG-IDX) " DUE "
                  WS-REG-TARGET (WS-REG-IDX)
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       8000-WRITE-TOTALS.
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "SITES OPEN (ASSIGNED)   " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-CONVERTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "SITES CONVERTED         " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-WAIVED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "SITES WAIVED            " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-REGRESSION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "REGRESSIONS             " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-UNREG-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "UNREGISTERED SITES      " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "PAST TARGET DATE        " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "AUDIT ROWS READ         " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF WS-UNSTRK-STATUS NOT = "00"
               DISPLAY "UNSTRK01: EXCEPTION - UNSTRK-FILE write"
                       " failed, status " WS-UNSTRK-STATUS
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

      * RETURN-CODE comes back from a called program on every CALL,
      * so the nonzero code the exception site just set is held
      * across the logger call and put back - the same guard the
      * RCXLATE callers use.
       9990-LOG-EXCEPTION.
           MOVE RETURN-CODE TO WS-OPS-RETURN-CODE-HOLD
           CALL "OPSLOG01" USING WS-OPS-PROGRAM
                                  STANDARD-RETURN-CODE
                                  WS-OPS-STATUS
                                  WS-OPS-MESSAGE
           MOVE WS-OPS-RETURN-CODE-HOLD TO RETURN-CODE.

       END PROGRAM UNSTRK01.
