       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRJPND01.

      *================================================================
      * Pending budget revision list: the daily report of every
      * project budget revision PRJUPD01 is holding on PBPEND for a
      * second approver. Each line gives the project, the budget the
      * revision was measured against, the amount asked for and the
      * change between them, who asked and when, and how many days
      * the revision has been waiting. The day limit comes from the
      * same PBLIMIT card PRJUPD01 reads (14 days when there is no
      * card); a revision already past it is flagged OVERDUE - it
      * will be expired at the start of PRJUPD01's next run unless
      * it is approved or cancelled first - and ends the job with
      * return code 4 so the approvers are chased. A hold with no
      * readable request date cannot be aged and is flagged the
      * same way. A PBPEND not yet created has nothing waiting.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PBLIMIT-FILE ASSIGN TO "PBLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBLIMIT-STATUS.

           SELECT PBPEND-FILE ASSIGN TO "PBPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PBP-PROJNO
               FILE STATUS IS WS-PBPEND-STATUS.

           SELECT PNDRPT-FILE ASSIGN TO "PBPNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PBLIMIT-FILE.
           COPY PBLIMIT.

       FD  PBPEND-FILE.
           COPY PBPEND.

       FD  PNDRPT-FILE.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PBLIMIT-STATUS        PIC X(02).
       01  WS-PBPEND-STATUS         PIC X(02).
       01  WS-PNDRPT-STATUS         PIC X(02).
       01  WS-PEND-EOF-SW           PIC X(01) VALUE "N".
           88  PBPEND-EOF           VALUE "Y".
       01  WS-JOB-ABORTED-SW        PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".

       01  WS-EXPIRY-DAYS           PIC 9(03) VALUE 14.
       01  WS-TIMESTAMP             PIC X(21).
       01  WS-TODAY-9               PIC 9(08).
       01  WS-REQUEST-9             PIC 9(08).
       01  WS-AGE-DAYS              PIC S9(07) COMP-3.

       01  WS-AMOUNT-X              PIC X(11).
       01  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                    PIC 9(9)V99.
       01  WS-PRIOR-AMOUNT          PIC S9(9)V99 COMP-3.
       01  WS-NEW-AMOUNT            PIC S9(9)V99 COMP-3.
       01  WS-CHANGE-AMOUNT         PIC S9(9)V99 COMP-3.

       01  WS-PRIOR-DISPLAY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-NEW-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CHANGE-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99-.
       01  WS-AGE-DISPLAY           PIC ZZZ9.
       01  WS-FLAG                  PIC X(07).

       01  WS-PENDING-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-OVERDUE-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-COUNT-DISPLAY         PIC ZZ,ZZ9.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "PRJPND01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

       PERFORM 1000-READ-LIMITS.

       OPEN OUTPUT PNDRPT-FILE.
       IF WS-PNDRPT-STATUS NOT = "00"
           DISPLAY "PRJPND01: EXCEPTION - PNDRPT-FILE open failed,"
                   " status " WS-PNDRPT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF.

       OPEN INPUT PBPEND-FILE.
       IF WS-PBPEND-STATUS = "35"
           DISPLAY "PRJPND01: PBPEND-FILE not yet created - no"
                   " revisions pending"
           SET PBPEND-EOF TO TRUE
       ELSE
           IF WS-PBPEND-STATUS NOT = "00"
               DISPLAY "PRJPND01: EXCEPTION - PBPEND-FILE open"
                       " failed, status " WS-PBPEND-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PNDRPT-FILE
               PERFORM 9980-RECORD-RUN-END
               GOBACK
           END-IF
       END-IF.

       MOVE "PRJPND01 BUDGET REVISIONS AWAITING APPROVAL" TO RPT-LINE
       PERFORM 9000-WRITE-LINE
       MOVE WS-EXPIRY-DAYS TO WS-AGE-DISPLAY
       STRING "RUN DATE " WS-TODAY-9 "   EXPIRY AFTER "
              WS-AGE-DISPLAY " DAYS"
              DELIMITED BY SIZE INTO RPT-LINE
       PERFORM 9000-WRITE-LINE
       PERFORM 9000-WRITE-LINE
       MOVE "PROJNO  CURRENT BUDGET    REQUESTED BUDGET"
           TO RPT-LINE(1:43)
       MOVE "CHANGE     REQUESTER REQUESTED  AGE" TO RPT-LINE(52:35)
       PERFORM 9000-WRITE-LINE

       PERFORM UNTIL PBPEND-EOF OR JOB-ABORTED
           READ PBPEND-FILE NEXT RECORD
               AT END
                   SET PBPEND-EOF TO TRUE
               NOT AT END
                   PERFORM 2000-LIST-PENDING
           END-READ
       END-PERFORM.

       IF NOT JOB-ABORTED
           PERFORM 8000-WRITE-TOTALS
       END-IF.

       IF WS-PBPEND-STATUS NOT = "35"
           CLOSE PBPEND-FILE
       END-IF.
       CLOSE PNDRPT-FILE.

       IF NOT JOB-ABORTED AND WS-OVERDUE-COUNT > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

      * Only the expiry days matter here; the amount and percent
      * limits decide what is held, not how long it may wait.
       1000-READ-LIMITS.
           OPEN INPUT PBLIMIT-FILE
           IF WS-PBLIMIT-STATUS = "00"
               READ PBLIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PBL-EXPIRY-DAYS NUMERIC
                           MOVE PBL-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                       ELSE
                           IF PBL-EXPIRY-DAYS NOT = SPACES
                               DISPLAY "PRJPND01: expiry days '"
                                       PBL-EXPIRY-DAYS "' is not"
                                       " numeric - 14 assumed"
                           END-IF
                       END-IF
               END-READ
               CLOSE PBLIMIT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-9.

       2000-LIST-PENDING.
           ADD 1 TO WS-PENDING-COUNT
           MOVE SPACES TO WS-FLAG
           MOVE ZERO TO WS-PRIOR-AMOUNT
           MOVE ZERO TO WS-NEW-AMOUNT
           IF PBP-PRIOR-AMOUNT NUMERIC
               MOVE PBP-PRIOR-AMOUNT TO WS-AMOUNT-X
               MOVE WS-AMOUNT-9 TO WS-PRIOR-AMOUNT
           END-IF
           IF PBP-NEW-AMOUNT NUMERIC
               MOVE PBP-NEW-AMOUNT TO WS-AMOUNT-X
               MOVE WS-AMOUNT-9 TO WS-NEW-AMOUNT
           END-IF
           COMPUTE WS-CHANGE-AMOUNT = WS-NEW-AMOUNT - WS-PRIOR-AMOUNT
           MOVE WS-PRIOR-AMOUNT TO WS-PRIOR-DISPLAY
           MOVE WS-NEW-AMOUNT TO WS-NEW-DISPLAY
           MOVE WS-CHANGE-AMOUNT TO WS-CHANGE-DISPLAY
           MOVE ZERO TO WS-AGE-DAYS
           IF PBP-REQUEST-DATE NUMERIC
               MOVE PBP-REQUEST-DATE TO WS-REQUEST-9
               COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-9)
                       - FUNCTION INTEGER-OF-DATE(WS-REQUEST-9)
               IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                   MOVE "OVERDUE" TO WS-FLAG
               END-IF
           ELSE
               MOVE "NO DATE" TO WS-FLAG
           END-IF
           IF WS-FLAG NOT = SPACES
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE PBP-PROJNO       TO RPT-LINE(1:6)
           MOVE WS-PRIOR-DISPLAY TO RPT-LINE(9:14)
           MOVE WS-NEW-DISPLAY   TO RPT-LINE(27:14)
           MOVE WS-CHANGE-DISPLAY TO RPT-LINE(44:15)
           MOVE PBP-REQUESTER-ID TO RPT-LINE(63:8)
           MOVE PBP-REQUEST-DATE TO RPT-LINE(72:8)
           MOVE WS-AGE-DISPLAY   TO RPT-LINE(82:4)
           MOVE WS-FLAG          TO RPT-LINE(88:7)
           PERFORM 9000-WRITE-LINE.

       8000-WRITE-TOTALS.
           PERFORM 9000-WRITE-LINE
           MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY
           STRING "REVISIONS PENDING     " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-LINE
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY
           STRING "PAST EXPIRY LIMIT     " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-LINE.

       9000-WRITE-LINE.
           WRITE RPT-LINE
           IF WS-PNDRPT-STATUS NOT = "00"
               DISPLAY "PRJPND01: EXCEPTION - PNDRPT-FILE write"
                       " failed, status " WS-PNDRPT-STATUS
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

       END PROGRAM PRJPND01.
