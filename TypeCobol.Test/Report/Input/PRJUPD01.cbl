      * revisions on file for it in PBHIST, plus the run's
      * read/applied/rejected totals. Any reject ends the job
      * nonzero.
      *
      * Finance policy wants a second pair of eyes on large budget
      * moves. A revision that moves the budget, up or down, by more
      * than the amount on the PBLIMIT card or by more than its
      * percent of the current budget is not applied: it is held on
      * PBPEND under the requesting user id and the project takes no
      * further revisions until the hold is settled. A "P" from a
      * different user id applies it, with both ids going to PBHIST;
      * an "X" cancels it. Revisions inside the limits apply at once
      * as before, with the requester on PBHIST and no approver.
      * Every run starts by expiring holds older than the card's
      * day limit, so nothing waits forever; PRJPND01 is the daily
      * list of what is still waiting. A missing card takes the
      * policy defaults the PBLIMIT copybook gives.
      *================================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBHIST-STATUS.

           SELECT PBLIMIT-FILE ASSIGN TO "PBLIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBLIMIT-STATUS.

           SELECT PBPEND-FILE ASSIGN TO "PBPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBP-PROJNO
               FILE STATUS IS WS-PBPEND-STATUS.

           SELECT PBLIST-FILE ASSIGN TO "PBLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PBLIST-STATUS.
       FD  PBHIST-FILE.
           COPY PBHIST.

       FD  PBLIMIT-FILE.
           COPY PBLIMIT.

       FD  PBPEND-FILE.
           COPY PBPEND.

       FD  PBLIST-FILE.
       01  RPT-LINE                 PIC X(100).

       01  WS-PROJBUD-STATUS        PIC X(02).
       01  WS-PBHIST-STATUS         PIC X(02).
       01  WS-PBLIST-STATUS         PIC X(02).
       01  WS-PBLIMIT-STATUS        PIC X(02).
       01  WS-PBPEND-STATUS         PIC X(02).
       01  WS-TIMESTAMP             PIC X(21).

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  TRAN-VALID           VALUE "Y".
       01  WS-PROJECT-FOUND-SW      PIC X(01) VALUE "N".
           88  PROJECT-FOUND        VALUE "Y".
       01  WS-PEND-EOF-SW           PIC X(01) VALUE "N".
           88  PBPEND-EOF           VALUE "Y".
       01  WS-PENDING-FOUND-SW      PIC X(01) VALUE "N".
           88  PENDING-FOUND        VALUE "Y".
       01  WS-HOLD-SW               PIC X(01) VALUE "N".
           88  REVISION-HELD        VALUE "Y".
       01  WS-APPLY-DONE-SW         PIC X(01) VALUE "N".
           88  REVISION-APPLIED     VALUE "Y".

      * Dual-approval limits, the PBLIMIT defaults until the card
      * says otherwise.
       01  WS-AMOUNT-LIMIT          PIC S9(9)V99 COMP-3
                                    VALUE 100000.00.
       01  WS-PERCENT-LIMIT         PIC 9(03) VALUE 20.
       01  WS-EXPIRY-DAYS           PIC 9(03) VALUE 14.
       01  WS-CHANGE-AMOUNT         PIC S9(9)V99 COMP-3.
       01  WS-CHANGE-PERCENT        PIC S9(7)V99 COMP-3.
       01  WS-TODAY-9               PIC 9(08).
       01  WS-REQUEST-9             PIC 9(08).
       01  WS-AGE-DAYS              PIC S9(07) COMP-3.
       01  WS-AGE-DISPLAY           PIC ZZZ9.

      * The revision about to be applied - straight off PBTRN, or
      * out of PBPEND when a held one is approved.
       01  WS-APPLY-NEW-AMOUNT      PIC X(11).
       01  WS-APPLY-EFFECTIVE-DATE  PIC X(08).
       01  WS-APPLY-REASON-CODE     PIC X(04).
       01  WS-APPLY-REQUESTER-ID    PIC X(08).
       01  WS-APPLY-APPROVER-ID     PIC X(08).

       01  WS-READ-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-APPROVED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-CANCELLED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-EXPIRED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-COUNT-DISPLAY         PIC Z(04)9.

       01  WS-AMOUNT-X              PIC X(11).

       PERFORM 9970-RECORD-RUN-START.

       PERFORM 1500-READ-LIMITS.

       OPEN INPUT PBTRN-FILE.
       IF WS-PBTRN-STATUS NOT = "00"
           DISPLAY "PRJUPD01: EXCEPTION - PBTRN-FILE open failed,"
           GOBACK
       END-IF

      * PBPEND is created on the first run (status 35), the same
      * way DEDMNT01 creates DEDMST.
       OPEN I-O PBPEND-FILE.
       IF WS-PBPEND-STATUS = "35"
           OPEN OUTPUT PBPEND-FILE
           IF WS-PBPEND-STATUS = "00"
               CLOSE PBPEND-FILE
               OPEN I-O PBPEND-FILE
           END-IF
       END-IF.
       IF WS-PBPEND-STATUS NOT = "00"
           DISPLAY "PRJUPD01: EXCEPTION - PBPEND-FILE open failed,"
                   " status " WS-PBPEND-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE PBTRN-FILE
           CLOSE PROJBUD-FILE
           CLOSE PBHIST-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT PBLIST-FILE.
       IF WS-PBLIST-STATUS NOT = "00"
           DISPLAY "PRJUPD01: EXCEPTION - PBLIST-FILE open failed,"
           CLOSE PBTRN-FILE
           CLOSE PROJBUD-FILE
           CLOSE PBHIST-FILE
           CLOSE PBPEND-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF
       WRITE RPT-LINE
       MOVE SPACES TO RPT-LINE

       PERFORM 1600-EXPIRE-PENDING.

       PERFORM 1000-READ-TRANSACTION.
       PERFORM UNTIL PBTRN-EOF OR JOB-ABORTED
           ADD 1 TO WS-READ-COUNT

       CLOSE PBTRN-FILE.
       CLOSE PBHIST-FILE.
       CLOSE PBPEND-FILE.

       IF NOT JOB-ABORTED
           PERFORM 5000-BUILD-REVISION-COUNTS
                   SET PBTRN-EOF TO TRUE
           END-READ.

       1500-READ-LIMITS.
           OPEN INPUT PBLIMIT-FILE
           IF WS-PBLIMIT-STATUS = "00"
               READ PBLIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1510-TAKE-LIMITS
               END-READ
               CLOSE PBLIMIT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-9.

       1510-TAKE-LIMITS.
           IF PBL-AMOUNT-LIMIT NUMERIC
               MOVE PBL-AMOUNT-LIMIT TO WS-AMOUNT-X
               MOVE WS-AMOUNT-9 TO WS-AMOUNT-LIMIT
           ELSE
               IF PBL-AMOUNT-LIMIT NOT = SPACES
                   DISPLAY "PRJUPD01: amount limit '"
                           PBL-AMOUNT-LIMIT "' is not numeric -"
                           " 100000.00 assumed"
               END-IF
           END-IF
           IF PBL-PERCENT-LIMIT NUMERIC
               MOVE PBL-PERCENT-LIMIT TO WS-PERCENT-LIMIT
           ELSE
               IF PBL-PERCENT-LIMIT NOT = SPACES
                   DISPLAY "PRJUPD01: percent limit '"
                           PBL-PERCENT-LIMIT "' is not numeric -"
                           " 20 assumed"
               END-IF
           END-IF
           IF PBL-EXPIRY-DAYS NUMERIC
               MOVE PBL-EXPIRY-DAYS TO WS-EXPIRY-DAYS
           ELSE
               IF PBL-EXPIRY-DAYS NOT = SPACES
                   DISPLAY "PRJUPD01: expiry days '"
                           PBL-EXPIRY-DAYS "' is not numeric -"
                           " 14 assumed"
               END-IF
           END-IF.

      * Holds past the day limit are dropped before any transaction
      * is looked at, so a late approval finds nothing to approve.
      * A hold with no readable request date cannot be aged and is
      * left for PRJPND01 to show.
       1600-EXPIRE-PENDING.
           PERFORM UNTIL PBPEND-EOF OR JOB-ABORTED
               READ PBPEND-FILE NEXT RECORD
                   AT END
                       SET PBPEND-EOF TO TRUE
                   NOT AT END
                       IF PBP-REQUEST-DATE NUMERIC
                           PERFORM 1610-EXPIRE-ONE-PENDING
                       END-IF
               END-READ
           END-PERFORM.

       1610-EXPIRE-ONE-PENDING.
           MOVE PBP-REQUEST-DATE TO WS-REQUEST-9
           COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-9)
                   - FUNCTION INTEGER-OF-DATE(WS-REQUEST-9)
           IF WS-AGE-DAYS > WS-EXPIRY-DAYS
               DELETE PBPEND-FILE RECORD
                   INVALID KEY
                       DISPLAY "PRJUPD01: EXCEPTION - PBPEND-FILE"
                               " delete failed for " PBP-PROJNO
                               ", status " WS-PBPEND-STATUS
                       MOVE 16 TO RETURN-CODE
                       SET JOB-ABORTED TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-EXPIRED-COUNT
                       MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
                       MOVE SPACES TO RPT-LINE
                       STRING "R " PBP-PROJNO " EXPIRED AFTER "
                              WS-AGE-DISPLAY " DAYS - REQUESTED BY "
                              PBP-REQUESTER-ID
                              DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                       MOVE SPACES TO RPT-LINE
               END-DELETE
           END-IF.

       2000-EDIT-TRANSACTION.
           SET TRAN-VALID TO TRUE
           IF NOT PBT-ADD AND NOT PBT-REVISE
                   AND NOT PBT-APPROVE AND NOT PBT-CANCEL
               MOVE "INVALID ACTION CODE" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
               MOVE "PROJECT KEY MISSING" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           IF PBT-ADD OR PBT-REVISE
               IF PBT-BUDGET-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               END-IF
               IF PBT-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE INVALID" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               END-IF
           END-IF
           IF NOT PBT-ADD AND PBT-USER-ID = SPACES
               MOVE "USER ID MISSING" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF.

               WHEN PBT-ADD AND PROJECT-FOUND
                   MOVE "PROJECT ALREADY ON FILE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT PBT-ADD AND NOT PROJECT-FOUND
                   MOVE "PROJECT NOT ON FILE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN PBT-ADD
                   PERFORM 3100-APPLY-ADD
               WHEN PBT-REVISE
                   PERFORM 3150-JUDGE-REVISION
               WHEN PBT-APPROVE
                   PERFORM 3400-APPROVE-PENDING
               WHEN PBT-CANCEL
                   PERFORM 3500-CANCEL-PENDING
           END-EVALUATE.

       3050-READ-PENDING.
           MOVE "N" TO WS-PENDING-FOUND-SW
           MOVE PBT-PROJNO TO PBP-PROJNO
           READ PBPEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PENDING-FOUND TO TRUE
           END-READ.

       3100-APPLY-ADD.
           MOVE PBT-PROJNO TO PB-PROJNO
           MOVE PBT-BUDGET-AMOUNT TO WS-AMOUNT-X
                   ADD 1 TO WS-APPLIED-COUNT
           END-WRITE.

      * The move is measured both ways against the current budget.
      * A budget of zero has no percentage to measure against, so
      * any move off it counts as beyond the percent limit.
       3150-JUDGE-REVISION.
           PERFORM 3050-READ-PENDING
           IF PENDING-FOUND
               MOVE "REVISION ALREADY PENDING" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           ELSE
               MOVE "N" TO WS-HOLD-SW
               MOVE PBT-BUDGET-AMOUNT TO WS-AMOUNT-X
               COMPUTE WS-CHANGE-AMOUNT =
                       WS-AMOUNT-9 - PB-BUDGET-AMOUNT
               IF WS-CHANGE-AMOUNT < ZERO
                   COMPUTE WS-CHANGE-AMOUNT = ZERO - WS-CHANGE-AMOUNT
               END-IF
               IF WS-CHANGE-AMOUNT > WS-AMOUNT-LIMIT
                   SET REVISION-HELD TO TRUE
               END-IF
               IF PB-BUDGET-AMOUNT = ZERO
                   IF WS-CHANGE-AMOUNT > ZERO
                       SET REVISION-HELD TO TRUE
                   END-IF
               ELSE
                   COMPUTE WS-CHANGE-PERCENT =
                           WS-CHANGE-AMOUNT * 100 / PB-BUDGET-AMOUNT
                       ON SIZE ERROR
                           SET REVISION-HELD TO TRUE
                   END-COMPUTE
                   IF WS-CHANGE-PERCENT > WS-PERCENT-LIMIT
                       SET REVISION-HELD TO TRUE
                   END-IF
               END-IF
               IF REVISION-HELD
                   PERFORM 3300-HOLD-REVISION
               ELSE
                   MOVE PBT-BUDGET-AMOUNT  TO WS-APPLY-NEW-AMOUNT
                   MOVE PBT-EFFECTIVE-DATE TO WS-APPLY-EFFECTIVE-DATE
                   MOVE PBT-REASON-CODE    TO WS-APPLY-REASON-CODE
                   MOVE PBT-USER-ID        TO WS-APPLY-REQUESTER-ID
                   MOVE SPACES             TO WS-APPLY-APPROVER-ID
                   PERFORM 3200-APPLY-REVISION
               END-IF
           END-IF.

      * History first, then the overwrite - if the history write
      * fails the old figure is still on PROJBUD and the job stops,
      * which is the whole reason this program exists.
       3200-APPLY-REVISION.
           MOVE "N" TO WS-APPLY-DONE-SW
           MOVE PB-PROJNO TO PBH-PROJNO
           MOVE PB-BUDGET-AMOUNT TO WS-AMOUNT-9
           MOVE WS-AMOUNT-X TO PBH-PRIOR-AMOUNT
           MOVE WS-APPLY-NEW-AMOUNT TO PBH-NEW-AMOUNT
           MOVE WS-APPLY-EFFECTIVE-DATE TO PBH-EFFECTIVE-DATE
           MOVE WS-APPLY-REASON-CODE TO PBH-REASON-CODE
           MOVE WS-APPLY-REQUESTER-ID TO PBH-REQUESTER-ID
           MOVE WS-APPLY-APPROVER-ID TO PBH-APPROVER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO PBH-TIMESTAMP
           WRITE PBHIST-RECORD
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               MOVE WS-APPLY-NEW-AMOUNT TO WS-AMOUNT-X
               MOVE WS-AMOUNT-9 TO PB-BUDGET-AMOUNT
               REWRITE PROJBUD-RECORD
                   INVALID KEY
                       PERFORM 9000-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                       SET REVISION-APPLIED TO TRUE
               END-REWRITE
           END-IF.

       3300-HOLD-REVISION.
           MOVE PBT-PROJNO TO PBP-PROJNO
           MOVE PB-BUDGET-AMOUNT TO WS-AMOUNT-9
           MOVE WS-AMOUNT-X TO PBP-PRIOR-AMOUNT
           MOVE PBT-BUDGET-AMOUNT TO PBP-NEW-AMOUNT
           MOVE PBT-EFFECTIVE-DATE TO PBP-EFFECTIVE-DATE
           MOVE PBT-REASON-CODE TO PBP-REASON-CODE
           MOVE PBT-USER-ID TO PBP-REQUESTER-ID
           MOVE WS-TODAY-9 TO PBP-REQUEST-DATE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO PBP-TIMESTAMP
           WRITE PBPEND-RECORD
               INVALID KEY
                   MOVE "HOLD REJECTED BY FILE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-HELD-COUNT
                   MOVE "HELD FOR SECOND APPROVAL" TO RPT-LINE(10:30)
                   PERFORM 9100-WRITE-NOTE
           END-WRITE.

      * The held revision is applied exactly as it was keyed, and
      * only then taken off PBPEND - a hold that could not be
      * deleted after its revision went in would be approvable a
      * second time, so that stops the job.
       3400-APPROVE-PENDING.
           PERFORM 3050-READ-PENDING
           EVALUATE TRUE
               WHEN NOT PENDING-FOUND
                   MOVE "NO REVISION PENDING" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN PBT-USER-ID = PBP-REQUESTER-ID
                   MOVE "APPROVER SAME AS REQUESTER" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN OTHER
                   MOVE PBP-NEW-AMOUNT     TO WS-APPLY-NEW-AMOUNT
                   MOVE PBP-EFFECTIVE-DATE TO WS-APPLY-EFFECTIVE-DATE
                   MOVE PBP-REASON-CODE    TO WS-APPLY-REASON-CODE
                   MOVE PBP-REQUESTER-ID   TO WS-APPLY-REQUESTER-ID
                   MOVE PBT-USER-ID        TO WS-APPLY-APPROVER-ID
                   PERFORM 3200-APPLY-REVISION
                   IF REVISION-APPLIED
                       DELETE PBPEND-FILE RECORD
                           INVALID KEY
                               DISPLAY "PRJUPD01: EXCEPTION - PBPEND"
                                       "-FILE delete failed for "
                                       PBP-PROJNO ", status "
                                       WS-PBPEND-STATUS
                               MOVE 16 TO RETURN-CODE
                               SET JOB-ABORTED TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO WS-APPROVED-COUNT
                               MOVE SPACES TO RPT-LINE
                               STRING "APPROVED - REQUESTED BY "
                                      PBP-REQUESTER-ID
                                      DELIMITED BY SIZE
                                      INTO RPT-LINE(10:40)
                               PERFORM 9100-WRITE-NOTE
                       END-DELETE
                   END-IF
           END-EVALUATE.

       3500-CANCEL-PENDING.
           PERFORM 3050-READ-PENDING
           IF NOT PENDING-FOUND
               MOVE "NO REVISION PENDING" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           ELSE
               DELETE PBPEND-FILE RECORD
                   INVALID KEY
                       MOVE "CANCEL REJECTED BY FILE"
                           TO RPT-LINE(40:30)
                       PERFORM 9000-WRITE-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-CANCELLED-COUNT
                       MOVE SPACES TO RPT-LINE
                       STRING "CANCELLED - REQUESTED BY "
                              PBP-REQUESTER-ID
                              DELIMITED BY SIZE INTO RPT-LINE(10:40)
                       PERFORM 9100-WRITE-NOTE
               END-DELETE
           END-IF.

       5000-BUILD-REVISION-COUNTS.
           OPEN INPUT PBHIST-FILE
           IF WS-PBHIST-STATUS NOT = "00"
           STRING "TRANSACTIONS REJECTED " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "REVISIONS HELD        " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-APPROVED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "HOLDS APPROVED        " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CANCELLED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "HOLDS CANCELLED       " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "HOLDS EXPIRED         " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-PBLIST-STATUS NOT = "00"
               DISPLAY "PRJUPD01: EXCEPTION - PBLIST-FILE write"
                       " failed, status " WS-PBLIST-STATUS
           END-IF
           MOVE SPACES TO RPT-LINE.

      * The same line layout as a reject, for the transactions that
      * are settled without being applied or refused; the caller
      * puts the text at column 10.
       9100-WRITE-NOTE.
           MOVE PBT-ACTION TO RPT-LINE(1:1)
           MOVE PBT-PROJNO TO RPT-LINE(3:6)
           WRITE RPT-LINE
           IF WS-PBLIST-STATUS NOT = "00"
               DISPLAY "PRJUPD01: EXCEPTION - PBLIST-FILE write"
                       " failed, status " WS-PBLIST-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF
           MOVE SPACES TO RPT-LINE.

      * Start and end rows for the RUNHIST trail, RETURN-CODE
      * held and restored around the CALL - the same guard the
      * OPSLOG01 call sites use.
