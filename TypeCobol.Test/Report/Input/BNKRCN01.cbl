       IDENTIFICATION DIVISION.
       PROGRAM-ID. BNKRCN01.

      *================================================================
      * Bank reconciliation of a PAYINT payment file. EMPRPT03 sends
      * PAYINT with a header, one detail per payment and a hash
      * trailer; until now nothing came back unless an employee
      * called about a missing deposit. The bank answers with a
      * BNKACK acknowledgement (the count and amount it accepted)
      * the same day, and a BNKRTN returns file (payments it accepted
      * and then could not deposit, each with a reason code) a day
      * or two later. This job reads the PAYINT file we sent, proves
      * it against its own trailer, and matches both bank files
      * against it:
      *
      *   - the acknowledged count and amount are compared with our
      *     trailer, and a disagreement - or an acknowledgement for
      *     some other run date - is logged through OPSLOG01 as an
      *     error and ends the job with RC 16;
      *   - each return is matched to a PAYINT detail by ENO and
      *     amount, and a matched return becomes a BNKRIS reissue row
      *     for payroll to action;
      *   - a return that matches no detail (unknown ENO, amount not
      *     what we sent, or a second return for one payment) is
      *     listed with its reason and never reissued; the job ends
      *     with RC 4 so somebody chases it.
      *
      * Every return is listed on the BNKRCN report with the bank's
      * reason, followed by accepted, returned and unmatched totals.
      * The returns file arrives later than the acknowledgement, so a
      * BNKRTN that is not there yet (status 35) is reported as not
      * received rather than failing the run - the job is simply run
      * again when it lands.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYINT-FILE ASSIGN TO "PAYINT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYINT-STATUS.

           SELECT BNKACK-FILE ASSIGN TO "BNKACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNKACK-STATUS.

           SELECT BNKRTN-FILE ASSIGN TO "BNKRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNKRTN-STATUS.

           SELECT BNKRIS-FILE ASSIGN TO "BNKRIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNKRIS-STATUS.

           SELECT BNKRPT-FILE ASSIGN TO "BNKRCN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BNKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYINT-FILE.
           COPY PAYINT.

       FD  BNKACK-FILE.
           COPY BNKACK.

       FD  BNKRTN-FILE.
           COPY BNKRTN.

       FD  BNKRIS-FILE.
           COPY BNKRIS.

       FD  BNKRPT-FILE.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PAYINT-STATUS         PIC X(02).
       01  WS-BNKACK-STATUS         PIC X(02).
       01  WS-BNKRTN-STATUS         PIC X(02).
       01  WS-BNKRIS-STATUS         PIC X(02).
       01  WS-BNKRPT-STATUS         PIC X(02).

       01  WS-PAYINT-EOF-SW         PIC X(01) VALUE "N".
           88  PAYINT-EOF           VALUE "Y".
       01  WS-BNKRTN-EOF-SW         PIC X(01) VALUE "N".
           88  BNKRTN-EOF           VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".
       01  WS-TRAILER-SEEN-SW       PIC X(01) VALUE "N".
           88  TRAILER-SEEN         VALUE "Y".
       01  WS-RETURNS-PRESENT-SW    PIC X(01) VALUE "Y".
           88  RETURNS-PRESENT      VALUE "Y".
       01  WS-ACK-DISAGREE-SW       PIC X(01) VALUE "N".
           88  ACK-DISAGREES        VALUE "Y".
       01  WS-MATCH-SW              PIC X(01).
           88  RETURN-MATCHED       VALUE "M".
           88  RETURN-DUPLICATE     VALUE "D".
           88  RETURN-AMOUNT-DIFFERS VALUE "A".
           88  RETURN-NOT-ON-PAYINT VALUE "N".

       01  WS-PAY-RUN-DATE          PIC X(08) VALUE SPACES.
       01  WS-PAY-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-PAY-MAX               PIC 9(05) VALUE 5000.
       01  WS-PAY-IDX               PIC 9(05).
       01  WS-MATCH-IDX             PIC 9(05).
       01  WS-PAY-TABLE.
           05  WS-PAY-ENTRY OCCURS 5000 TIMES.
               10  WS-PAY-ENO           PIC X(06).
               10  WS-PAY-LNAME         PIC X(15).
               10  WS-PAY-FNAME         PIC X(12).
               10  WS-PAY-AMOUNT        PIC 9(9)V99.
               10  WS-PAY-RETURNED-SW   PIC X(01).
                   88  WS-PAY-RETURNED  VALUE "Y".

       01  WS-DETAIL-HASH           PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-TRL-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-TRL-HASH              PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-RETURN-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-RETURN-AMOUNT         PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-REISSUE-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REISSUE-AMOUNT        PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-UNMATCHED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-UNMATCHED-AMOUNT      PIC 9(11)V99 COMP-3 VALUE ZERO.
       01  WS-SETTLED-AMOUNT        PIC S9(11)V99 COMP-3.

       01  WS-COUNT-DISPLAY         PIC Z(06)9.
       01  WS-COUNT-DISPLAY-2       PIC Z(06)9.
       01  WS-AMOUNT-DISPLAY        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AMOUNT-DISPLAY-2      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PAYMENT-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-OPS-PROGRAM           PIC X(08) VALUE "BNKRCN01".
       01  WS-OPS-STATUS            PIC X(08).
       01  WS-OPS-MESSAGE           PIC X(60).
       01  WS-OPS-RETURN-CODE-HOLD  PIC S9(09) COMP.

           COPY RCCODE.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "BNKRCN01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

       OPEN INPUT PAYINT-FILE.
       IF WS-PAYINT-STATUS NOT = "00"
           DISPLAY "BNKRCN01: EXCEPTION - PAYINT-FILE open failed,"
                   " status " WS-PAYINT-STATUS
           MOVE 16 TO RETURN-CODE
           SET RC-FATAL TO TRUE
           MOVE WS-PAYINT-STATUS TO WS-OPS-STATUS
           MOVE "PAYINT-FILE OPEN FAILED" TO WS-OPS-MESSAGE
           PERFORM 9990-LOG-EXCEPTION
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF.

       OPEN INPUT BNKACK-FILE.
       IF WS-BNKACK-STATUS NOT = "00"
           DISPLAY "BNKRCN01: EXCEPTION - BNKACK-FILE open failed,"
                   " status " WS-BNKACK-STATUS
           MOVE 16 TO RETURN-CODE
           SET RC-FATAL TO TRUE
           MOVE WS-BNKACK-STATUS TO WS-OPS-STATUS
           MOVE "BNKACK-FILE OPEN FAILED" TO WS-OPS-MESSAGE
           PERFORM 9990-LOG-EXCEPTION
           CLOSE PAYINT-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF.

      * Returns come a day or two behind the acknowledgement; a file
      * that does not exist yet is "not received", not a failure.
       OPEN INPUT BNKRTN-FILE.
       IF WS-BNKRTN-STATUS = "35"
           MOVE "N" TO WS-RETURNS-PRESENT-SW
       ELSE
           IF WS-BNKRTN-STATUS NOT = "00"
               DISPLAY "BNKRCN01: EXCEPTION - BNKRTN-FILE open"
                       " failed, status " WS-BNKRTN-STATUS
               MOVE 16 TO RETURN-CODE
               SET RC-FATAL TO TRUE
               MOVE WS-BNKRTN-STATUS TO WS-OPS-STATUS
               MOVE "BNKRTN-FILE OPEN FAILED" TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               CLOSE PAYINT-FILE
               CLOSE BNKACK-FILE
               PERFORM 9980-RECORD-RUN-END
               GOBACK
           END-IF
       END-IF.

       OPEN OUTPUT BNKRIS-FILE.
       IF WS-BNKRIS-STATUS NOT = "00"
           DISPLAY "BNKRCN01: EXCEPTION - BNKRIS-FILE open failed,"
                   " status " WS-BNKRIS-STATUS
           MOVE 16 TO RETURN-CODE
           SET RC-FATAL TO TRUE
           MOVE WS-BNKRIS-STATUS TO WS-OPS-STATUS
           MOVE "BNKRIS-FILE OPEN FAILED" TO WS-OPS-MESSAGE
           PERFORM 9990-LOG-EXCEPTION
           CLOSE PAYINT-FILE
           CLOSE BNKACK-FILE
           IF RETURNS-PRESENT
               CLOSE BNKRTN-FILE
           END-IF
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF.

       OPEN OUTPUT BNKRPT-FILE.
       IF WS-BNKRPT-STATUS NOT = "00"
           DISPLAY "BNKRCN01: EXCEPTION - BNKRPT-FILE open failed,"
                   " status " WS-BNKRPT-STATUS
           MOVE 16 TO RETURN-CODE
           SET RC-FATAL TO TRUE
           MOVE WS-BNKRPT-STATUS TO WS-OPS-STATUS
           MOVE "BNKRPT-FILE OPEN FAILED" TO WS-OPS-MESSAGE
           PERFORM 9990-LOG-EXCEPTION
           CLOSE PAYINT-FILE
           CLOSE BNKACK-FILE
           IF RETURNS-PRESENT
               CLOSE BNKRTN-FILE
           END-IF
           CLOSE BNKRIS-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF.

       MOVE "BNKRCN01 BANK ACKNOWLEDGEMENT AND RETURNS RECONCILIATION"
           TO RPT-LINE
       PERFORM 7000-WRITE-REPORT-LINE.

       PERFORM 1000-LOAD-PAYINT.
       IF NOT JOB-ABORTED
           PERFORM 2000-CHECK-ACKNOWLEDGEMENT
       END-IF
       IF NOT JOB-ABORTED
           PERFORM 3000-MATCH-RETURNS
       END-IF
       IF NOT JOB-ABORTED
           PERFORM 8000-WRITE-TOTALS
       END-IF.

       CLOSE PAYINT-FILE.
       CLOSE BNKACK-FILE.
       IF RETURNS-PRESENT
           CLOSE BNKRTN-FILE
       END-IF.
       CLOSE BNKRIS-FILE.
       CLOSE BNKRPT-FILE.

       DISPLAY "BNKRCN01: " WS-PAY-COUNT " payment(s) sent, "
               WS-REISSUE-COUNT " returned for reissue, "
               WS-UNMATCHED-COUNT " unmatched return(s)".

       EVALUATE TRUE
           WHEN JOB-ABORTED OR ACK-DISAGREES
               MOVE 16 TO RETURN-CODE
           WHEN WS-UNMATCHED-COUNT NOT = ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
       END-EVALUATE.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

      * The whole PAYINT file is tabled: the returns are matched
      * against it, and its trailer is proved against the details
      * actually on the file before anyone compares it with the
      * bank's figures. A file without its trailer is one EMPRPT03
      * deliberately withheld - it should never have been sent.
       1000-LOAD-PAYINT.
           PERFORM UNTIL PAYINT-EOF OR JOB-ABORTED
               READ PAYINT-FILE
                   AT END
                       SET PAYINT-EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-TABLE-PAYINT-RECORD
               END-READ
           END-PERFORM
           IF NOT JOB-ABORTED
               PERFORM 1200-PROVE-TRAILER
           END-IF.

       1200-PROVE-TRAILER.
           IF NOT TRAILER-SEEN
               DISPLAY "BNKRCN01: EXCEPTION - PAYINT has no trailer -"
                       " the file was incomplete when sent"
               SET RC-VALIDATION-ERROR TO TRUE
               MOVE SPACES TO WS-OPS-STATUS
               MOVE "PAYINT TRAILER MISSING - FILE INCOMPLETE"
                   TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               IF WS-TRL-COUNT NOT = WS-PAY-COUNT
                       OR WS-TRL-HASH NOT = WS-DETAIL-HASH
                   DISPLAY "BNKRCN01: EXCEPTION - PAYINT details do"
                           " not agree with its own trailer"
                   SET RC-VALIDATION-ERROR TO TRUE
                   MOVE SPACES TO WS-OPS-STATUS
                   MOVE "PAYINT DETAILS DISAGREE WITH TRAILER"
                       TO WS-OPS-MESSAGE
                   PERFORM 9990-LOG-EXCEPTION
                   MOVE 16 TO RETURN-CODE
                   SET JOB-ABORTED TO TRUE
               END-IF
           END-IF.

       1100-TABLE-PAYINT-RECORD.
           EVALUATE TRUE
               WHEN PAY-HEADER
                   MOVE PAY-HDR-RUN-DATE TO WS-PAY-RUN-DATE
               WHEN PAY-DETAIL
                   IF WS-PAY-COUNT = WS-PAY-MAX
                       DISPLAY "BNKRCN01: EXCEPTION - more than "
                               WS-PAY-MAX " PAYINT details - table"
                               " full, reconciliation stopped"
                       SET RC-FATAL TO TRUE
                       MOVE SPACES TO WS-OPS-STATUS
                       MOVE "PAYINT DETAIL TABLE FULL"
                           TO WS-OPS-MESSAGE
                       PERFORM 9990-LOG-EXCEPTION
                       MOVE 16 TO RETURN-CODE
                       SET JOB-ABORTED TO TRUE
                   ELSE
                       ADD 1 TO WS-PAY-COUNT
                       MOVE PAY-DTL-ENO
                           TO WS-PAY-ENO (WS-PAY-COUNT)
                       MOVE PAY-DTL-LNAME
                           TO WS-PAY-LNAME (WS-PAY-COUNT)
                       MOVE PAY-DTL-FNAME
                           TO WS-PAY-FNAME (WS-PAY-COUNT)
                       MOVE PAY-DTL-NET-PAY
                           TO WS-PAY-AMOUNT (WS-PAY-COUNT)
                       MOVE "N"
                           TO WS-PAY-RETURNED-SW (WS-PAY-COUNT)
                       ADD PAY-DTL-NET-PAY TO WS-DETAIL-HASH
                   END-IF
               WHEN PAY-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   MOVE PAY-TRL-RECORD-COUNT TO WS-TRL-COUNT
                   MOVE PAY-TRL-AMOUNT-HASH  TO WS-TRL-HASH
           END-EVALUATE.

      * The acknowledgement must be for this file (same run date as
      * the PAYINT header) and must accept exactly what our trailer
      * says we sent. Either failing is an OPSLOG01 error; the
      * returns are still matched so the report is complete.
       2000-CHECK-ACKNOWLEDGEMENT.
           READ BNKACK-FILE
               AT END
                   DISPLAY "BNKRCN01: EXCEPTION - BNKACK-FILE is"
                           " empty - no acknowledgement received"
                   SET RC-VALIDATION-ERROR TO TRUE
                   MOVE WS-BNKACK-STATUS TO WS-OPS-STATUS
                   MOVE "BANK ACKNOWLEDGEMENT FILE EMPTY"
                       TO WS-OPS-MESSAGE
                   PERFORM 9990-LOG-EXCEPTION
                   SET ACK-DISAGREES TO TRUE
                   MOVE "ACKNOWLEDGEMENT NOT RECEIVED" TO RPT-LINE
                   PERFORM 7000-WRITE-REPORT-LINE
               NOT AT END
                   PERFORM 2100-COMPARE-ACKNOWLEDGEMENT
           END-READ.

       2100-COMPARE-ACKNOWLEDGEMENT.
           MOVE WS-TRL-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TRL-HASH  TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "PAYINT " WS-PAY-RUN-DATE " TRAILER   COUNT "
                  WS-COUNT-DISPLAY "  AMOUNT " WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE ACK-ACCEPTED-COUNT  TO WS-COUNT-DISPLAY
           MOVE ACK-ACCEPTED-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "BANK   " ACK-RUN-DATE " ACCEPTED  COUNT "
                  WS-COUNT-DISPLAY "  AMOUNT " WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           IF ACK-RUN-DATE NOT = WS-PAY-RUN-DATE
               DISPLAY "BNKRCN01: EXCEPTION - acknowledgement is for"
                       " run " ACK-RUN-DATE ", PAYINT is run "
                       WS-PAY-RUN-DATE
               SET RC-VALIDATION-ERROR TO TRUE
               MOVE SPACES TO WS-OPS-STATUS
               MOVE "BANK ACK IS FOR A DIFFERENT PAYINT RUN DATE"
                   TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               SET ACK-DISAGREES TO TRUE
           END-IF
           IF ACK-ACCEPTED-COUNT NOT = WS-TRL-COUNT
                   OR ACK-ACCEPTED-AMOUNT NOT = WS-TRL-HASH
               DISPLAY "BNKRCN01: EXCEPTION - bank accepted totals"
                       " disagree with the PAYINT trailer"
               SET RC-VALIDATION-ERROR TO TRUE
               MOVE SPACES TO WS-OPS-STATUS
               MOVE "BANK ACCEPTED TOTALS DISAGREE WITH PAYINT TRAILER"
                   TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               SET ACK-DISAGREES TO TRUE
           END-IF
           IF ACK-DISAGREES
               MOVE "*** ACKNOWLEDGEMENT DOES NOT AGREE WITH PAYINT ***"
                   TO RPT-LINE
           ELSE
               MOVE "ACKNOWLEDGEMENT AGREES WITH PAYINT TRAILER"
                   TO RPT-LINE
           END-IF
           PERFORM 7000-WRITE-REPORT-LINE.

       3000-MATCH-RETURNS.
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           IF RETURNS-PRESENT
               PERFORM 3050-READ-RETURNS
           ELSE
               MOVE "RETURNS FILE NOT RECEIVED - RERUN WHEN IT ARRIVES"
                   TO RPT-LINE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.

       3050-READ-RETURNS.
           MOVE "ENO    AMOUNT         RSN REASON                   "
               TO RPT-LINE
           MOVE "      RESULT" TO RPT-LINE(52:12)
           PERFORM 7000-WRITE-REPORT-LINE
           PERFORM UNTIL BNKRTN-EOF OR JOB-ABORTED
               READ BNKRTN-FILE
                   AT END
                       SET BNKRTN-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-MATCH-ONE-RETURN
               END-READ
           END-PERFORM.

      * First look for an unreturned detail with the same ENO and
      * amount; failing that, tell a wrong amount from an unknown
      * employee from a payment already returned once.
       3100-MATCH-ONE-RETURN.
           ADD 1 TO WS-RETURN-COUNT
           ADD RTN-AMOUNT TO WS-RETURN-AMOUNT
           SET RETURN-NOT-ON-PAYINT TO TRUE
           MOVE ZERO TO WS-MATCH-IDX
           PERFORM VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-COUNT
                      OR RETURN-MATCHED
               IF WS-PAY-ENO (WS-PAY-IDX) = RTN-ENO
                   EVALUATE TRUE
                       WHEN WS-PAY-AMOUNT (WS-PAY-IDX) NOT = RTN-AMOUNT
                           IF RETURN-NOT-ON-PAYINT
                               SET RETURN-AMOUNT-DIFFERS TO TRUE
                           END-IF
                       WHEN WS-PAY-RETURNED (WS-PAY-IDX)
                           SET RETURN-DUPLICATE TO TRUE
                       WHEN OTHER
                           SET RETURN-MATCHED TO TRUE
                           MOVE WS-PAY-IDX TO WS-MATCH-IDX
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE RTN-AMOUNT TO WS-PAYMENT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING RTN-ENO " " WS-PAYMENT-DISPLAY " "
                  RTN-REASON-CODE " " RTN-REASON-TEXT
                  DELIMITED BY SIZE INTO RPT-LINE
           EVALUATE TRUE
               WHEN RETURN-MATCHED
                   MOVE "RETURNED - REISSUE" TO RPT-LINE(58:30)
                   PERFORM 3200-WRITE-REISSUE
               WHEN RETURN-DUPLICATE
                   MOVE "UNMATCHED - ALREADY RETURNED"
                       TO RPT-LINE(58:30)
               WHEN RETURN-AMOUNT-DIFFERS
                   MOVE "UNMATCHED - AMOUNT DIFFERS"
                       TO RPT-LINE(58:30)
               WHEN OTHER
                   MOVE "UNMATCHED - NOT ON PAYINT"
                       TO RPT-LINE(58:30)
           END-EVALUATE
           IF NOT RETURN-MATCHED
               ADD 1 TO WS-UNMATCHED-COUNT
               ADD RTN-AMOUNT TO WS-UNMATCHED-AMOUNT
           END-IF
           PERFORM 7000-WRITE-REPORT-LINE.

       3200-WRITE-REISSUE.
           SET WS-PAY-RETURNED (WS-MATCH-IDX) TO TRUE
           MOVE SPACES TO BNKRIS-RECORD
           MOVE WS-PAY-ENO (WS-MATCH-IDX)    TO RIS-ENO
           MOVE WS-PAY-LNAME (WS-MATCH-IDX)  TO RIS-LNAME
           MOVE WS-PAY-FNAME (WS-MATCH-IDX)  TO RIS-FNAME
           MOVE WS-PAY-AMOUNT (WS-MATCH-IDX) TO RIS-AMOUNT
           MOVE RTN-REASON-CODE              TO RIS-REASON-CODE
           MOVE RTN-REASON-TEXT              TO RIS-REASON-TEXT
           MOVE WS-PAY-RUN-DATE              TO RIS-PAY-RUN-DATE
           WRITE BNKRIS-RECORD
           IF WS-BNKRIS-STATUS NOT = "00"
               DISPLAY "BNKRCN01: EXCEPTION - BNKRIS-FILE write"
                       " failed, status " WS-BNKRIS-STATUS
               SET RC-FATAL TO TRUE
               MOVE WS-BNKRIS-STATUS TO WS-OPS-STATUS
               MOVE "BNKRIS-FILE WRITE FAILED" TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-REISSUE-COUNT
               ADD RIS-AMOUNT TO WS-REISSUE-AMOUNT
           END-IF.

       7000-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF WS-BNKRPT-STATUS NOT = "00"
               DISPLAY "BNKRCN01: EXCEPTION - BNKRPT-FILE write"
                       " failed, status " WS-BNKRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF
           MOVE SPACES TO RPT-LINE.

      * Settled is what the bank accepted less what it sent back -
      * the money that actually reached employees' accounts.
       8000-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE WS-RETURN-COUNT  TO WS-COUNT-DISPLAY
           MOVE WS-RETURN-AMOUNT TO WS-AMOUNT-DISPLAY
           STRING "RETURNS RECEIVED      " WS-COUNT-DISPLAY
                  "  AMOUNT " WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE WS-REISSUE-COUNT  TO WS-COUNT-DISPLAY
           MOVE WS-REISSUE-AMOUNT TO WS-AMOUNT-DISPLAY
           STRING "RETURNED FOR REISSUE  " WS-COUNT-DISPLAY
                  "  AMOUNT " WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           MOVE WS-UNMATCHED-COUNT  TO WS-COUNT-DISPLAY
           MOVE WS-UNMATCHED-AMOUNT TO WS-AMOUNT-DISPLAY
           STRING "UNMATCHED RETURNS     " WS-COUNT-DISPLAY
                  "  AMOUNT " WS-AMOUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE
           COMPUTE WS-SETTLED-AMOUNT =
                   WS-TRL-HASH - WS-REISSUE-AMOUNT
           COMPUTE WS-COUNT-DISPLAY-2 =
                   WS-TRL-COUNT - WS-REISSUE-COUNT
           MOVE WS-SETTLED-AMOUNT TO WS-AMOUNT-DISPLAY-2
           STRING "PAYMENTS SETTLED      " WS-COUNT-DISPLAY-2
                  "  AMOUNT " WS-AMOUNT-DISPLAY-2
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 7000-WRITE-REPORT-LINE.

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

       END PROGRAM BNKRCN01.
