       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDCTL01.

      *================================================================
      * Shared feed-control step, run ahead of every maintenance
      * program that takes an inbound transaction feed: EMPTRN from
      * HR for EMPMNT01, PBTRN for PRJUPD01 and CRTRN for COMRCL01
      * from finance, CTLTRN for CTLMNT01 and the raw TIDTRNR feed
      * for TIDEDT01. A half-transmitted file, or yesterday's file
      * sent twice, used to be processed as if it were fine; every
      * feed now arrives wrapped in a *HEADER and a *TRAILER record
      * (FEEDCTL) and this step refuses any file that does not
      * prove itself whole and new:
      *
      *   - no header first, or a header for some other feed than
      *     the FEDCTLP card says this step is for;
      *   - no batch id, or a creation date that is not a date;
      *   - no trailer (the transmission was cut short), a second
      *     header or trailer, or detail rows after the trailer;
      *   - a trailer whose record count or amount hash does not
      *     balance to the detail rows actually received;
      *   - a batch id the FEEDREG register already shows accepted
      *     for this feed.
      *
      * The inbound file comes in on FEEDIN. An accepted file's
      * detail rows - header and trailer stripped - go out on
      * FEEDOUT, which the step's JCL points at the file the
      * maintenance program reads, so the maintenance programs see
      * exactly the bare records they always have. A refused file
      * leaves FEEDOUT empty and ends the step with return code 16,
      * so nothing of it can be applied even if the next step is
      * let run. Every verdict, either way, is appended to FEEDREG
      * and written to OPSLOG - a refusal as an error the alert
      * rules can act on.
      *
      * The register row is written only once FEEDOUT is complete,
      * and if it cannot be written FEEDOUT is emptied again: an
      * accepted file that is not on the register would let its
      * duplicate through tomorrow.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEDCTLP-FILE ASSIGN TO "FEDCTLP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEDCTLP-STATUS.

           SELECT FEEDIN-FILE ASSIGN TO "FEEDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDIN-STATUS.

           SELECT FEEDOUT-FILE ASSIGN TO "FEEDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDOUT-STATUS.

           SELECT FEEDREG-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEDCTLP-FILE.
           COPY FEDCTLP.

       FD  FEEDIN-FILE.
       01  FEEDIN-RECORD            PIC X(120).

       FD  FEEDOUT-FILE.
       01  FEEDOUT-RECORD           PIC X(120).

       FD  FEEDREG-FILE.
           COPY FEEDREG.

       WORKING-STORAGE SECTION.
       01  WS-FEDCTLP-STATUS        PIC X(02).
       01  WS-FEEDIN-STATUS         PIC X(02).
       01  WS-FEEDOUT-STATUS        PIC X(02).
       01  WS-FEEDREG-STATUS        PIC X(02).
           COPY RCCODE.

       01  WS-FEEDIN-EOF-SW         PIC X(01) VALUE "N".
           88  FEEDIN-EOF           VALUE "Y".
       01  WS-FEEDREG-EOF-SW        PIC X(01) VALUE "N".
           88  FEEDREG-EOF          VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".
       01  WS-REFUSED-SW            PIC X(01) VALUE "N".
           88  FEED-REFUSED         VALUE "Y".
       01  WS-HEADER-SEEN-SW        PIC X(01) VALUE "N".
           88  HEADER-SEEN          VALUE "Y".
       01  WS-TRAILER-SEEN-SW       PIC X(01) VALUE "N".
           88  TRAILER-SEEN         VALUE "Y".

      * The feed this step is for, off the FEDCTLP card.
       01  WS-FEED-ID               PIC X(08).
           88  FEED-EMPTRN          VALUE "EMPTRN".
           88  FEED-PBTRN           VALUE "PBTRN".
           88  FEED-CRTRN           VALUE "CRTRN".
           88  FEED-CTLTRN          VALUE "CTLTRN".
           88  FEED-TIDTRNR         VALUE "TIDTRNR".

      * The header and trailer as received; the counts and hash as
      * the detail rows actually add up.
       01  WS-HDR-FEED-ID           PIC X(08) VALUE SPACES.
       01  WS-HDR-SOURCE            PIC X(08) VALUE SPACES.
       01  WS-HDR-BATCH-ID          PIC X(12) VALUE SPACES.
       01  WS-HDR-CREATED           PIC X(08) VALUE SPACES.
       01  WS-TRL-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-TRL-HASH              PIC 9(15) VALUE ZERO.
       01  WS-TRL-COUNT-OK-SW       PIC X(01) VALUE "N".
           88  TRL-COUNT-OK         VALUE "Y".
       01  WS-TRL-HASH-OK-SW        PIC X(01) VALUE "N".
           88  TRL-HASH-OK          VALUE "Y".
       01  WS-RECORD-ORDINAL        PIC 9(07) VALUE ZERO.
       01  WS-DETAIL-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-DETAIL-HASH           PIC 9(15) VALUE ZERO.
       01  WS-WRITTEN-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-REFUSE-REASON         PIC X(40) VALUE SPACES.

      * One amount field at a time, right-justified and zero-filled
      * so a nine- or eleven-digit display amount adds the same way.
       01  WS-HASH-FIELD            PIC X(15) JUSTIFIED RIGHT.
       01  WS-HASH-FIELD-9 REDEFINES WS-HASH-FIELD
                                    PIC 9(15).

      * The feeds' own layouts, laid over a detail row to find its
      * amount fields.
           COPY FEEDCTL.
           COPY EMPTRN.
           COPY PBTRN.
           COPY CRTRN.
           COPY CTLTRN.

       01  WS-TIMESTAMP             PIC X(21).
       01  WS-COUNT-DISPLAY         PIC Z(06)9.

       01  WS-OPS-PROGRAM           PIC X(08) VALUE "FEDCTL01".
       01  WS-OPS-STATUS            PIC X(08).
       01  WS-OPS-MESSAGE           PIC X(60).
       01  WS-OPS-RETURN-CODE-HOLD  PIC S9(09) COMP.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "FEDCTL01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

      * No usable card still empties FEEDOUT, so the last run's
      * accepted rows cannot be applied a second time.
       PERFORM 1000-READ-PARM-CARD.
       IF JOB-ABORTED
           PERFORM 4200-EMPTY-FEEDOUT
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       PERFORM 2000-VERIFY-FEED.
       IF NOT FEED-REFUSED
           PERFORM 3000-CHECK-REGISTER
       END-IF

       PERFORM 4000-WRITE-FEEDOUT.
       PERFORM 5000-REGISTER-VERDICT.
       PERFORM 6000-REPORT-VERDICT.

       IF FEED-REFUSED OR JOB-ABORTED
           MOVE 16 TO RETURN-CODE
       END-IF

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       1000-READ-PARM-CARD.
           OPEN INPUT FEDCTLP-FILE
           IF WS-FEDCTLP-STATUS NOT = "00"
               DISPLAY "FEDCTL01: EXCEPTION - FEDCTLP-FILE open"
                       " failed, status " WS-FEDCTLP-STATUS
               SET RC-FATAL TO TRUE
               MOVE WS-FEDCTLP-STATUS TO WS-OPS-STATUS
               MOVE "FEDCTLP-FILE OPEN FAILED" TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               SET JOB-ABORTED TO TRUE
           ELSE
               READ FEDCTLP-FILE
                   AT END
                       DISPLAY "FEDCTL01: FEDCTLP-FILE is empty -"
                               " no feed named, nothing verified"
                       SET RC-VALIDATION-ERROR TO TRUE
                       MOVE SPACES TO WS-OPS-STATUS
                       MOVE "FEDCTLP CARD MISSING - NO FEED NAMED"
                           TO WS-OPS-MESSAGE
                       PERFORM 9990-LOG-EXCEPTION
                       SET JOB-ABORTED TO TRUE
                   NOT AT END
                       MOVE FCP-FEED-ID TO WS-FEED-ID
               END-READ
               CLOSE FEDCTLP-FILE
           END-IF
           IF NOT JOB-ABORTED
                   AND NOT FEED-EMPTRN AND NOT FEED-PBTRN
                   AND NOT FEED-CRTRN AND NOT FEED-CTLTRN
                   AND NOT FEED-TIDTRNR
               DISPLAY "FEDCTL01: feed '" WS-FEED-ID "' on the"
                       " FEDCTLP card is not a controlled feed"
               SET RC-VALIDATION-ERROR TO TRUE
               MOVE WS-FEED-ID TO WS-OPS-STATUS
               MOVE "FEDCTLP CARD NAMES AN UNKNOWN FEED"
                   TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               SET JOB-ABORTED TO TRUE
           END-IF.

      * One pass over the whole inbound file. The first fault found
      * is the reason given; reading stops there.
       2000-VERIFY-FEED.
           OPEN INPUT FEEDIN-FILE
           IF WS-FEEDIN-STATUS NOT = "00"
               DISPLAY "FEDCTL01: EXCEPTION - FEEDIN-FILE open"
                       " failed, status " WS-FEEDIN-STATUS
               SET FEED-REFUSED TO TRUE
               MOVE "INBOUND FILE WILL NOT OPEN"
                   TO WS-REFUSE-REASON
           ELSE
               PERFORM UNTIL FEEDIN-EOF OR FEED-REFUSED
                   READ FEEDIN-FILE
                       AT END
                           SET FEEDIN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORD-ORDINAL
                           PERFORM 2100-TAKE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FEEDIN-FILE
           END-IF
           IF NOT FEED-REFUSED
               PERFORM 2300-JUDGE-CONTROL-TOTALS
           END-IF.

       2100-TAKE-ONE-RECORD.
           MOVE FEEDIN-RECORD TO FEED-CONTROL-RECORD
           EVALUATE TRUE
               WHEN WS-RECORD-ORDINAL = 1 AND NOT FC-HEADER
                   SET FEED-REFUSED TO TRUE
                   MOVE "FIRST RECORD IS NOT A HEADER"
                       TO WS-REFUSE-REASON
               WHEN FC-HEADER AND HEADER-SEEN
                   SET FEED-REFUSED TO TRUE
                   MOVE "SECOND HEADER RECORD" TO WS-REFUSE-REASON
               WHEN FC-HEADER
                   SET HEADER-SEEN TO TRUE
                   MOVE FC-FEED-ID  TO WS-HDR-FEED-ID
                   MOVE FC-SOURCE   TO WS-HDR-SOURCE
                   MOVE FC-BATCH-ID TO WS-HDR-BATCH-ID
                   MOVE FC-CREATED  TO WS-HDR-CREATED
               WHEN FC-TRAILER AND TRAILER-SEEN
                   SET FEED-REFUSED TO TRUE
                   MOVE "SECOND TRAILER RECORD" TO WS-REFUSE-REASON
               WHEN FC-TRAILER
                   SET TRAILER-SEEN TO TRUE
                   IF FC-RECORD-COUNT NUMERIC
                       SET TRL-COUNT-OK TO TRUE
                       MOVE FC-RECORD-COUNT-9 TO WS-TRL-COUNT
                   END-IF
                   IF FC-AMOUNT-HASH NUMERIC
                       SET TRL-HASH-OK TO TRUE
                       MOVE FC-AMOUNT-HASH-9 TO WS-TRL-HASH
                   END-IF
               WHEN TRAILER-SEEN
                   SET FEED-REFUSED TO TRUE
                   MOVE "DETAIL RECORDS AFTER THE TRAILER"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   ADD 1 TO WS-DETAIL-COUNT
                   PERFORM 2200-HASH-DETAIL
           END-EVALUATE.

      * The hash is the sender's sum of the feed's amount fields as
      * whole digits; a blank or null amount adds nothing, and one
      * that is not digits adds nothing either - the maintenance edit
      * rejects that row on its own account.
       2200-HASH-DETAIL.
           EVALUATE TRUE
               WHEN FEED-EMPTRN
                   MOVE FEEDIN-RECORD TO EMPTRN-RECORD
                   MOVE ETR-PAYRATE TO WS-HASH-FIELD
                   PERFORM 2210-ADD-HASH-FIELD
                   IF NOT ETR-COM-IS-NULL
                       MOVE ETR-COM TO WS-HASH-FIELD
                       PERFORM 2210-ADD-HASH-FIELD
                   END-IF
               WHEN FEED-PBTRN
                   MOVE FEEDIN-RECORD TO PBTRN-RECORD
                   MOVE PBT-BUDGET-AMOUNT TO WS-HASH-FIELD
                   PERFORM 2210-ADD-HASH-FIELD
               WHEN FEED-CRTRN
                   MOVE FEEDIN-RECORD TO CRTRN-RECORD
                   MOVE CRT-NEW-RATE TO WS-HASH-FIELD
                   PERFORM 2210-ADD-HASH-FIELD
               WHEN FEED-CTLTRN
                   MOVE FEEDIN-RECORD TO CTLTRN-RECORD
                   MOVE CTR-RATE TO WS-HASH-FIELD
                   PERFORM 2210-ADD-HASH-FIELD
                   MOVE CTR-BREAKPOINT TO WS-HASH-FIELD
                   PERFORM 2210-ADD-HASH-FIELD
                   MOVE CTR-UPPER-RATE TO WS-HASH-FIELD
                   PERFORM 2210-ADD-HASH-FIELD
                   MOVE CTR-ANNUAL-CAP TO WS-HASH-FIELD
                   PERFORM 2210-ADD-HASH-FIELD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2210-ADD-HASH-FIELD.
           INSPECT WS-HASH-FIELD REPLACING LEADING SPACES BY ZEROS
           IF WS-HASH-FIELD NUMERIC
               ADD WS-HASH-FIELD-9 TO WS-DETAIL-HASH
           END-IF.

       2300-JUDGE-CONTROL-TOTALS.
           EVALUATE TRUE
               WHEN NOT HEADER-SEEN
                   MOVE "EMPTY FILE - NO HEADER RECORD"
                       TO WS-REFUSE-REASON
               WHEN WS-HDR-FEED-ID NOT = WS-FEED-ID
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "HEADER IS FOR FEED " WS-HDR-FEED-ID
                          DELIMITED BY SIZE INTO WS-REFUSE-REASON
               WHEN WS-HDR-BATCH-ID = SPACES
                   MOVE "HEADER HAS NO BATCH ID" TO WS-REFUSE-REASON
               WHEN WS-HDR-CREATED NOT NUMERIC
                   MOVE "HEADER CREATION DATE IS NOT YYYYMMDD"
                       TO WS-REFUSE-REASON
               WHEN NOT TRAILER-SEEN
                   MOVE "NO TRAILER RECORD - FILE INCOMPLETE"
                       TO WS-REFUSE-REASON
               WHEN NOT TRL-COUNT-OK
                       OR WS-TRL-COUNT NOT = WS-DETAIL-COUNT
                   MOVE "TRAILER RECORD COUNT DOES NOT BALANCE"
                       TO WS-REFUSE-REASON
               WHEN NOT TRL-HASH-OK
                       OR WS-TRL-HASH NOT = WS-DETAIL-HASH
                   MOVE "TRAILER AMOUNT HASH DOES NOT BALANCE"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               SET FEED-REFUSED TO TRUE
           END-IF.

      * Only an ACCEPTED row for the same feed and batch id makes
      * this file a duplicate. No register yet (status 35) means
      * nothing has ever been accepted.
       3000-CHECK-REGISTER.
           OPEN INPUT FEEDREG-FILE
           EVALUATE TRUE
               WHEN WS-FEEDREG-STATUS = "35"
                   CONTINUE
               WHEN WS-FEEDREG-STATUS NOT = "00"
                   DISPLAY "FEDCTL01: EXCEPTION - FEEDREG-FILE open"
                           " failed, status " WS-FEEDREG-STATUS
                   SET FEED-REFUSED TO TRUE
                   MOVE "FEED REGISTER UNREADABLE - NOT CHECKED"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM UNTIL FEEDREG-EOF OR FEED-REFUSED
                       READ FEEDREG-FILE
                           AT END
                               SET FEEDREG-EOF TO TRUE
                           NOT AT END
                               IF FRG-ACCEPTED
                                   AND FRG-FEED-ID = WS-FEED-ID
                                   AND FRG-BATCH-ID = WS-HDR-BATCH-ID
                                   PERFORM 3100-NOTE-DUPLICATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FEEDREG-FILE
           END-EVALUATE.

       3100-NOTE-DUPLICATE.
           SET FEED-REFUSED TO TRUE
           MOVE SPACES TO WS-REFUSE-REASON
           STRING "BATCH ALREADY ACCEPTED "
                  FRG-TIMESTAMP(1:8) " "
                  FRG-TIMESTAMP(9:6)
                  DELIMITED BY SIZE INTO WS-REFUSE-REASON.

      * FEEDOUT is rewritten on every run: the accepted file's
      * detail rows, or nothing at all.
       4000-WRITE-FEEDOUT.
           OPEN OUTPUT FEEDOUT-FILE
           IF WS-FEEDOUT-STATUS NOT = "00"
               DISPLAY "FEDCTL01: EXCEPTION - FEEDOUT-FILE open"
                       " failed, status " WS-FEEDOUT-STATUS
               SET RC-FATAL TO TRUE
               MOVE WS-FEEDOUT-STATUS TO WS-OPS-STATUS
               MOVE "FEEDOUT-FILE OPEN FAILED" TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               SET JOB-ABORTED TO TRUE
           ELSE
               IF NOT FEED-REFUSED
                   PERFORM 4100-COPY-DETAIL-RECORDS
               END-IF
               CLOSE FEEDOUT-FILE
           END-IF
           IF JOB-ABORTED AND NOT FEED-REFUSED
               SET FEED-REFUSED TO TRUE
               MOVE "FEEDOUT COULD NOT BE WRITTEN"
                   TO WS-REFUSE-REASON
               PERFORM 4200-EMPTY-FEEDOUT
           END-IF.

       4100-COPY-DETAIL-RECORDS.
           MOVE "N" TO WS-FEEDIN-EOF-SW
           OPEN INPUT FEEDIN-FILE
           IF WS-FEEDIN-STATUS NOT = "00"
               DISPLAY "FEDCTL01: EXCEPTION - FEEDIN-FILE reopen"
                       " failed, status " WS-FEEDIN-STATUS
               SET RC-FATAL TO TRUE
               MOVE WS-FEEDIN-STATUS TO WS-OPS-STATUS
               MOVE "FEEDIN-FILE REOPEN FAILED" TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               SET JOB-ABORTED TO TRUE
           ELSE
               PERFORM UNTIL FEEDIN-EOF OR JOB-ABORTED
                   READ FEEDIN-FILE
                       AT END
                           SET FEEDIN-EOF TO TRUE
                       NOT AT END
                           MOVE FEEDIN-RECORD TO FEED-CONTROL-RECORD
                           IF NOT FC-HEADER AND NOT FC-TRAILER
                               PERFORM 4110-WRITE-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEEDIN-FILE
           END-IF.

       4110-WRITE-DETAIL.
           WRITE FEEDOUT-RECORD FROM FEEDIN-RECORD
           IF WS-FEEDOUT-STATUS NOT = "00"
               DISPLAY "FEDCTL01: EXCEPTION - FEEDOUT-FILE write"
                       " failed, status " WS-FEEDOUT-STATUS
               SET RC-FATAL TO TRUE
               MOVE WS-FEEDOUT-STATUS TO WS-OPS-STATUS
               MOVE "FEEDOUT-FILE WRITE FAILED" TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
               SET JOB-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

      * Whatever part of an accepted file reached FEEDOUT before
      * the failure is thrown away - half a feed applied is the
      * very thing this step exists to stop.
       4200-EMPTY-FEEDOUT.
           OPEN OUTPUT FEEDOUT-FILE
           IF WS-FEEDOUT-STATUS = "00"
               CLOSE FEEDOUT-FILE
           ELSE
               DISPLAY "FEDCTL01: EXCEPTION - FEEDOUT-FILE could not"
                       " be emptied, status " WS-FEEDOUT-STATUS
                       " - do NOT run the maintenance step"
           END-IF
           MOVE ZERO TO WS-WRITTEN-COUNT.

       5000-REGISTER-VERDICT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP    TO FRG-TIMESTAMP
           MOVE WS-FEED-ID      TO FRG-FEED-ID
           MOVE WS-HDR-SOURCE   TO FRG-SOURCE
           MOVE WS-HDR-BATCH-ID TO FRG-BATCH-ID
           MOVE WS-HDR-CREATED  TO FRG-CREATED
           MOVE WS-TRL-COUNT    TO FRG-RECORD-COUNT
           MOVE WS-TRL-HASH     TO FRG-AMOUNT-HASH
           IF FEED-REFUSED
               SET FRG-REFUSED TO TRUE
               MOVE WS-REFUSE-REASON TO FRG-REASON
           ELSE
               SET FRG-ACCEPTED TO TRUE
               MOVE SPACES TO FRG-REASON
           END-IF
           OPEN EXTEND FEEDREG-FILE
           IF WS-FEEDREG-STATUS NOT = "00"
                   AND WS-FEEDREG-STATUS NOT = "05"
               DISPLAY "FEDCTL01: EXCEPTION - FEEDREG-FILE open"
                       " failed, status " WS-FEEDREG-STATUS
               PERFORM 5100-REGISTER-FAILED
           ELSE
               WRITE FEEDREG-RECORD
               IF WS-FEEDREG-STATUS NOT = "00"
                   DISPLAY "FEDCTL01: EXCEPTION - FEEDREG-FILE write"
                           " failed, status " WS-FEEDREG-STATUS
                   PERFORM 5100-REGISTER-FAILED
               END-IF
               CLOSE FEEDREG-FILE
           END-IF.

       5100-REGISTER-FAILED.
           SET RC-FATAL TO TRUE
           MOVE WS-FEEDREG-STATUS TO WS-OPS-STATUS
           MOVE "FEEDREG-FILE WRITE FAILED" TO WS-OPS-MESSAGE
           PERFORM 9990-LOG-EXCEPTION
           SET JOB-ABORTED TO TRUE
           IF NOT FEED-REFUSED
               SET FEED-REFUSED TO TRUE
               MOVE "ACCEPTANCE COULD NOT BE REGISTERED"
                   TO WS-REFUSE-REASON
               PERFORM 4200-EMPTY-FEEDOUT
           END-IF.

       6000-REPORT-VERDICT.
           MOVE WS-FEED-ID TO WS-OPS-STATUS
           MOVE SPACES TO WS-OPS-MESSAGE
           IF FEED-REFUSED
               DISPLAY "FEDCTL01: " WS-FEED-ID " batch "
                       WS-HDR-BATCH-ID " from " WS-HDR-SOURCE
                       " REFUSED - " WS-REFUSE-REASON
               SET RC-VALIDATION-ERROR TO TRUE
               STRING "REFUSED " WS-HDR-BATCH-ID " "
                      WS-REFUSE-REASON
                      DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           ELSE
               MOVE WS-WRITTEN-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "FEDCTL01: " WS-FEED-ID " batch "
                       WS-HDR-BATCH-ID " from " WS-HDR-SOURCE
                       " accepted - " WS-COUNT-DISPLAY
                       " detail records passed on"
               SET RC-SUCCESS TO TRUE
               STRING "ACCEPTED " WS-HDR-BATCH-ID " FROM "
                      WS-HDR-SOURCE " RECORDS " WS-COUNT-DISPLAY
                      DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           END-IF
           PERFORM 9990-LOG-EXCEPTION.

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

       END PROGRAM FEDCTL01.
