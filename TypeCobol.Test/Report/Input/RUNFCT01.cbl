       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNFCT01.

      *================================================================
      * Batch-window completion forecast, run on demand at any point
      * in the night. RUNRPT01 says at 6am what went wrong; this job
      * says at 2am whether the night will be clear before the online
      * day starts. Each RUNBOOK step's typical duration is taken from
      * its start/end pairs in RUNHIST over the nights before tonight
      * (the average, with the shortest and longest run as its usual
      * range), tonight's rows say which steps have started and
      * finished, and the steps still owed are laid end to end along
      * the runbook sequence from now to give the projected finish.
      *
      * The RUNFCRPT report lists every runbook step as DONE, RUNNING
      * or PENDING with its actual or projected start and end, its
      * typical duration and usual range; marks the steps with the
      * most time still to run as the ones driving the projection;
      * and flags any step already running longer than the longest
      * run in its history. Window opening, deadline and the number
      * of history nights come off the RUNFCP card, defaulting to an
      * 18:00 opening, a 06:00 deadline and 14 nights when there is
      * no card. A step with no history is projected at no time at
      * all and says so - the forecast is then a best case.
      *
      * A projection past the deadline is raised through OPSLOG01 as
      * an error, so the ALRTRUL rules can page someone, and ends the
      * job with return code 8; an overrunning step alone ends it 4.
      *
      * Like RUNRPT01 this program does not record itself in RUNHIST:
      * it runs ad hoc in the middle of the window, outside the
      * runbook, and would turn up every morning as an unscheduled
      * step.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNFCP-FILE ASSIGN TO "RUNFCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNFCP-STATUS.

           SELECT RUNBOOK-FILE ASSIGN TO "RUNBOOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNBOOK-STATUS.

           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT FCRPT-FILE ASSIGN TO "RUNFCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNFCP-FILE.
           COPY RUNFCP.

       FD  RUNBOOK-FILE.
           COPY RUNBOOK.

       FD  RUNHIST-FILE.
           COPY RUNHIST.

       FD  FCRPT-FILE.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RUNFCP-STATUS         PIC X(02).
       01  WS-RUNBOOK-STATUS        PIC X(02).
       01  WS-RUNHIST-STATUS        PIC X(02).
       01  WS-FCRPT-STATUS          PIC X(02).
           COPY RCCODE.

       01  WS-BOOK-EOF-SW           PIC X(01) VALUE "N".
           88  RUNBOOK-EOF          VALUE "Y".
       01  WS-HIST-EOF-SW           PIC X(01) VALUE "N".
           88  RUNHIST-EOF          VALUE "Y".
       01  WS-STEP-FOUND-SW         PIC X(01) VALUE "N".
           88  STEP-FOUND           VALUE "Y".
       01  WS-LATE-SW               PIC X(01) VALUE "N".
           88  FORECAST-LATE        VALUE "Y".

      * Parameter card values, held as seconds into the day; the
      * defaults stand for any field the card leaves blank or bad.
       01  WS-OPEN-TOD              PIC 9(05) VALUE 64800.
       01  WS-DEADLINE-TOD          PIC 9(05) VALUE 21600.
       01  WS-HISTORY-NIGHTS        PIC 9(03) VALUE 14.
       01  WS-HHMM.
           05  WS-HHMM-HH           PIC 9(02).
           05  WS-HHMM-MM           PIC 9(02).

      * Every instant below is held as seconds since the
      * INTEGER-OF-DATE epoch, so a window that crosses midnight
      * compares and subtracts like any other.
       01  WS-TIMESTAMP             PIC X(21).
       01  WS-NOW-SECS              PIC 9(11).
       01  WS-OPEN-SECS             PIC 9(11).
       01  WS-DEADLINE-SECS         PIC 9(11).
       01  WS-HIST-FROM-SECS        PIC 9(11).
       01  WS-CURSOR-SECS           PIC 9(11).
       01  WS-COMPLETION-SECS       PIC 9(11).
       01  WS-DURATION-SECS         PIC 9(07).
       01  WS-LATE-MINUTES          PIC 9(05).

       01  WS-CALC-TS               PIC X(21).
       01  WS-CALC-DATE-9           PIC 9(08).
       01  WS-CALC-HH               PIC 9(02).
       01  WS-CALC-MM               PIC 9(02).
       01  WS-CALC-SS               PIC 9(02).
       01  WS-CALC-SECS             PIC 9(11).

       01  WS-FMT-SECS              PIC 9(11).
       01  WS-FMT-DAY               PIC 9(07).
       01  WS-FMT-TOD               PIC 9(05).
       01  WS-FMT-DATE-9            PIC 9(08).
       01  WS-FMT-DATE-X REDEFINES WS-FMT-DATE-9.
           05  WS-FMT-YYYY          PIC X(04).
           05  WS-FMT-MO            PIC X(02).
           05  WS-FMT-DD            PIC X(02).
       01  WS-FMT-DATE-TEXT.
           05  WS-FMT-TEXT-YYYY     PIC X(04).
           05  FILLER               PIC X(01) VALUE "-".
           05  WS-FMT-TEXT-MO       PIC X(02).
           05  FILLER               PIC X(01) VALUE "-".
           05  WS-FMT-TEXT-DD       PIC X(02).
       01  WS-FMT-CLOCK.
           05  WS-FMT-CLOCK-HH      PIC 9(02).
           05  FILLER               PIC X(01) VALUE ":".
           05  WS-FMT-CLOCK-MM      PIC 9(02).

       01  WS-STEP-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-STEP-MAX              PIC 9(03) VALUE 100.
       01  WS-STEP-IDX              PIC 9(03).
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 100 TIMES.
               10  WS-STP-SEQUENCE  PIC 9(03).
               10  WS-STP-JOB       PIC X(08).
               10  WS-STP-STARTED-SW PIC X(01).
                   88  WS-STP-STARTED VALUE "Y".
               10  WS-STP-ENDED-SW  PIC X(01).
                   88  WS-STP-ENDED VALUE "Y".
               10  WS-STP-START-SECS PIC 9(11).
               10  WS-STP-END-SECS  PIC 9(11).
               10  WS-STP-PEND-SECS PIC 9(11).
               10  WS-STP-HIST-COUNT PIC 9(05).
               10  WS-STP-HIST-TOTAL PIC 9(11).
               10  WS-STP-HIST-MIN  PIC 9(07).
               10  WS-STP-HIST-MAX  PIC 9(07).
               10  WS-STP-TYPICAL   PIC 9(07).
               10  WS-STP-PROJ-START PIC 9(11).
               10  WS-STP-PROJ-END  PIC 9(11).
               10  WS-STP-REMAINING PIC 9(07).
               10  WS-STP-OVERRUN-SW PIC X(01).
                   88  WS-STP-OVERRUN VALUE "Y".
               10  WS-STP-DRIVER-SW PIC X(01).
                   88  WS-STP-DRIVER VALUE "Y".

      * The driving steps are the (up to) three with the most time
      * still to run between now and the projected finish.
       01  WS-DRIVER-MAX            PIC 9(01) VALUE 3.
       01  WS-DRIVER-PICK           PIC 9(01).
       01  WS-DRIVER-IDX            PIC 9(03).
       01  WS-DRIVER-REMAINING      PIC 9(07).
       01  WS-DRIVER-COUNT          PIC 9(03) VALUE ZERO.

       01  WS-OVERRUN-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-NO-HISTORY-COUNT      PIC 9(03) VALUE ZERO.

       01  WS-SEQ-DISPLAY           PIC ZZ9.
       01  WS-MIN-DISPLAY           PIC ZZZ9.
       01  WS-MIN-DISPLAY-2         PIC ZZZ9.
       01  WS-COUNT-DISPLAY         PIC Z(04)9.
       01  WS-STATUS-TEXT           PIC X(08).
       01  WS-START-TEXT            PIC X(05).
       01  WS-END-TEXT              PIC X(05).
       01  WS-TYPICAL-TEXT          PIC X(04).
       01  WS-RANGE-TEXT            PIC X(09).
       01  WS-NOTE-TEXT             PIC X(20).
       01  WS-VERDICT-TEXT          PIC X(40).
       01  WS-DATE-HOLD             PIC X(10).
       01  WS-CLOCK-HOLD            PIC X(05).

       01  WS-OPS-PROGRAM           PIC X(08) VALUE "RUNFCT01".
       01  WS-OPS-STATUS            PIC X(08).
       01  WS-OPS-MESSAGE           PIC X(60).
       01  WS-OPS-RETURN-CODE-HOLD  PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 1000-READ-PARM-CARD.
       PERFORM 1100-SET-WINDOW.
       PERFORM 1200-LOAD-RUNBOOK.
       IF WS-STEP-COUNT = ZERO
           DISPLAY "RUNFCT01: RUNBOOK-FILE is empty or unreadable -"
                   " nothing to forecast"
           MOVE 16 TO RETURN-CODE
           SET RC-FATAL TO TRUE
           MOVE WS-RUNBOOK-STATUS TO WS-OPS-STATUS
           MOVE "RUNBOOK EMPTY OR UNREADABLE - NO FORECAST"
               TO WS-OPS-MESSAGE
           PERFORM 9990-LOG-EXCEPTION
           GOBACK
       END-IF

       OPEN OUTPUT FCRPT-FILE.
       IF WS-FCRPT-STATUS NOT = "00"
           DISPLAY "RUNFCT01: EXCEPTION - FCRPT-FILE open failed,"
                   " status " WS-FCRPT-STATUS
           MOVE 16 TO RETURN-CODE
           SET RC-FATAL TO TRUE
           MOVE WS-FCRPT-STATUS TO WS-OPS-STATUS
           MOVE "FCRPT-FILE OPEN FAILED" TO WS-OPS-MESSAGE
           PERFORM 9990-LOG-EXCEPTION
           GOBACK
       END-IF

       PERFORM 2000-SWEEP-RUN-HISTORY.
       PERFORM 3000-PROJECT-STEPS.
       PERFORM 3500-PICK-DRIVERS.
       PERFORM 4000-WRITE-FORECAST.

       CLOSE FCRPT-FILE.

       IF FORECAST-LATE
           PERFORM 5000-RAISE-DEADLINE-MISS
       END-IF

       IF WS-OVERRUN-COUNT NOT = ZERO AND RETURN-CODE = 0
           MOVE 4 TO RETURN-CODE
       END-IF.

       GOBACK.

      * No card at all runs on the defaults; a card with a bad
      * field keeps the default for that field and says so.
       1000-READ-PARM-CARD.
           OPEN INPUT RUNFCP-FILE
           IF WS-RUNFCP-STATUS NOT = "00"
               DISPLAY "RUNFCT01: no RUNFCP card (status "
                       WS-RUNFCP-STATUS ") - window 18:00,"
                       " deadline 06:00, 14 nights"
           ELSE
               READ RUNFCP-FILE
                   AT END
                       DISPLAY "RUNFCT01: RUNFCP-FILE is empty -"
                               " window 18:00, deadline 06:00,"
                               " 14 nights"
                   NOT AT END
                       PERFORM 1010-TAKE-PARM-CARD
               END-READ
               CLOSE RUNFCP-FILE
           END-IF.

       1010-TAKE-PARM-CARD.
           MOVE RFP-WINDOW-OPEN TO WS-HHMM
           IF WS-HHMM NUMERIC AND WS-HHMM-HH < 24
                   AND WS-HHMM-MM < 60
               COMPUTE WS-OPEN-TOD = WS-HHMM-HH * 3600
                                   + WS-HHMM-MM * 60
           ELSE
               DISPLAY "RUNFCT01: window opening '" RFP-WINDOW-OPEN
                       "' is not a valid HHMM - 18:00 kept"
           END-IF
           MOVE RFP-DEADLINE TO WS-HHMM
           IF WS-HHMM NUMERIC AND WS-HHMM-HH < 24
                   AND WS-HHMM-MM < 60
               COMPUTE WS-DEADLINE-TOD = WS-HHMM-HH * 3600
                                       + WS-HHMM-MM * 60
           ELSE
               DISPLAY "RUNFCT01: deadline '" RFP-DEADLINE
                       "' is not a valid HHMM - 06:00 kept"
           END-IF
           IF RFP-HISTORY-NIGHTS NUMERIC
                   AND RFP-HISTORY-NIGHTS NOT = "000"
               MOVE RFP-HISTORY-NIGHTS TO WS-HISTORY-NIGHTS
           ELSE
               DISPLAY "RUNFCT01: history nights '"
                       RFP-HISTORY-NIGHTS "' is not a night count"
                       " - 14 kept"
           END-IF.

      * Tonight's window opened at the latest opening time at or
      * before now; the deadline is the first deadline time after
      * the opening.
       1100-SET-WINDOW.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO WS-CALC-TS
           PERFORM 8100-TIMESTAMP-SECONDS
           MOVE WS-CALC-SECS TO WS-NOW-SECS
           COMPUTE WS-OPEN-SECS =
                   FUNCTION INTEGER-OF-DATE(WS-CALC-DATE-9) * 86400
                   + WS-OPEN-TOD
           IF WS-OPEN-SECS > WS-NOW-SECS
               SUBTRACT 86400 FROM WS-OPEN-SECS
           END-IF
           COMPUTE WS-DEADLINE-SECS = WS-OPEN-SECS - WS-OPEN-TOD
                                    + WS-DEADLINE-TOD
           IF WS-DEADLINE-TOD NOT > WS-OPEN-TOD
               ADD 86400 TO WS-DEADLINE-SECS
           END-IF
           COMPUTE WS-HIST-FROM-SECS = WS-OPEN-SECS
                                     - WS-HISTORY-NIGHTS * 86400.

       1200-LOAD-RUNBOOK.
           OPEN INPUT RUNBOOK-FILE
           IF WS-RUNBOOK-STATUS = "00"
               PERFORM UNTIL RUNBOOK-EOF
                   READ RUNBOOK-FILE
                       AT END
                           SET RUNBOOK-EOF TO TRUE
                       NOT AT END
                           PERFORM 1210-TABLE-ONE-STEP
                   END-READ
               END-PERFORM
               CLOSE RUNBOOK-FILE
           END-IF.

       1210-TABLE-ONE-STEP.
           IF WS-STEP-COUNT < WS-STEP-MAX
               ADD 1 TO WS-STEP-COUNT
               INITIALIZE WS-STEP-ENTRY (WS-STEP-COUNT)
               MOVE RB-SEQUENCE TO WS-STP-SEQUENCE (WS-STEP-COUNT)
               MOVE RB-JOB-NAME TO WS-STP-JOB (WS-STEP-COUNT)
               MOVE "N" TO WS-STP-STARTED-SW (WS-STEP-COUNT)
               MOVE "N" TO WS-STP-ENDED-SW (WS-STEP-COUNT)
               MOVE "N" TO WS-STP-OVERRUN-SW (WS-STEP-COUNT)
               MOVE "N" TO WS-STP-DRIVER-SW (WS-STEP-COUNT)
           ELSE
               DISPLAY "RUNFCT01: EXCEPTION - more than " WS-STEP-MAX
                       " runbook steps - the forecast is incomplete"
               MOVE 16 TO RETURN-CODE
           END-IF.

       2000-SWEEP-RUN-HISTORY.
           OPEN INPUT RUNHIST-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               DISPLAY "RUNFCT01: EXCEPTION - RUNHIST-FILE open"
                       " failed, status " WS-RUNHIST-STATUS
                       " - every step forecast as pending with no"
                       " history"
               MOVE 16 TO RETURN-CODE
               SET RC-FATAL TO TRUE
               MOVE WS-RUNHIST-STATUS TO WS-OPS-STATUS
               MOVE "RUNHIST-FILE OPEN FAILED" TO WS-OPS-MESSAGE
               PERFORM 9990-LOG-EXCEPTION
           ELSE
               PERFORM UNTIL RUNHIST-EOF
                   READ RUNHIST-FILE
                       AT END
                           SET RUNHIST-EOF TO TRUE
                       NOT AT END
                           PERFORM 2100-NOTE-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE RUNHIST-FILE
           END-IF.

      * Rows from the window opening on are tonight's; rows in the
      * history nights before it feed the typical durations; older
      * rows, and rows for jobs outside the runbook, are passed by.
       2100-NOTE-ONE-EVENT.
           MOVE "N" TO WS-STEP-FOUND-SW
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT OR STEP-FOUND
               IF WS-STP-JOB (WS-STEP-IDX) = RH-JOB-NAME
                   SET STEP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF STEP-FOUND
               SUBTRACT 1 FROM WS-STEP-IDX
               MOVE RH-TIMESTAMP TO WS-CALC-TS
               PERFORM 8100-TIMESTAMP-SECONDS
               EVALUATE TRUE
                   WHEN WS-CALC-SECS = ZERO
                       CONTINUE
                   WHEN WS-CALC-SECS NOT < WS-OPEN-SECS
                       PERFORM 2200-NOTE-TONIGHT
                   WHEN WS-CALC-SECS NOT < WS-HIST-FROM-SECS
                       PERFORM 2300-NOTE-HISTORY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * A rerun's start row puts the step back to running from the
      * rerun; an end row with no start since the opening belongs
      * to a step that straddled it, and counts from the opening.
       2200-NOTE-TONIGHT.
           IF RH-START
               MOVE "Y" TO WS-STP-STARTED-SW (WS-STEP-IDX)
               MOVE "N" TO WS-STP-ENDED-SW (WS-STEP-IDX)
               MOVE WS-CALC-SECS TO WS-STP-START-SECS (WS-STEP-IDX)
           ELSE
               IF NOT WS-STP-STARTED (WS-STEP-IDX)
                   MOVE "Y" TO WS-STP-STARTED-SW (WS-STEP-IDX)
                   MOVE WS-OPEN-SECS
                       TO WS-STP-START-SECS (WS-STEP-IDX)
               END-IF
               MOVE "Y" TO WS-STP-ENDED-SW (WS-STEP-IDX)
               MOVE WS-CALC-SECS TO WS-STP-END-SECS (WS-STEP-IDX)
           END-IF.

      * A history run is a start row followed by an end row for the
      * same job; a start with no end (the job died) is dropped when
      * the next start replaces it.
       2300-NOTE-HISTORY.
           IF RH-START
               MOVE WS-CALC-SECS TO WS-STP-PEND-SECS (WS-STEP-IDX)
           ELSE
               IF WS-STP-PEND-SECS (WS-STEP-IDX) > ZERO
                   COMPUTE WS-DURATION-SECS = WS-CALC-SECS
                           - WS-STP-PEND-SECS (WS-STEP-IDX)
                   IF WS-STP-HIST-COUNT (WS-STEP-IDX) = ZERO
                       MOVE WS-DURATION-SECS
                           TO WS-STP-HIST-MIN (WS-STEP-IDX)
                       MOVE WS-DURATION-SECS
                           TO WS-STP-HIST-MAX (WS-STEP-IDX)
                   END-IF
                   IF WS-DURATION-SECS
                           < WS-STP-HIST-MIN (WS-STEP-IDX)
                       MOVE WS-DURATION-SECS
                           TO WS-STP-HIST-MIN (WS-STEP-IDX)
                   END-IF
                   IF WS-DURATION-SECS
                           > WS-STP-HIST-MAX (WS-STEP-IDX)
                       MOVE WS-DURATION-SECS
                           TO WS-STP-HIST-MAX (WS-STEP-IDX)
                   END-IF
                   ADD 1 TO WS-STP-HIST-COUNT (WS-STEP-IDX)
                   ADD WS-DURATION-SECS
                       TO WS-STP-HIST-TOTAL (WS-STEP-IDX)
                   MOVE ZERO TO WS-STP-PEND-SECS (WS-STEP-IDX)
               END-IF
           END-IF.

      * The runbook is in sequence order, so the steps still owed
      * are laid end to end from the later of now and the end of
      * whatever ran before them. The finish of the last of them is
      * the projected completion.
       3000-PROJECT-STEPS.
           MOVE WS-OPEN-SECS TO WS-CURSOR-SECS
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM 3100-PROJECT-ONE-STEP
           END-PERFORM
           MOVE WS-CURSOR-SECS TO WS-COMPLETION-SECS
           IF WS-COMPLETION-SECS > WS-DEADLINE-SECS
               SET FORECAST-LATE TO TRUE
               COMPUTE WS-LATE-MINUTES =
                       (WS-COMPLETION-SECS - WS-DEADLINE-SECS + 59)
                       / 60
           END-IF.

       3100-PROJECT-ONE-STEP.
           IF WS-STP-HIST-COUNT (WS-STEP-IDX) > ZERO
               COMPUTE WS-STP-TYPICAL (WS-STEP-IDX) ROUNDED =
                       WS-STP-HIST-TOTAL (WS-STEP-IDX)
                       / WS-STP-HIST-COUNT (WS-STEP-IDX)
           ELSE
               MOVE ZERO TO WS-STP-TYPICAL (WS-STEP-IDX)
               ADD 1 TO WS-NO-HISTORY-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-STP-ENDED (WS-STEP-IDX)
                   MOVE WS-STP-START-SECS (WS-STEP-IDX)
                       TO WS-STP-PROJ-START (WS-STEP-IDX)
                   MOVE WS-STP-END-SECS (WS-STEP-IDX)
                       TO WS-STP-PROJ-END (WS-STEP-IDX)
                   MOVE ZERO TO WS-STP-REMAINING (WS-STEP-IDX)
               WHEN WS-STP-STARTED (WS-STEP-IDX)
                   MOVE WS-STP-START-SECS (WS-STEP-IDX)
                       TO WS-STP-PROJ-START (WS-STEP-IDX)
                   COMPUTE WS-STP-PROJ-END (WS-STEP-IDX) =
                           WS-STP-START-SECS (WS-STEP-IDX)
                           + WS-STP-TYPICAL (WS-STEP-IDX)
                   IF WS-STP-PROJ-END (WS-STEP-IDX) < WS-NOW-SECS
                       MOVE WS-NOW-SECS
                           TO WS-STP-PROJ-END (WS-STEP-IDX)
                   END-IF
                   COMPUTE WS-STP-REMAINING (WS-STEP-IDX) =
                           WS-STP-PROJ-END (WS-STEP-IDX)
                           - WS-NOW-SECS
                   IF WS-STP-HIST-COUNT (WS-STEP-IDX) > ZERO
                           AND WS-NOW-SECS
                               - WS-STP-START-SECS (WS-STEP-IDX)
                               > WS-STP-HIST-MAX (WS-STEP-IDX)
                       MOVE "Y" TO WS-STP-OVERRUN-SW (WS-STEP-IDX)
                       ADD 1 TO WS-OVERRUN-COUNT
                   END-IF
               WHEN OTHER
                   IF WS-CURSOR-SECS < WS-NOW-SECS
                       MOVE WS-NOW-SECS
                           TO WS-STP-PROJ-START (WS-STEP-IDX)
                   ELSE
                       MOVE WS-CURSOR-SECS
                           TO WS-STP-PROJ-START (WS-STEP-IDX)
                   END-IF
                   COMPUTE WS-STP-PROJ-END (WS-STEP-IDX) =
                           WS-STP-PROJ-START (WS-STEP-IDX)
                           + WS-STP-TYPICAL (WS-STEP-IDX)
                   MOVE WS-STP-TYPICAL (WS-STEP-IDX)
                       TO WS-STP-REMAINING (WS-STEP-IDX)
           END-EVALUATE
           IF WS-STP-PROJ-END (WS-STEP-IDX) > WS-CURSOR-SECS
               MOVE WS-STP-PROJ-END (WS-STEP-IDX) TO WS-CURSOR-SECS
           END-IF.

       3500-PICK-DRIVERS.
           PERFORM VARYING WS-DRIVER-PICK FROM 1 BY 1
                   UNTIL WS-DRIVER-PICK > WS-DRIVER-MAX
               PERFORM 3510-PICK-ONE-DRIVER
           END-PERFORM.

       3510-PICK-ONE-DRIVER.
           MOVE ZERO TO WS-DRIVER-IDX
           MOVE ZERO TO WS-DRIVER-REMAINING
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF NOT WS-STP-DRIVER (WS-STEP-IDX)
                       AND WS-STP-REMAINING (WS-STEP-IDX)
                           > WS-DRIVER-REMAINING
                   MOVE WS-STEP-IDX TO WS-DRIVER-IDX
                   MOVE WS-STP-REMAINING (WS-STEP-IDX)
                       TO WS-DRIVER-REMAINING
               END-IF
           END-PERFORM
           IF WS-DRIVER-IDX NOT = ZERO
               MOVE "Y" TO WS-STP-DRIVER-SW (WS-DRIVER-IDX)
               ADD 1 TO WS-DRIVER-COUNT
           END-IF.

       4000-WRITE-FORECAST.
           MOVE "RUNFCT01 BATCH-WINDOW COMPLETION FORECAST"
               TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-NOW-SECS TO WS-FMT-SECS
           PERFORM 8200-FORMAT-INSTANT
           MOVE WS-FMT-DATE-TEXT TO WS-DATE-HOLD
           MOVE WS-FMT-CLOCK TO WS-CLOCK-HOLD
           MOVE WS-OPEN-SECS TO WS-FMT-SECS
           PERFORM 8200-FORMAT-INSTANT
           MOVE WS-HISTORY-NIGHTS TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "AS OF " WS-DATE-HOLD " " WS-CLOCK-HOLD
                  "   WINDOW OPENED " WS-FMT-DATE-TEXT " "
                  WS-FMT-CLOCK "   HISTORY NIGHTS "
                  WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "SEQ JOB      STATUS   START END    TYPICAL"
               TO RPT-LINE
           MOVE "RANGE(MIN)" TO RPT-LINE(45:10)
           MOVE "NOTE" TO RPT-LINE(56:4)
           PERFORM 9000-WRITE-REPORT-LINE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM 4100-WRITE-STEP-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE

           MOVE WS-COMPLETION-SECS TO WS-FMT-SECS
           PERFORM 8200-FORMAT-INSTANT
           MOVE SPACES TO RPT-LINE
           STRING "PROJECTED COMPLETION  " WS-FMT-DATE-TEXT " "
                  WS-FMT-CLOCK
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-DEADLINE-SECS TO WS-FMT-SECS
           PERFORM 8200-FORMAT-INSTANT
           MOVE SPACES TO RPT-LINE
           STRING "DEADLINE              " WS-FMT-DATE-TEXT " "
                  WS-FMT-CLOCK
                  DELIMITED BY SIZE INTO RPT-LINE
           IF FORECAST-LATE
               MOVE WS-LATE-MINUTES TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-VERDICT-TEXT
               STRING "   *** MISSED BY " WS-COUNT-DISPLAY
                      " MINUTES ***"
                      DELIMITED BY SIZE INTO WS-VERDICT-TEXT
               MOVE WS-VERDICT-TEXT TO RPT-LINE(39:40)
           ELSE
               MOVE "   ON TIME" TO RPT-LINE(39:10)
           END-IF
           PERFORM 9000-WRITE-REPORT-LINE

           IF WS-DRIVER-COUNT > ZERO
               MOVE SPACES TO RPT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE "STEPS DRIVING THE PROJECTION" TO RPT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   IF WS-STP-DRIVER (WS-STEP-IDX)
                       PERFORM 4200-WRITE-DRIVER-LINE
                   END-IF
               END-PERFORM
           END-IF

           MOVE SPACES TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-OVERRUN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "STEPS OVER USUAL RANGE " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-NO-HISTORY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "STEPS WITH NO HISTORY  " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       4100-WRITE-STEP-LINE.
           EVALUATE TRUE
               WHEN WS-STP-ENDED (WS-STEP-IDX)
                   MOVE "DONE" TO WS-STATUS-TEXT
               WHEN WS-STP-STARTED (WS-STEP-IDX)
                   MOVE "RUNNING" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "PENDING" TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE WS-STP-PROJ-START (WS-STEP-IDX) TO WS-FMT-SECS
           PERFORM 8200-FORMAT-INSTANT
           MOVE WS-FMT-CLOCK TO WS-START-TEXT
           MOVE WS-STP-PROJ-END (WS-STEP-IDX) TO WS-FMT-SECS
           PERFORM 8200-FORMAT-INSTANT
           MOVE WS-FMT-CLOCK TO WS-END-TEXT
           MOVE SPACES TO WS-NOTE-TEXT
           IF WS-STP-HIST-COUNT (WS-STEP-IDX) = ZERO
               MOVE "  --" TO WS-TYPICAL-TEXT
               MOVE "    --   " TO WS-RANGE-TEXT
               MOVE "NO HISTORY" TO WS-NOTE-TEXT
           ELSE
               COMPUTE WS-MIN-DISPLAY ROUNDED =
                       WS-STP-TYPICAL (WS-STEP-IDX) / 60
               MOVE WS-MIN-DISPLAY TO WS-TYPICAL-TEXT
               COMPUTE WS-MIN-DISPLAY ROUNDED =
                       WS-STP-HIST-MIN (WS-STEP-IDX) / 60
               COMPUTE WS-MIN-DISPLAY-2 ROUNDED =
                       WS-STP-HIST-MAX (WS-STEP-IDX) / 60
               MOVE SPACES TO WS-RANGE-TEXT
               STRING WS-MIN-DISPLAY "-" WS-MIN-DISPLAY-2
                      DELIMITED BY SIZE INTO WS-RANGE-TEXT
           END-IF
           IF WS-STP-OVERRUN (WS-STEP-IDX)
               MOVE "*OVER RANGE*" TO WS-NOTE-TEXT
           END-IF
           IF WS-STP-DRIVER (WS-STEP-IDX)
               MOVE "*DRIVER*" TO WS-NOTE-TEXT(13:8)
           END-IF
           MOVE WS-STP-SEQUENCE (WS-STEP-IDX) TO WS-SEQ-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING WS-SEQ-DISPLAY " " WS-STP-JOB (WS-STEP-IDX) " "
                  WS-STATUS-TEXT " " WS-START-TEXT " "
                  WS-END-TEXT "     " WS-TYPICAL-TEXT "  "
                  WS-RANGE-TEXT "  " WS-NOTE-TEXT
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       4200-WRITE-DRIVER-LINE.
           COMPUTE WS-MIN-DISPLAY ROUNDED =
                   WS-STP-REMAINING (WS-STEP-IDX) / 60
           MOVE WS-STP-PROJ-END (WS-STEP-IDX) TO WS-FMT-SECS
           PERFORM 8200-FORMAT-INSTANT
           MOVE SPACES TO RPT-LINE
           STRING "  " WS-STP-JOB (WS-STEP-IDX)
                  "  " WS-MIN-DISPLAY " MIN STILL TO RUN,"
                  " PROJECTED TO END " WS-FMT-CLOCK
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

      * The alert rules act on the OPSLOG row; the console line is
      * for whoever is watching the job itself.
       5000-RAISE-DEADLINE-MISS.
           MOVE WS-COMPLETION-SECS TO WS-FMT-SECS
           PERFORM 8200-FORMAT-INSTANT
           MOVE WS-FMT-CLOCK TO WS-CLOCK-HOLD
           MOVE WS-DEADLINE-SECS TO WS-FMT-SECS
           PERFORM 8200-FORMAT-INSTANT
           MOVE WS-LATE-MINUTES TO WS-COUNT-DISPLAY
           DISPLAY "RUNFCT01: EXCEPTION - batch window projected to"
                   " finish " WS-CLOCK-HOLD ", past the "
                   WS-FMT-CLOCK " deadline by " WS-COUNT-DISPLAY
                   " minutes"
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           SET RC-DISPATCH-ERROR TO TRUE
           MOVE WS-CLOCK-HOLD TO WS-OPS-STATUS
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING "BATCH WINDOW FORECAST " WS-CLOCK-HOLD
                  " MISSES DEADLINE " WS-FMT-CLOCK " BY "
                  WS-COUNT-DISPLAY " MIN"
                  DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM 9990-LOG-EXCEPTION.

      * A RUNHIST timestamp with no readable date comes back as zero
      * and is passed by.
       8100-TIMESTAMP-SECONDS.
           MOVE ZERO TO WS-CALC-SECS
           IF WS-CALC-TS(1:14) NUMERIC
               MOVE WS-CALC-TS(1:8)  TO WS-CALC-DATE-9
               MOVE WS-CALC-TS(9:2)  TO WS-CALC-HH
               MOVE WS-CALC-TS(11:2) TO WS-CALC-MM
               MOVE WS-CALC-TS(13:2) TO WS-CALC-SS
               COMPUTE WS-CALC-SECS =
                       FUNCTION INTEGER-OF-DATE(WS-CALC-DATE-9)
                       * 86400
                       + WS-CALC-HH * 3600 + WS-CALC-MM * 60
                       + WS-CALC-SS
           END-IF.

       8200-FORMAT-INSTANT.
           COMPUTE WS-FMT-DAY = WS-FMT-SECS / 86400
           COMPUTE WS-FMT-TOD = WS-FMT-SECS - WS-FMT-DAY * 86400
           COMPUTE WS-FMT-DATE-9 =
                   FUNCTION DATE-OF-INTEGER(WS-FMT-DAY)
           MOVE WS-FMT-YYYY TO WS-FMT-TEXT-YYYY
           MOVE WS-FMT-MO   TO WS-FMT-TEXT-MO
           MOVE WS-FMT-DD   TO WS-FMT-TEXT-DD
           COMPUTE WS-FMT-CLOCK-HH = WS-FMT-TOD / 3600
           COMPUTE WS-FMT-CLOCK-MM =
                   (WS-FMT-TOD - WS-FMT-CLOCK-HH * 3600) / 60.

       9000-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF WS-FCRPT-STATUS NOT = "00"
               DISPLAY "RUNFCT01: EXCEPTION - FCRPT-FILE write"
                       " failed, status " WS-FCRPT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

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

       END PROGRAM RUNFCT01.
