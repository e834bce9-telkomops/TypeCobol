       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMCLC01.

      *================================================================
      * Commission calculator, callable the way DEDCLC01 is:
      * EMPCOM01 calls it for every null commission it fills,
      * COMRCL01 for every commission it recomputes after a rate
      * change and EMPRET01 for every period it prices again, so
      * the banded arithmetic lives in one place. The parameter
      * area is the COMCALC copybook.
      *
      * The commission is worked out in bands the way a tax table
      * is: the lower rate on the PAYRATE up to the breakpoint, the
      * upper rate on whatever is above it, each part rounded to the
      * cent. A zero breakpoint (or a PAYRATE at or under it) is
      * the lower band alone. Where the department carries an
      * annual cap, the employee's commission for the calendar year
      * so far is summed from EMPHIST - every non-null COM the
      * period closes have posted in the year - and the banded
      * figure is cut back to whatever is left under the cap, to
      * zero once the cap is reached.
      *
      * EMPHIST is opened on the first call that needs it and held
      * open for the rest of the job; the finish call closes it. An
      * EMPHIST that cannot be read is a failed result - paying
      * past the cap because the history was missing is exactly
      * what the cap is there to stop.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EMPHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPHIST-FILE.
           COPY EMPHIST.

       WORKING-STORAGE SECTION.
       01  WS-EMPHIST-STATUS        PIC X(02).

       01  WS-FILE-OPEN-SW          PIC X(01) VALUE "N".
           88  EMPHIST-OPEN         VALUE "Y".
       01  WS-YEAR-DONE-SW          PIC X(01) VALUE "N".
           88  YEAR-DONE            VALUE "Y".

       01  WS-LOWER-COM             PIC S9(7)V99 COMP-3.
       01  WS-UPPER-COM             PIC S9(7)V99 COMP-3.
       01  WS-CAP-ROOM              PIC S9(8)V99 COMP-3.

       LINKAGE SECTION.
           COPY COMCALC.

       PROCEDURE DIVISION USING COMCALC-AREA.

       SET CCL-OK TO TRUE.
       MOVE SPACES TO CCL-MESSAGE.

       IF CCL-FINISH
           IF EMPHIST-OPEN
               CLOSE EMPHIST-FILE
               MOVE "N" TO WS-FILE-OPEN-SW
           END-IF
           GOBACK
       END-IF.

       MOVE "N" TO CCL-CAP-SW.
       MOVE ZERO TO CCL-YTD-COM.

       PERFORM 1000-COMPUTE-BANDS.
       MOVE CCL-BAND-COM TO CCL-COM.

       IF CCL-ANNUAL-CAP > ZERO
           PERFORM 2000-SUM-YEAR-TO-DATE
           IF CCL-OK
               PERFORM 3000-APPLY-CAP
           END-IF
       END-IF.

       GOBACK.

       1000-COMPUTE-BANDS.
           IF CCL-BREAKPOINT > ZERO AND CCL-PAYRATE > CCL-BREAKPOINT
               SET CCL-UPPER-BAND TO TRUE
               COMPUTE WS-LOWER-COM ROUNDED =
                   CCL-BREAKPOINT * CCL-LOWER-RATE
               COMPUTE WS-UPPER-COM ROUNDED =
                   (CCL-PAYRATE - CCL-BREAKPOINT) * CCL-UPPER-RATE
           ELSE
               SET CCL-LOWER-BAND TO TRUE
               COMPUTE WS-LOWER-COM ROUNDED =
                   CCL-PAYRATE * CCL-LOWER-RATE
               MOVE ZERO TO WS-UPPER-COM
           END-IF
           COMPUTE CCL-BAND-COM = WS-LOWER-COM + WS-UPPER-COM.

      * Position on the employee's first period of the year and
      * read forward until the ENO or the year changes. No rows at
      * all is the ordinary case of an employee new this year.
       2000-SUM-YEAR-TO-DATE.
           IF NOT EMPHIST-OPEN
               OPEN INPUT EMPHIST-FILE
               IF WS-EMPHIST-STATUS NOT = "00"
                   SET CCL-FAILED TO TRUE
                   STRING "EMPHIST OPEN FAILED, STATUS "
                          WS-EMPHIST-STATUS
                          DELIMITED BY SIZE INTO CCL-MESSAGE
               ELSE
                   SET EMPHIST-OPEN TO TRUE
               END-IF
           END-IF
           IF CCL-OK
               MOVE "N" TO WS-YEAR-DONE-SW
               MOVE CCL-ENO        TO EH-ENO
               MOVE CCL-YEAR       TO EH-PERIOD(1:4)
               MOVE "00"           TO EH-PERIOD(5:2)
               START EMPHIST-FILE KEY IS NOT LESS THAN EH-KEY
                   INVALID KEY
                       SET YEAR-DONE TO TRUE
               END-START
               PERFORM UNTIL YEAR-DONE OR CCL-FAILED
                   READ EMPHIST-FILE NEXT RECORD
                       AT END
                           SET YEAR-DONE TO TRUE
                       NOT AT END
                           IF EH-ENO NOT = CCL-ENO
                                   OR EH-PERIOD(1:4) NOT = CCL-YEAR
                               SET YEAR-DONE TO TRUE
                           ELSE
                               IF EH-COM-NULL-IND NOT < 0
                                   ADD EH-COM TO CCL-YTD-COM
                               END-IF
                           END-IF
                   END-READ
                   IF WS-EMPHIST-STATUS NOT = "00"
                           AND WS-EMPHIST-STATUS NOT = "02"
                           AND WS-EMPHIST-STATUS NOT = "10"
                           AND NOT CCL-FAILED
                       SET CCL-FAILED TO TRUE
                       STRING "EMPHIST READ FAILED, STATUS "
                              WS-EMPHIST-STATUS
                              DELIMITED BY SIZE INTO CCL-MESSAGE
                   END-IF
               END-PERFORM
           END-IF.

       3000-APPLY-CAP.
           COMPUTE WS-CAP-ROOM = CCL-ANNUAL-CAP - CCL-YTD-COM
           IF WS-CAP-ROOM < ZERO
               MOVE ZERO TO WS-CAP-ROOM
           END-IF
           IF CCL-BAND-COM > WS-CAP-ROOM
               MOVE WS-CAP-ROOM TO CCL-COM
               SET CCL-CAPPED TO TRUE
           END-IF.

       END PROGRAM COMCLC01.
