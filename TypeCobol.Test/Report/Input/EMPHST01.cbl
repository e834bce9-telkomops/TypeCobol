       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPHST01.

      *================================================================
      * Consolidated change-history inquiry for pay disputes. The
      * HSTRQ cards name one or more employees, a date range, or
      * both; every trail that records something about an employee's
      * pay is read and merged into one timeline per employee, oldest
      * first:
      *
      *   EMPAUD  - master maintenance out of EMPMNT01, EMPPRG01
      *             purges and EMPBKO01 backouts, one line for each
      *             field whose before- and after-image differ;
      *   COMAUD  - null commissions EMPCOM01 filled;
      *   COMRAUD - commissions COMRCL01 recomputed after a rate
      *             change;
      *   EMPHIST - the gross and net each closed period paid.
      *
      * The audit trails are placed by their own timestamps and
      * EMPHIST rows by the time the period closed, which is also
      * what a date range is tested against. Each line says whether
      * the row was a forward change or an EMPBKO01 backout; EMPAUD
      * rows from before the source marker existed say UNMARKED.
      *
      * The timeline prints on HSTRPT under a heading per employee,
      * with the name from EMPTBL where the row is still on file, and
      * the same lines go to HSTXTR in the HSTXTR layout for HR to
      * attach to the case. A requested employee with nothing in any
      * trail is listed at the end and ends the run RC 4. A COMAUD or
      * COMRAUD that has never been created reads as empty.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HSTRQ-FILE ASSIGN TO "HSTRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSTRQ-STATUS.

           SELECT EMPAUD-FILE ASSIGN TO "EMPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPAUD-STATUS.

           SELECT COMAUD-FILE ASSIGN TO "COMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMAUD-STATUS.

           SELECT COMRAUD-FILE ASSIGN TO "COMRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMRAUD-STATUS.

           SELECT EMPHIST-FILE ASSIGN TO "EMPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT EMPTBL-FILE ASSIGN TO "EMPTBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IX-ENO
               ALTERNATE RECORD KEY IS IX-LNAME WITH DUPLICATES
               FILE STATUS IS WS-EMPTBL-STATUS.

           SELECT HSTRPT-FILE ASSIGN TO "HSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSTRPT-STATUS.

           SELECT HSTXTR-FILE ASSIGN TO "HSTXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSTXTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HSTRQ-FILE.
           COPY HSTRQ.

       FD  EMPAUD-FILE.
           COPY EMPAUD.

       FD  COMAUD-FILE.
           COPY COMAUD.

       FD  COMRAUD-FILE.
           COPY COMRAUD.

       FD  EMPHIST-FILE.
           COPY EMPHIST.

       FD  EMPTBL-FILE.
           COPY EMPIDX.

       FD  HSTRPT-FILE.
       01  RPT-LINE                 PIC X(100).

       FD  HSTXTR-FILE.
           COPY HSTXTR.

       WORKING-STORAGE SECTION.
       01  WS-HSTRQ-STATUS          PIC X(02).
       01  WS-EMPAUD-STATUS         PIC X(02).
       01  WS-COMAUD-STATUS         PIC X(02).
       01  WS-COMRAUD-STATUS        PIC X(02).
       01  WS-EMPHIST-STATUS        PIC X(02).
       01  WS-EMPTBL-STATUS         PIC X(02).
       01  WS-HSTRPT-STATUS         PIC X(02).
       01  WS-HSTXTR-STATUS         PIC X(02).

       01  WS-CARD-EOF-SW           PIC X(01) VALUE "N".
           88  HSTRQ-EOF            VALUE "Y".
       01  WS-AUDIT-EOF-SW          PIC X(01).
           88  AUDIT-EOF            VALUE "Y".
       01  WS-HIST-EOF-SW           PIC X(01).
           88  EMPHIST-EOF          VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".
       01  WS-RANGE-USED-SW         PIC X(01) VALUE "N".
           88  RANGE-USED           VALUE "Y".
       01  WS-SELECTED-SW           PIC X(01).
           88  EVENT-SELECTED       VALUE "Y".
       01  WS-SLOT-FOUND-SW         PIC X(01).
           88  SLOT-FOUND           VALUE "Y".
       01  WS-COMAUD-PRESENT-SW     PIC X(01) VALUE "Y".
           88  COMAUD-PRESENT       VALUE "Y".
       01  WS-COMRAUD-PRESENT-SW    PIC X(01) VALUE "Y".
           88  COMRAUD-PRESENT      VALUE "Y".

       01  WS-FROM-DATE             PIC X(08) VALUE "00000000".
       01  WS-TO-DATE               PIC X(08) VALUE "99999999".
       01  WS-CARD-COUNT            PIC 9(05) VALUE ZERO.

      * The requested employees, with a note of whether any trail
      * had anything for each.
       01  WS-RQ-COUNT              PIC 9(03) VALUE ZERO.
       01  WS-RQ-MAX                PIC 9(03) VALUE 50.
       01  WS-RQ-IDX                PIC 9(03).
       01  WS-RQ-TABLE.
           05  WS-RQ-ENTRY OCCURS 50 TIMES.
               10  WS-RQ-ENO            PIC X(06).
               10  WS-RQ-FOUND-SW       PIC X(01).
                   88  WS-RQ-FOUND      VALUE "Y".

      * The timeline, held in employee and timestamp order as the
      * lines are made. Lines with the same key keep the order they
      * were read in, so the fields of one audit row stay together.
       01  WS-EVT-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-EVT-MAX               PIC 9(05) VALUE 5000.
       01  WS-EVT-IDX               PIC 9(05).
       01  WS-EVT-SLOT              PIC 9(05).
       01  WS-EVT-PREV              PIC 9(05).
       01  WS-EVT-TABLE.
           05  WS-EVT-ENTRY OCCURS 5000 TIMES.
               10  WS-EVT-KEY.
                   15  WS-EVT-ENO       PIC X(06).
                   15  WS-EVT-TIMESTAMP PIC X(21).
               10  WS-EVT-PERIOD        PIC X(06).
               10  WS-EVT-SOURCE        PIC X(07).
               10  WS-EVT-ACTION        PIC X(01).
               10  WS-EVT-FIELD         PIC X(08).
               10  WS-EVT-OLD-VALUE     PIC X(20).
               10  WS-EVT-NEW-VALUE     PIC X(20).
               10  WS-EVT-DIRECTION     PIC X(01).

      * The row being turned into timeline lines.
       01  WS-CUR-EVENT.
           05  WS-CUR-KEY.
               10  WS-CUR-ENO           PIC X(06).
               10  WS-CUR-TIMESTAMP     PIC X(21).
           05  WS-CUR-PERIOD            PIC X(06).
           05  WS-CUR-SOURCE            PIC X(07).
           05  WS-CUR-ACTION            PIC X(01).
           05  WS-CUR-FIELD             PIC X(08).
           05  WS-CUR-OLD-VALUE         PIC X(20).
           05  WS-CUR-NEW-VALUE         PIC X(20).
           05  WS-CUR-DIRECTION         PIC X(01).

       01  WS-AMOUNT-X              PIC X(09).
       01  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                    PIC 9(7)V99.
       01  WS-AMOUNT-TEXT           PIC X(20).
       01  WS-AMOUNT-EDIT           PIC Z,ZZZ,ZZ9.99.
       01  WS-HIST-EDIT             PIC ZZ,ZZZ,ZZ9.99-.
       01  WS-OLD-TEXT              PIC X(20).
       01  WS-NEW-TEXT              PIC X(20).

       01  WS-PRINT-ENO             PIC X(06) VALUE SPACES.
       01  WS-WHEN-TEXT             PIC X(19).
       01  WS-DIRECTION-TEXT        PIC X(08).
       01  WS-EMPLOYEE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-MISSING-COUNT         PIC 9(03) VALUE ZERO.
       01  WS-COUNT-DISPLAY         PIC ZZZZ9.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "EMPHST01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

       PERFORM 1000-LOAD-REQUEST-CARDS.
       IF JOB-ABORTED
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT EMPAUD-FILE.
       IF WS-EMPAUD-STATUS NOT = "00"
           DISPLAY "EMPHST01: EXCEPTION - EMPAUD-FILE open failed,"
                   " status " WS-EMPAUD-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT COMAUD-FILE.
       IF WS-COMAUD-STATUS = "35"
           MOVE "N" TO WS-COMAUD-PRESENT-SW
       ELSE
           IF WS-COMAUD-STATUS NOT = "00"
               DISPLAY "EMPHST01: EXCEPTION - COMAUD-FILE open"
                       " failed, status " WS-COMAUD-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE EMPAUD-FILE
               PERFORM 9980-RECORD-RUN-END
               GOBACK
           END-IF
       END-IF

       OPEN INPUT COMRAUD-FILE.
       IF WS-COMRAUD-STATUS = "35"
           MOVE "N" TO WS-COMRAUD-PRESENT-SW
       ELSE
           IF WS-COMRAUD-STATUS NOT = "00"
               DISPLAY "EMPHST01: EXCEPTION - COMRAUD-FILE open"
                       " failed, status " WS-COMRAUD-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE EMPAUD-FILE
               IF COMAUD-PRESENT
                   CLOSE COMAUD-FILE
               END-IF
               PERFORM 9980-RECORD-RUN-END
               GOBACK
           END-IF
       END-IF

       OPEN INPUT EMPHIST-FILE.
       IF WS-EMPHIST-STATUS NOT = "00"
           DISPLAY "EMPHST01: EXCEPTION - EMPHIST-FILE open failed,"
                   " status " WS-EMPHIST-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9000-CLOSE-AUDIT-FILES
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT EMPTBL-FILE.
       IF WS-EMPTBL-STATUS NOT = "00"
           DISPLAY "EMPHST01: EXCEPTION - EMPTBL-FILE open failed,"
                   " status " WS-EMPTBL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9000-CLOSE-AUDIT-FILES
           CLOSE EMPHIST-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT HSTRPT-FILE.
       IF WS-HSTRPT-STATUS NOT = "00"
           DISPLAY "EMPHST01: EXCEPTION - HSTRPT-FILE open failed,"
                   " status " WS-HSTRPT-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9000-CLOSE-AUDIT-FILES
           CLOSE EMPHIST-FILE
           CLOSE EMPTBL-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT HSTXTR-FILE.
       IF WS-HSTXTR-STATUS NOT = "00"
           DISPLAY "EMPHST01: EXCEPTION - HSTXTR-FILE open failed,"
                   " status " WS-HSTXTR-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9000-CLOSE-AUDIT-FILES
           CLOSE EMPHIST-FILE
           CLOSE EMPTBL-FILE
           CLOSE HSTRPT-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       PERFORM 2000-LOAD-EMPAUD.
       IF NOT JOB-ABORTED AND COMAUD-PRESENT
           PERFORM 3000-LOAD-COMAUD
       END-IF
       IF NOT JOB-ABORTED AND COMRAUD-PRESENT
           PERFORM 4000-LOAD-COMRAUD
       END-IF
       IF NOT JOB-ABORTED
           PERFORM 5000-LOAD-EMPHIST
       END-IF

       IF NOT JOB-ABORTED
           PERFORM 6000-WRITE-TIMELINE
       END-IF
       IF NOT JOB-ABORTED
           PERFORM 8000-WRITE-TOTALS
       END-IF

       PERFORM 9000-CLOSE-AUDIT-FILES.
       CLOSE EMPHIST-FILE.
       CLOSE EMPTBL-FILE.
       CLOSE HSTRPT-FILE.
       CLOSE HSTXTR-FILE.

       DISPLAY "EMPHST01: " WS-EVT-COUNT " history line(s) for "
               WS-EMPLOYEE-COUNT " employee(s), " WS-MISSING-COUNT
               " requested employee(s) with no history".

       IF JOB-ABORTED
           MOVE 16 TO RETURN-CODE
       ELSE
           IF WS-MISSING-COUNT NOT = ZERO AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       1000-LOAD-REQUEST-CARDS.
           OPEN INPUT HSTRQ-FILE
           IF WS-HSTRQ-STATUS NOT = "00"
               DISPLAY "EMPHST01: EXCEPTION - HSTRQ-FILE open"
                       " failed, status " WS-HSTRQ-STATUS
               SET JOB-ABORTED TO TRUE
           ELSE
               PERFORM UNTIL HSTRQ-EOF OR JOB-ABORTED
                   READ HSTRQ-FILE
                       AT END
                           SET HSTRQ-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-COUNT
                           PERFORM 1100-APPLY-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE HSTRQ-FILE
           END-IF
           IF NOT JOB-ABORTED AND WS-RQ-COUNT = ZERO
                   AND NOT RANGE-USED
               DISPLAY "EMPHST01: no ENO and no date range on"
                       " HSTRQ-FILE - nothing to look for"
               SET JOB-ABORTED TO TRUE
           END-IF
           IF NOT JOB-ABORTED AND WS-FROM-DATE > WS-TO-DATE
               DISPLAY "EMPHST01: FROM " WS-FROM-DATE
                       " is after TO " WS-TO-DATE " - run stopped"
               SET JOB-ABORTED TO TRUE
           END-IF.

       1100-APPLY-ONE-CARD.
           EVALUATE TRUE
               WHEN HRQ-ENO
                   IF HRQ-VALUE(1:6) = SPACES
                       DISPLAY "EMPHST01: ENO card with no ENO -"
                               " run stopped"
                       SET JOB-ABORTED TO TRUE
                   ELSE
                       IF WS-RQ-COUNT NOT < WS-RQ-MAX
                           DISPLAY "EMPHST01: more than " WS-RQ-MAX
                                   " ENO cards - run stopped"
                           SET JOB-ABORTED TO TRUE
                       ELSE
                           ADD 1 TO WS-RQ-COUNT
                           MOVE HRQ-VALUE(1:6)
                             TO WS-RQ-ENO (WS-RQ-COUNT)
                           MOVE "N" TO WS-RQ-FOUND-SW (WS-RQ-COUNT)
                       END-IF
                   END-IF
               WHEN HRQ-FROM
                   IF HRQ-VALUE NOT NUMERIC
                       DISPLAY "EMPHST01: FROM date '" HRQ-VALUE
                               "' is not YYYYMMDD - run stopped"
                       SET JOB-ABORTED TO TRUE
                   ELSE
                       SET RANGE-USED TO TRUE
                       MOVE HRQ-VALUE TO WS-FROM-DATE
                   END-IF
               WHEN HRQ-TO
                   IF HRQ-VALUE NOT NUMERIC
                       DISPLAY "EMPHST01: TO date '" HRQ-VALUE
                               "' is not YYYYMMDD - run stopped"
                       SET JOB-ABORTED TO TRUE
                   ELSE
                       SET RANGE-USED TO TRUE
                       MOVE HRQ-VALUE TO WS-TO-DATE
                   END-IF
               WHEN OTHER
                   DISPLAY "EMPHST01: request field '" HRQ-FIELD
                           "' is not recognized - run stopped"
                   SET JOB-ABORTED TO TRUE
           END-EVALUATE.

       2000-LOAD-EMPAUD.
           MOVE "N" TO WS-AUDIT-EOF-SW
           PERFORM UNTIL AUDIT-EOF OR JOB-ABORTED
               READ EMPAUD-FILE
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-TAKE-EMPAUD-ROW
               END-READ
               IF WS-EMPAUD-STATUS NOT = "00"
                       AND WS-EMPAUD-STATUS NOT = "10"
                       AND NOT JOB-ABORTED
                   DISPLAY "EMPHST01: EXCEPTION - EMPAUD-FILE read"
                           " failed, status " WS-EMPAUD-STATUS
                   SET JOB-ABORTED TO TRUE
               END-IF
           END-PERFORM.

      * One line per field the row changed. Adds compare against a
      * blank before-image and purges against a blank after-image,
      * so both list every field the row carried.
       2100-TAKE-EMPAUD-ROW.
           MOVE SPACES TO WS-CUR-EVENT
           MOVE EAU-ENO       TO WS-CUR-ENO
           MOVE EAU-TIMESTAMP TO WS-CUR-TIMESTAMP
           PERFORM 2900-SELECT-EVENT
           IF EVENT-SELECTED
               MOVE "EMPAUD"   TO WS-CUR-SOURCE
               MOVE EAU-ACTION TO WS-CUR-ACTION
               EVALUATE TRUE
                   WHEN EAU-FORWARD
                       MOVE "F" TO WS-CUR-DIRECTION
                   WHEN EAU-BACKOUT
                       MOVE "B" TO WS-CUR-DIRECTION
                   WHEN OTHER
                       MOVE SPACE TO WS-CUR-DIRECTION
               END-EVALUATE
               MOVE "LNAME"        TO WS-CUR-FIELD
               MOVE EAU-OLD-LNAME  TO WS-OLD-TEXT
               MOVE EAU-NEW-LNAME  TO WS-NEW-TEXT
               PERFORM 2200-ADD-IF-CHANGED
               MOVE "FNAME"        TO WS-CUR-FIELD
               MOVE EAU-OLD-FNAME  TO WS-OLD-TEXT
               MOVE EAU-NEW-FNAME  TO WS-NEW-TEXT
               PERFORM 2200-ADD-IF-CHANGED
               MOVE "STREET"       TO WS-CUR-FIELD
               MOVE EAU-OLD-STREET TO WS-OLD-TEXT
               MOVE EAU-NEW-STREET TO WS-NEW-TEXT
               PERFORM 2200-ADD-IF-CHANGED
               MOVE "CITY"         TO WS-CUR-FIELD
               MOVE EAU-OLD-CITY   TO WS-OLD-TEXT
               MOVE EAU-NEW-CITY   TO WS-NEW-TEXT
               PERFORM 2200-ADD-IF-CHANGED
               MOVE "ST"           TO WS-CUR-FIELD
               MOVE EAU-OLD-ST     TO WS-OLD-TEXT
               MOVE EAU-NEW-ST     TO WS-NEW-TEXT
               PERFORM 2200-ADD-IF-CHANGED
               MOVE "ZIP"          TO WS-CUR-FIELD
               MOVE EAU-OLD-ZIP    TO WS-OLD-TEXT
               MOVE EAU-NEW-ZIP    TO WS-NEW-TEXT
               PERFORM 2200-ADD-IF-CHANGED
               MOVE "DEPT"         TO WS-CUR-FIELD
               MOVE EAU-OLD-DEPT   TO WS-OLD-TEXT
               MOVE EAU-NEW-DEPT   TO WS-NEW-TEXT
               PERFORM 2200-ADD-IF-CHANGED
               MOVE "PAYRATE"      TO WS-CUR-FIELD
               MOVE EAU-OLD-PAYRATE TO WS-AMOUNT-X
               PERFORM 2800-EDIT-AUDIT-AMOUNT
               MOVE WS-AMOUNT-TEXT TO WS-OLD-TEXT
               MOVE EAU-NEW-PAYRATE TO WS-AMOUNT-X
               PERFORM 2800-EDIT-AUDIT-AMOUNT
               MOVE WS-AMOUNT-TEXT TO WS-NEW-TEXT
               PERFORM 2200-ADD-IF-CHANGED
               MOVE "COM"          TO WS-CUR-FIELD
               IF EAU-OLD-COM-NULL = "Y"
                   MOVE "NULL" TO WS-OLD-TEXT
               ELSE
                   MOVE EAU-OLD-COM TO WS-AMOUNT-X
                   PERFORM 2800-EDIT-AUDIT-AMOUNT
                   MOVE WS-AMOUNT-TEXT TO WS-OLD-TEXT
               END-IF
               IF EAU-NEW-COM-NULL = "Y"
                   MOVE "NULL" TO WS-NEW-TEXT
               ELSE
                   MOVE EAU-NEW-COM TO WS-AMOUNT-X
                   PERFORM 2800-EDIT-AUDIT-AMOUNT
                   MOVE WS-AMOUNT-TEXT TO WS-NEW-TEXT
               END-IF
               PERFORM 2200-ADD-IF-CHANGED
               MOVE "STATUS"       TO WS-CUR-FIELD
               MOVE SPACES TO WS-OLD-TEXT
               MOVE SPACES TO WS-NEW-TEXT
               IF EAU-STATUS-BEFORE NOT = SPACES
                   STRING EAU-OLD-EMP-STATUS " " EAU-OLD-STATUS-DATE
                          DELIMITED BY SIZE INTO WS-OLD-TEXT
               END-IF
               IF EAU-STATUS-AFTER NOT = SPACES
                   STRING EAU-NEW-EMP-STATUS " " EAU-NEW-STATUS-DATE
                          DELIMITED BY SIZE INTO WS-NEW-TEXT
               END-IF
               PERFORM 2200-ADD-IF-CHANGED
           END-IF.

       2200-ADD-IF-CHANGED.
           IF WS-OLD-TEXT NOT = WS-NEW-TEXT
               MOVE WS-OLD-TEXT TO WS-CUR-OLD-VALUE
               MOVE WS-NEW-TEXT TO WS-CUR-NEW-VALUE
               PERFORM 2950-INSERT-EVENT
           END-IF.

      * Audit amounts travel as nine display digits with two implied
      * decimals; blank stays blank and anything unreadable is shown
      * as it stands rather than dropped.
       2800-EDIT-AUDIT-AMOUNT.
           EVALUATE TRUE
               WHEN WS-AMOUNT-X = SPACES
                   MOVE SPACES TO WS-AMOUNT-TEXT
               WHEN WS-AMOUNT-X NUMERIC
                   MOVE WS-AMOUNT-9 TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
               WHEN OTHER
                   MOVE WS-AMOUNT-X TO WS-AMOUNT-TEXT
           END-EVALUATE.

      * A row is wanted when its ENO is one asked for (or none were)
      * and its date falls inside the range (or none was given).
       2900-SELECT-EVENT.
           MOVE "N" TO WS-SELECTED-SW
           IF WS-CUR-TIMESTAMP(1:8) NOT < WS-FROM-DATE
                   AND WS-CUR-TIMESTAMP(1:8) NOT > WS-TO-DATE
               IF WS-RQ-COUNT = ZERO
                   SET EVENT-SELECTED TO TRUE
               ELSE
                   PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                           UNTIL WS-RQ-IDX > WS-RQ-COUNT
                              OR EVENT-SELECTED
                       IF WS-RQ-ENO (WS-RQ-IDX) = WS-CUR-ENO
                           SET EVENT-SELECTED TO TRUE
                           MOVE "Y" TO WS-RQ-FOUND-SW (WS-RQ-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * Insertion into the timeline: lines above the new key move up
      * one, an equal key stays below.
       2950-INSERT-EVENT.
           IF WS-EVT-COUNT NOT < WS-EVT-MAX
               DISPLAY "EMPHST01: EXCEPTION - more than " WS-EVT-MAX
                       " history lines selected - narrow the request"
               SET JOB-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-EVT-COUNT
               MOVE WS-EVT-COUNT TO WS-EVT-SLOT
               MOVE "N" TO WS-SLOT-FOUND-SW
               PERFORM UNTIL SLOT-FOUND
                   IF WS-EVT-SLOT = 1
                       SET SLOT-FOUND TO TRUE
                   ELSE
                       COMPUTE WS-EVT-PREV = WS-EVT-SLOT - 1
                       IF WS-EVT-KEY (WS-EVT-PREV) > WS-CUR-KEY
                           MOVE WS-EVT-ENTRY (WS-EVT-PREV)
                             TO WS-EVT-ENTRY (WS-EVT-SLOT)
                           MOVE WS-EVT-PREV TO WS-EVT-SLOT
                       ELSE
                           SET SLOT-FOUND TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-CUR-EVENT TO WS-EVT-ENTRY (WS-EVT-SLOT)
           END-IF.

       3000-LOAD-COMAUD.
           MOVE "N" TO WS-AUDIT-EOF-SW
           PERFORM UNTIL AUDIT-EOF OR JOB-ABORTED
               READ COMAUD-FILE
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM 3100-TAKE-COMAUD-ROW
               END-READ
               IF WS-COMAUD-STATUS NOT = "00"
                       AND WS-COMAUD-STATUS NOT = "10"
                       AND NOT JOB-ABORTED
                   DISPLAY "EMPHST01: EXCEPTION - COMAUD-FILE read"
                           " failed, status " WS-COMAUD-STATUS
                   SET JOB-ABORTED TO TRUE
               END-IF
           END-PERFORM.

       3100-TAKE-COMAUD-ROW.
           MOVE SPACES TO WS-CUR-EVENT
           MOVE CAU-ENO       TO WS-CUR-ENO
           MOVE CAU-TIMESTAMP TO WS-CUR-TIMESTAMP
           PERFORM 2900-SELECT-EVENT
           IF EVENT-SELECTED
               MOVE "COMAUD" TO WS-CUR-SOURCE
               MOVE "F"      TO WS-CUR-DIRECTION
               MOVE "COM"    TO WS-CUR-FIELD
               MOVE "NULL"   TO WS-CUR-OLD-VALUE
               MOVE CAU-NEW-COM TO WS-AMOUNT-X
               PERFORM 2800-EDIT-AUDIT-AMOUNT
               MOVE WS-AMOUNT-TEXT TO WS-CUR-NEW-VALUE
               PERFORM 2950-INSERT-EVENT
           END-IF.

       4000-LOAD-COMRAUD.
           MOVE "N" TO WS-AUDIT-EOF-SW
           PERFORM UNTIL AUDIT-EOF OR JOB-ABORTED
               READ COMRAUD-FILE
                   AT END
                       SET AUDIT-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-TAKE-COMRAUD-ROW
               END-READ
               IF WS-COMRAUD-STATUS NOT = "00"
                       AND WS-COMRAUD-STATUS NOT = "10"
                       AND NOT JOB-ABORTED
                   DISPLAY "EMPHST01: EXCEPTION - COMRAUD-FILE read"
                           " failed, status " WS-COMRAUD-STATUS
                   SET JOB-ABORTED TO TRUE
               END-IF
           END-PERFORM.

       4100-TAKE-COMRAUD-ROW.
           MOVE SPACES TO WS-CUR-EVENT
           MOVE CRA-ENO       TO WS-CUR-ENO
           MOVE CRA-TIMESTAMP TO WS-CUR-TIMESTAMP
           PERFORM 2900-SELECT-EVENT
           IF EVENT-SELECTED
               MOVE "COMRAUD" TO WS-CUR-SOURCE
               MOVE "F"       TO WS-CUR-DIRECTION
               MOVE "COM"     TO WS-CUR-FIELD
               MOVE CRA-OLD-COM TO WS-AMOUNT-X
               PERFORM 2800-EDIT-AUDIT-AMOUNT
               MOVE WS-AMOUNT-TEXT TO WS-CUR-OLD-VALUE
               MOVE CRA-NEW-COM TO WS-AMOUNT-X
               PERFORM 2800-EDIT-AUDIT-AMOUNT
               MOVE WS-AMOUNT-TEXT TO WS-CUR-NEW-VALUE
               PERFORM 2950-INSERT-EVENT
           END-IF.

      * With employees named, each one's periods are read from the
      * start of its key; a range alone has to pass the whole file.
       5000-LOAD-EMPHIST.
           IF WS-RQ-COUNT = ZERO
               MOVE "N" TO WS-HIST-EOF-SW
               PERFORM 5100-READ-EMPHIST-ROWS
           ELSE
               PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                       UNTIL WS-RQ-IDX > WS-RQ-COUNT OR JOB-ABORTED
                   MOVE "N" TO WS-HIST-EOF-SW
                   MOVE WS-RQ-ENO (WS-RQ-IDX) TO EH-ENO
                   MOVE LOW-VALUES TO EH-PERIOD
                   START EMPHIST-FILE KEY IS NOT LESS THAN EH-KEY
                       INVALID KEY
                           SET EMPHIST-EOF TO TRUE
                   END-START
                   PERFORM 5100-READ-EMPHIST-ROWS
               END-PERFORM
           END-IF.

       5100-READ-EMPHIST-ROWS.
           PERFORM UNTIL EMPHIST-EOF OR JOB-ABORTED
               READ EMPHIST-FILE NEXT RECORD
                   AT END
                       SET EMPHIST-EOF TO TRUE
                   NOT AT END
                       IF WS-RQ-COUNT NOT = ZERO
                               AND EH-ENO NOT = WS-RQ-ENO (WS-RQ-IDX)
                           SET EMPHIST-EOF TO TRUE
                       ELSE
                           PERFORM 5200-TAKE-EMPHIST-ROW
                       END-IF
               END-READ
               IF WS-EMPHIST-STATUS NOT = "00"
                       AND WS-EMPHIST-STATUS NOT = "02"
                       AND WS-EMPHIST-STATUS NOT = "10"
                       AND NOT JOB-ABORTED
                   DISPLAY "EMPHST01: EXCEPTION - EMPHIST-FILE read"
                           " failed, status " WS-EMPHIST-STATUS
                   SET JOB-ABORTED TO TRUE
               END-IF
           END-PERFORM.

      * 2900 is not used here when employees are named - the key
      * walk has already picked the employee, and the walk's own
      * subscript must not be disturbed - so the range is tested
      * and the employee marked found directly.
       5200-TAKE-EMPHIST-ROW.
           MOVE SPACES TO WS-CUR-EVENT
           MOVE EH-ENO       TO WS-CUR-ENO
           MOVE EH-TIMESTAMP TO WS-CUR-TIMESTAMP
           IF WS-CUR-TIMESTAMP(1:8) NOT < WS-FROM-DATE
                   AND WS-CUR-TIMESTAMP(1:8) NOT > WS-TO-DATE
               IF WS-RQ-COUNT NOT = ZERO
                   MOVE "Y" TO WS-RQ-FOUND-SW (WS-RQ-IDX)
               END-IF
               MOVE EH-PERIOD TO WS-CUR-PERIOD
               MOVE "EMPHIST" TO WS-CUR-SOURCE
               MOVE "F"       TO WS-CUR-DIRECTION
               MOVE "GROSS"   TO WS-CUR-FIELD
               MOVE EH-GROSS  TO WS-HIST-EDIT
               MOVE WS-HIST-EDIT TO WS-CUR-NEW-VALUE
               PERFORM 2950-INSERT-EVENT
               MOVE "NET"     TO WS-CUR-FIELD
               MOVE EH-NET    TO WS-HIST-EDIT
               MOVE WS-HIST-EDIT TO WS-CUR-NEW-VALUE
               PERFORM 2950-INSERT-EVENT
           END-IF.

       6000-WRITE-TIMELINE.
           MOVE SPACES TO RPT-LINE
           IF RANGE-USED
               STRING "EMPLOYEE CHANGE HISTORY  FROM " WS-FROM-DATE
                      " TO " WS-TO-DATE
                      DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               MOVE "EMPLOYEE CHANGE HISTORY  ALL DATES" TO RPT-LINE
           END-IF
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT OR JOB-ABORTED
               IF WS-EVT-ENO (WS-EVT-IDX) NOT = WS-PRINT-ENO
                   PERFORM 6100-WRITE-EMPLOYEE-HEADING
               END-IF
               PERFORM 6200-WRITE-EVENT-LINE
           END-PERFORM.

       6100-WRITE-EMPLOYEE-HEADING.
           MOVE WS-EVT-ENO (WS-EVT-IDX) TO WS-PRINT-ENO
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE SPACES TO RPT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-PRINT-ENO TO IX-ENO
           READ EMPTBL-FILE
               INVALID KEY
                   MOVE SPACES TO RPT-LINE
                   STRING "EMPLOYEE " WS-PRINT-ENO
                          "  (NO LONGER ON EMPTBL)"
                          DELIMITED BY SIZE INTO RPT-LINE
               NOT INVALID KEY
                   MOVE SPACES TO RPT-LINE
                   STRING "EMPLOYEE " WS-PRINT-ENO "  "
                          IX-LNAME " " IX-FNAME " DEPT " IX-DEPT
                          DELIMITED BY SIZE INTO RPT-LINE
           END-READ
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "WHEN                SOURCE  A DIRECTN FIELD    "
                  "OLD VALUE            NEW VALUE"
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       6200-WRITE-EVENT-LINE.
           IF WS-EVT-PERIOD (WS-EVT-IDX) NOT = SPACES
               MOVE SPACES TO WS-WHEN-TEXT
               STRING "PERIOD " WS-EVT-PERIOD (WS-EVT-IDX)
                      DELIMITED BY SIZE INTO WS-WHEN-TEXT
           ELSE
               STRING WS-EVT-TIMESTAMP (WS-EVT-IDX)(1:4) "-"
                      WS-EVT-TIMESTAMP (WS-EVT-IDX)(5:2) "-"
                      WS-EVT-TIMESTAMP (WS-EVT-IDX)(7:2) " "
                      WS-EVT-TIMESTAMP (WS-EVT-IDX)(9:2) ":"
                      WS-EVT-TIMESTAMP (WS-EVT-IDX)(11:2) ":"
                      WS-EVT-TIMESTAMP (WS-EVT-IDX)(13:2)
                      DELIMITED BY SIZE INTO WS-WHEN-TEXT
           END-IF
           EVALUATE WS-EVT-DIRECTION (WS-EVT-IDX)
               WHEN "F"
                   MOVE "FORWARD"  TO WS-DIRECTION-TEXT
               WHEN "B"
                   MOVE "BACKOUT"  TO WS-DIRECTION-TEXT
               WHEN OTHER
                   MOVE "UNMARKED" TO WS-DIRECTION-TEXT
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           STRING WS-WHEN-TEXT " "
                  WS-EVT-SOURCE (WS-EVT-IDX) " "
                  WS-EVT-ACTION (WS-EVT-IDX) " "
                  WS-DIRECTION-TEXT " "
                  WS-EVT-FIELD (WS-EVT-IDX) " "
                  WS-EVT-OLD-VALUE (WS-EVT-IDX) " "
                  WS-EVT-NEW-VALUE (WS-EVT-IDX)
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-EVT-ENO       (WS-EVT-IDX) TO HXT-ENO
           MOVE WS-EVT-TIMESTAMP (WS-EVT-IDX) TO HXT-TIMESTAMP
           MOVE WS-EVT-PERIOD    (WS-EVT-IDX) TO HXT-PERIOD
           MOVE WS-EVT-SOURCE    (WS-EVT-IDX) TO HXT-SOURCE
           MOVE WS-EVT-ACTION    (WS-EVT-IDX) TO HXT-ACTION
           MOVE WS-EVT-FIELD     (WS-EVT-IDX) TO HXT-FIELD
           MOVE WS-EVT-OLD-VALUE (WS-EVT-IDX) TO HXT-OLD-VALUE
           MOVE WS-EVT-NEW-VALUE (WS-EVT-IDX) TO HXT-NEW-VALUE
           MOVE WS-EVT-DIRECTION (WS-EVT-IDX) TO HXT-DIRECTION
           WRITE HSTXTR-RECORD
           IF WS-HSTXTR-STATUS NOT = "00"
               DISPLAY "EMPHST01: EXCEPTION - HSTXTR-FILE write"
                       " failed, status " WS-HSTXTR-STATUS
               SET JOB-ABORTED TO TRUE
           END-IF.

       8000-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF NOT WS-RQ-FOUND (WS-RQ-IDX)
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING "EMPLOYEE " WS-RQ-ENO (WS-RQ-IDX)
                          "  NO HISTORY FOUND IN ANY TRAIL"
                          DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 9100-WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           IF NOT COMAUD-PRESENT
               MOVE "COMAUD NOT ON FILE - NO COMMISSION FILLS READ"
                 TO RPT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           IF NOT COMRAUD-PRESENT
               MOVE "COMRAUD NOT ON FILE - NO RECALCULATIONS READ"
                 TO RPT-LINE
               PERFORM 9100-WRITE-REPORT-LINE
           END-IF
           MOVE WS-EMPLOYEE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "EMPLOYEES WITH HISTORY " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9100-WRITE-REPORT-LINE
           MOVE WS-EVT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "HISTORY LINES          " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9100-WRITE-REPORT-LINE.

       9000-CLOSE-AUDIT-FILES.
           CLOSE EMPAUD-FILE
           IF COMAUD-PRESENT
               CLOSE COMAUD-FILE
           END-IF
           IF COMRAUD-PRESENT
               CLOSE COMRAUD-FILE
           END-IF.

       9100-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF WS-HSTRPT-STATUS NOT = "00"
               DISPLAY "EMPHST01: EXCEPTION - HSTRPT-FILE write"
                       " failed, status " WS-HSTRPT-STATUS
               SET JOB-ABORTED TO TRUE
           END-IF.

      * Start and end rows for the RUNHIST trail, RETURN-CODE held
      * and restored around the CALL - the same guard the OPSLOG01
      * call sites use.
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

       END PROGRAM EMPHST01.
