       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPRG01.

      *================================================================
      * Retention purge for the indexed EMPTBL file. EMPMNT01 no
      * longer deletes anyone - a termination only sets the status
      * and term date, so inquiry can still answer for an employee
      * who left last week. This job is the one place a row is
      * physically removed: it walks EMPTBL front to back and deletes
      * every TERMINATED employee whose term date is older than the
      * retention period on the EMPPRGP card (days, blank meaning the
      * seven-year default, never less than a year). Active and
      * on-leave employees are never touched, whatever their dates.
      *
      * Every purged row writes an EMPAUD row with action "P", the
      * full before-image and a blank after-image, marked forward
      * like any EMPMNT01 change - so EMPBKO01 can put a purged
      * employee back the same way it reverses a delete. The audit
      * row is only written once the DELETE came back clean, and a
      * failed audit write stops the job. PRGRPT lists each purged
      * employee and closes with read / purged / retained counts.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPPRGP-FILE ASSIGN TO "EMPPRGP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPPRGP-STATUS.

           SELECT EMPTBL-FILE ASSIGN TO "EMPTBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-ENO
               ALTERNATE RECORD KEY IS IX-LNAME WITH DUPLICATES
               FILE STATUS IS WS-EMPTBL-STATUS.

           SELECT EMPAUD-FILE ASSIGN TO "EMPAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPAUD-STATUS.

           SELECT PRGRPT-FILE ASSIGN TO "PRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRGRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPPRGP-FILE.
           COPY EMPPRGP.

       FD  EMPTBL-FILE.
           COPY EMPIDX.

       FD  EMPAUD-FILE.
           COPY EMPAUD.

       FD  PRGRPT-FILE.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EMPPRGP-STATUS        PIC X(02).
       01  WS-EMPTBL-STATUS         PIC X(02).
       01  WS-EMPAUD-STATUS         PIC X(02).
       01  WS-PRGRPT-STATUS         PIC X(02).
       01  WS-TIMESTAMP             PIC X(21).

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  END-OF-EMPTBL        VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".

      * Retention arithmetic: the cutoff is today less the retention
      * days, worked through day serials so month and year ends need
      * no special handling.
       01  WS-RETENTION-DAYS        PIC 9(05) VALUE 2555.
       01  WS-MIN-RETENTION-DAYS    PIC 9(05) VALUE 365.
       01  WS-TODAY-9               PIC 9(08).
       01  WS-DAY-SERIAL            PIC 9(07).
       01  WS-CUTOFF-9              PIC 9(08).
       01  WS-CUTOFF-DATE           PIC X(08).

       01  WS-AMOUNT-X              PIC X(09).
       01  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                    PIC 9(7)V99.

       01  WS-READ-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-PURGED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-RETAINED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-COUNT-DISPLAY         PIC Z(06)9.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "EMPPRG01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

       PERFORM 1000-READ-RETENTION-CARD.
       IF JOB-ABORTED
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN I-O EMPTBL-FILE.
       IF WS-EMPTBL-STATUS NOT = "00"
           DISPLAY "EMPPRG01: EXCEPTION - EMPTBL-FILE open failed,"
                   " status " WS-EMPTBL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN EXTEND EMPAUD-FILE.
       IF WS-EMPAUD-STATUS NOT = "00" AND WS-EMPAUD-STATUS NOT = "05"
           DISPLAY "EMPPRG01: EXCEPTION - EMPAUD-FILE open failed,"
                   " status " WS-EMPAUD-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE EMPTBL-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT PRGRPT-FILE.
       IF WS-PRGRPT-STATUS NOT = "00"
           DISPLAY "EMPPRG01: EXCEPTION - PRGRPT-FILE open failed,"
                   " status " WS-PRGRPT-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE EMPTBL-FILE
           CLOSE EMPAUD-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       MOVE "EMPPRG01 TERMINATED EMPLOYEE RETENTION PURGE" TO RPT-LINE
       WRITE RPT-LINE
       MOVE SPACES TO RPT-LINE
       STRING "TERMINATED BEFORE " WS-CUTOFF-DATE " ARE PURGED"
              DELIMITED BY SIZE INTO RPT-LINE
       WRITE RPT-LINE

       PERFORM UNTIL END-OF-EMPTBL OR JOB-ABORTED
           READ EMPTBL-FILE NEXT RECORD
               AT END
                   SET END-OF-EMPTBL TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2000-JUDGE-ONE-EMPLOYEE
           END-READ
       END-PERFORM.

       PERFORM 8000-WRITE-TOTALS.

       CLOSE EMPTBL-FILE.
       CLOSE EMPAUD-FILE.
       CLOSE PRGRPT-FILE.

       IF JOB-ABORTED
           DISPLAY "EMPPRG01: job stopped - remaining employees"
                   " not judged"
           MOVE 16 TO RETURN-CODE
       END-IF.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

      * An absent or blank card takes the default; a card that is not
      * a number, or asks for less than the floor, stops the run.
       1000-READ-RETENTION-CARD.
           OPEN INPUT EMPPRGP-FILE
           IF WS-EMPPRGP-STATUS = "00"
               READ EMPPRGP-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRG-RETENTION-DAYS NOT = SPACES
                           IF PRG-RETENTION-DAYS NOT NUMERIC
                               DISPLAY "EMPPRG01: retention days '"
                                       PRG-RETENTION-DAYS
                                       "' is not numeric - rejected"
                               MOVE 16 TO RETURN-CODE
                               SET JOB-ABORTED TO TRUE
                           ELSE
                               MOVE PRG-RETENTION-DAYS
                                   TO WS-RETENTION-DAYS
                           END-IF
                       END-IF
               END-READ
               CLOSE EMPPRGP-FILE
           END-IF
           IF NOT JOB-ABORTED
                   AND WS-RETENTION-DAYS < WS-MIN-RETENTION-DAYS
               DISPLAY "EMPPRG01: retention of " WS-RETENTION-DAYS
                       " days is under the " WS-MIN-RETENTION-DAYS
                       " day floor - rejected"
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF
           IF NOT JOB-ABORTED
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP(1:8) TO WS-TODAY-9
               COMPUTE WS-DAY-SERIAL =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-9)
                       - WS-RETENTION-DAYS
               COMPUTE WS-CUTOFF-9 =
                       FUNCTION DATE-OF-INTEGER(WS-DAY-SERIAL)
               MOVE WS-CUTOFF-9 TO WS-CUTOFF-DATE
           END-IF.

      * Only a terminated row with a real term date before the cutoff
      * goes; a terminated row with no date is kept and reported -
      * nobody can say when its retention ran out.
       2000-JUDGE-ONE-EMPLOYEE.
           EVALUATE TRUE
               WHEN NOT IX-TERMINATED
                   ADD 1 TO WS-RETAINED-COUNT
               WHEN IX-TERM-DATE NOT NUMERIC
                   ADD 1 TO WS-RETAINED-COUNT
                   MOVE SPACES TO RPT-LINE
                   STRING IX-ENO " TERMINATED WITH NO TERM DATE -"
                          " KEPT"
                          DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
               WHEN IX-TERM-DATE NOT < WS-CUTOFF-DATE
                   ADD 1 TO WS-RETAINED-COUNT
               WHEN OTHER
                   PERFORM 3000-PURGE-EMPLOYEE
           END-EVALUATE.

       3000-PURGE-EMPLOYEE.
           PERFORM 7000-FILL-BEFORE-FROM-MASTER
           DELETE EMPTBL-FILE
               INVALID KEY
                   DISPLAY "EMPPRG01: EXCEPTION - delete failed for"
                           " employee " IX-ENO
                   MOVE 16 TO RETURN-CODE
                   ADD 1 TO WS-RETAINED-COUNT
               NOT INVALID KEY
                   PERFORM 4000-WRITE-AUDIT-RECORD
                   IF NOT JOB-ABORTED
                       ADD 1 TO WS-PURGED-COUNT
                       MOVE SPACES TO RPT-LINE
                       STRING IX-ENO " " IX-LNAME " " IX-FNAME
                              " TERMINATED " IX-TERM-DATE " PURGED"
                              DELIMITED BY SIZE INTO RPT-LINE
                       PERFORM 9000-WRITE-REPORT-LINE
                   END-IF
           END-DELETE.

       4000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP TO EAU-TIMESTAMP
           MOVE "P"          TO EAU-ACTION
           MOVE IX-ENO       TO EAU-ENO
           MOVE SPACES       TO EAU-AFTER-IMAGE
           MOVE SPACES       TO EAU-STATUS-AFTER
           SET EAU-FORWARD   TO TRUE
           WRITE EMPTBL-AUDIT-RECORD
           IF WS-EMPAUD-STATUS NOT = "00"
               DISPLAY "EMPPRG01: EXCEPTION - EMPAUD-FILE write"
                       " failed, status " WS-EMPAUD-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

      * The master row as it stands, display form - the same
      * conversion EMPMNT01's before-image uses.
       7000-FILL-BEFORE-FROM-MASTER.
           MOVE IX-LNAME   TO EAU-OLD-LNAME
           MOVE IX-FNAME   TO EAU-OLD-FNAME
           MOVE IX-STREET  TO EAU-OLD-STREET
           MOVE IX-CITY    TO EAU-OLD-CITY
           MOVE IX-ST      TO EAU-OLD-ST
           MOVE IX-ZIP     TO EAU-OLD-ZIP
           MOVE IX-DEPT    TO EAU-OLD-DEPT
           MOVE IX-PAYRATE TO WS-AMOUNT-9
           MOVE WS-AMOUNT-X TO EAU-OLD-PAYRATE
           IF IX-COM-NULL-IND < 0
               MOVE SPACES TO EAU-OLD-COM
               MOVE "Y"    TO EAU-OLD-COM-NULL
           ELSE
               MOVE IX-COM TO WS-AMOUNT-9
               MOVE WS-AMOUNT-X TO EAU-OLD-COM
               MOVE "N"         TO EAU-OLD-COM-NULL
           END-IF
           MOVE IX-EMP-STATUS  TO EAU-OLD-EMP-STATUS
           MOVE IX-STATUS-DATE TO EAU-OLD-STATUS-DATE
           MOVE IX-TERM-DATE   TO EAU-OLD-TERM-DATE.

       8000-WRITE-TOTALS.
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "EMPLOYEES READ     " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-PURGED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "EMPLOYEES PURGED   " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-RETAINED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "EMPLOYEES RETAINED " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF WS-PRGRPT-STATUS NOT = "00"
               DISPLAY "EMPPRG01: EXCEPTION - PRGRPT-FILE write"
                       " failed, status " WS-PRGRPT-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

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

       END PROGRAM EMPPRG01.
