       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNSMNT01.

      *================================================================
      * Transaction-driven maintenance for the indexed UNSREG
      * UNSAFE MOVE call-site registry, in the style DPLMNT01
      * maintains DEPTPLN: reads UNSTRN-FILE, one add / change /
      * delete per record, fully edits every field before anything
      * touches the registry, applies the survivors, and writes a
      * before/after UNSRGAUD row for every applied change. Rejects
      * go to the UNSEDT edit report with a reason per line and are
      * never applied; the job ends with a nonzero return code when
      * any transaction failed. Until now the conversion team kept
      * its assignments on a list of its own that nothing in the
      * suite could read; UNSTRK01 reports UNSAFLOG against this.
      *
      * Edits: action code valid, program and source tag present,
      * the owner present, the status assigned (A), converted (C) or
      * waived (W). An assigned site must carry a target date; any
      * target date given must be a valid YYYYMMDD. A converted site
      * must carry the date it was converted - it is the date
      * UNSTRK01 judges regressions from - and a waived site its
      * reason. A change replaces the whole row, so adds and changes
      * carry the same edits; the converted date is kept only on a
      * converted site and the reason only on a waived one, so a
      * site reopened to assigned is judged as open again.
      *
      * UNSREG is created on the first run (status 35), the same way
      * DPLMNT01 creates DEPTPLN.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNSTRN-FILE ASSIGN TO "UNSTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNSTRN-STATUS.

           SELECT UNSREG-FILE ASSIGN TO "UNSREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS URG-KEY
               FILE STATUS IS WS-UNSREG-STATUS.

           SELECT UNSRGAUD-FILE ASSIGN TO "UNSRGAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNSRGAUD-STATUS.

           SELECT UNSEDT-FILE ASSIGN TO "UNSEDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNSEDT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNSTRN-FILE.
           COPY UNSTRN.

       FD  UNSREG-FILE.
           COPY UNSREG.

       FD  UNSRGAUD-FILE.
           COPY UNSRGAUD.

       FD  UNSEDT-FILE.
       01  RPT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-UNSTRN-STATUS         PIC X(02).
       01  WS-UNSREG-STATUS         PIC X(02).
       01  WS-UNSRGAUD-STATUS       PIC X(02).
       01  WS-UNSEDT-STATUS         PIC X(02).
       01  WS-TIMESTAMP             PIC X(21).

       01  WS-EOF-SW                PIC X(01) VALUE "N".
           88  UNSTRN-EOF           VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".
       01  WS-TRAN-VALID-SW         PIC X(01) VALUE "Y".
           88  TRAN-VALID           VALUE "Y".
       01  WS-MASTER-FOUND-SW       PIC X(01) VALUE "N".
           88  MASTER-FOUND         VALUE "Y".
       01  WS-DATE-VALID-SW         PIC X(01) VALUE "N".
           88  DATE-VALID           VALUE "Y".

       01  WS-READ-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-APPLIED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-COUNT-DISPLAY         PIC Z(04)9.

       01  WS-DATE-X                PIC X(08).
       01  WS-DATE-PARTS REDEFINES WS-DATE-X.
           05  WS-DATE-YEAR         PIC 9(04).
           05  WS-DATE-MONTH        PIC 9(02).
           05  WS-DATE-DAY          PIC 9(02).

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "UNSMNT01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

       OPEN INPUT UNSTRN-FILE.
       IF WS-UNSTRN-STATUS NOT = "00"
           DISPLAY "UNSMNT01: EXCEPTION - UNSTRN-FILE open failed,"
                   " status " WS-UNSTRN-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

      * First run ever: create the registry empty, then reopen it
      * for update.
       OPEN I-O UNSREG-FILE.
       IF WS-UNSREG-STATUS = "35"
           OPEN OUTPUT UNSREG-FILE
           IF WS-UNSREG-STATUS = "00"
               CLOSE UNSREG-FILE
               OPEN I-O UNSREG-FILE
           END-IF
       END-IF.
       IF WS-UNSREG-STATUS NOT = "00"
           DISPLAY "UNSMNT01: EXCEPTION - UNSREG-FILE open failed,"
                   " status " WS-UNSREG-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE UNSTRN-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN EXTEND UNSRGAUD-FILE.
       IF WS-UNSRGAUD-STATUS NOT = "00"
               AND WS-UNSRGAUD-STATUS NOT = "05"
           DISPLAY "UNSMNT01: EXCEPTION - UNSRGAUD-FILE open failed,"
                   " status " WS-UNSRGAUD-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE UNSTRN-FILE
           CLOSE UNSREG-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT UNSEDT-FILE.
       IF WS-UNSEDT-STATUS NOT = "00"
           DISPLAY "UNSMNT01: EXCEPTION - UNSEDT-FILE open failed,"
                   " status " WS-UNSEDT-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE UNSTRN-FILE
           CLOSE UNSREG-FILE
           CLOSE UNSRGAUD-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       MOVE "UNSMNT01 UNSREG CALL-SITE REGISTRY MAINTENANCE EDIT"
           TO RPT-LINE
       WRITE RPT-LINE
       MOVE SPACES TO RPT-LINE

       PERFORM 1000-READ-TRANSACTION.
       PERFORM UNTIL UNSTRN-EOF OR JOB-ABORTED
           ADD 1 TO WS-READ-COUNT
           PERFORM 2000-EDIT-TRANSACTION
           IF TRAN-VALID
               PERFORM 3000-APPLY-TRANSACTION
           END-IF
           IF NOT JOB-ABORTED
               PERFORM 1000-READ-TRANSACTION
           END-IF
       END-PERFORM.

       PERFORM 8000-WRITE-TOTALS.

       CLOSE UNSTRN-FILE.
       CLOSE UNSREG-FILE.
       CLOSE UNSRGAUD-FILE.
       CLOSE UNSEDT-FILE.

       IF JOB-ABORTED
           DISPLAY "UNSMNT01: job stopped - remaining transactions"
                   " not applied"
           MOVE 16 TO RETURN-CODE
       ELSE
           IF WS-REJECT-COUNT NOT = ZERO
               DISPLAY "UNSMNT01: " WS-REJECT-COUNT
                       " transaction(s) rejected"
               MOVE 16 TO RETURN-CODE
           END-IF
       END-IF.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       1000-READ-TRANSACTION.
           READ UNSTRN-FILE
               AT END
                   SET UNSTRN-EOF TO TRUE
           END-READ.

       2000-EDIT-TRANSACTION.
           SET TRAN-VALID TO TRUE
           IF NOT UTR-ADD AND NOT UTR-CHANGE AND NOT UTR-DELETE
               MOVE "INVALID ACTION CODE" TO RPT-LINE(75:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           IF UTR-PROGRAM-NAME = SPACES OR UTR-PROGRAM-NAME = LOW-VALUES
               MOVE "PROGRAM MISSING" TO RPT-LINE(75:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           IF UTR-SOURCE-TAG = SPACES OR UTR-SOURCE-TAG = LOW-VALUES
               MOVE "SOURCE TAG MISSING" TO RPT-LINE(75:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           IF TRAN-VALID AND (UTR-ADD OR UTR-CHANGE)
               PERFORM 2100-EDIT-FIELDS
           END-IF.

       2100-EDIT-FIELDS.
           IF UTR-OWNER = SPACES
               MOVE "OWNER MISSING" TO RPT-LINE(75:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           IF NOT UTR-ASSIGNED AND NOT UTR-CONVERTED
                   AND NOT UTR-WAIVED
               MOVE "INVALID STATUS" TO RPT-LINE(75:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           IF UTR-TARGET-DATE = SPACES
               IF UTR-ASSIGNED
                   MOVE "TARGET DATE MISSING" TO RPT-LINE(75:30)
                   PERFORM 9000-WRITE-REJECT
               END-IF
           ELSE
               MOVE UTR-TARGET-DATE TO WS-DATE-X
               PERFORM 2200-EDIT-DATE
               IF NOT DATE-VALID
                   MOVE "TARGET DATE NOT A VALID YYYYMMDD"
                       TO RPT-LINE(75:32)
                   PERFORM 9000-WRITE-REJECT
               END-IF
           END-IF
           IF UTR-CONVERTED
               MOVE UTR-CONVERTED-DATE TO WS-DATE-X
               PERFORM 2200-EDIT-DATE
               IF NOT DATE-VALID
                   MOVE "CONVERTED DATE MISSING OR INVALID"
                       TO RPT-LINE(75:33)
                   PERFORM 9000-WRITE-REJECT
               END-IF
           END-IF
           IF UTR-WAIVED AND UTR-WAIVER-REASON = SPACES
               MOVE "WAIVER REASON MISSING" TO RPT-LINE(75:30)
               PERFORM 9000-WRITE-REJECT
           END-IF.

      * A date is a YYYYMMDD - numeric, with a month of 01-12 and a
      * day of 01-31.
       2200-EDIT-DATE.
           MOVE "N" TO WS-DATE-VALID-SW
           IF WS-DATE-X NUMERIC
               IF WS-DATE-MONTH > ZERO AND WS-DATE-MONTH < 13
                       AND WS-DATE-DAY > ZERO AND WS-DATE-DAY < 32
                   SET DATE-VALID TO TRUE
               END-IF
           END-IF.

       3000-APPLY-TRANSACTION.
           MOVE "N" TO WS-MASTER-FOUND-SW
           MOVE UTR-PROGRAM-NAME TO URG-PROGRAM-NAME
           MOVE UTR-SOURCE-TAG   TO URG-SOURCE-TAG
           READ UNSREG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN UTR-ADD AND MASTER-FOUND
                   MOVE "SITE ALREADY REGISTERED" TO RPT-LINE(75:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN NOT UTR-ADD AND NOT MASTER-FOUND
                   MOVE "SITE NOT REGISTERED" TO RPT-LINE(75:30)
                   PERFORM 9000-WRITE-REJECT
               WHEN UTR-ADD
                   PERFORM 3100-APPLY-ADD
               WHEN UTR-CHANGE
                   PERFORM 3200-APPLY-CHANGE
               WHEN OTHER
                   PERFORM 3300-APPLY-DELETE
           END-EVALUATE.

       3100-APPLY-ADD.
           MOVE SPACES TO URA-BEFORE-IMAGE
           PERFORM 7000-BUILD-SITE-FROM-TRAN
           WRITE UNSREG-RECORD
               INVALID KEY
                   MOVE "ADD REJECTED BY FILE" TO RPT-LINE(75:30)
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 7200-FILL-AFTER-IMAGE
                   PERFORM 4000-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
           END-WRITE.

       3200-APPLY-CHANGE.
           PERFORM 7300-FILL-BEFORE-IMAGE
           PERFORM 7000-BUILD-SITE-FROM-TRAN
           REWRITE UNSREG-RECORD
               INVALID KEY
                   MOVE "CHANGE REJECTED BY FILE" TO RPT-LINE(75:30)
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   PERFORM 7200-FILL-AFTER-IMAGE
                   PERFORM 4000-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
           END-REWRITE.

       3300-APPLY-DELETE.
           PERFORM 7300-FILL-BEFORE-IMAGE
           DELETE UNSREG-FILE
               INVALID KEY
                   MOVE "DELETE REJECTED BY FILE" TO RPT-LINE(75:30)
                   PERFORM 9000-WRITE-REJECT
               NOT INVALID KEY
                   MOVE SPACES TO URA-AFTER-IMAGE
                   PERFORM 4000-WRITE-AUDIT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
           END-DELETE.

       4000-WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP     TO URA-TIMESTAMP
           MOVE UTR-ACTION       TO URA-ACTION
           MOVE UTR-PROGRAM-NAME TO URA-PROGRAM-NAME
           MOVE UTR-SOURCE-TAG   TO URA-SOURCE-TAG
           WRITE UNSREG-AUDIT-RECORD
           IF WS-UNSRGAUD-STATUS NOT = "00"
      * No maintenance without its audit trail - a write failure
      * stops the job, the same rule DPLMNT01 applies to DPLAUD.
               DISPLAY "UNSMNT01: EXCEPTION - UNSRGAUD-FILE write"
                       " failed, status " WS-UNSRGAUD-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           END-IF.

       7000-BUILD-SITE-FROM-TRAN.
           MOVE UTR-PROGRAM-NAME TO URG-PROGRAM-NAME
           MOVE UTR-SOURCE-TAG   TO URG-SOURCE-TAG
           MOVE UTR-OWNER        TO URG-OWNER
           MOVE UTR-STATUS       TO URG-STATUS
           MOVE UTR-TARGET-DATE  TO URG-TARGET-DATE
           IF UTR-CONVERTED
               MOVE UTR-CONVERTED-DATE TO URG-CONVERTED-DATE
           ELSE
               MOVE SPACES TO URG-CONVERTED-DATE
           END-IF
           IF UTR-WAIVED
               MOVE UTR-WAIVER-REASON TO URG-WAIVER-REASON
           ELSE
               MOVE SPACES TO URG-WAIVER-REASON
           END-IF.

      * Both images are taken from the registry row, so the
      * after-image shows exactly what was stored.
       7200-FILL-AFTER-IMAGE.
           MOVE URG-OWNER          TO URA-NEW-OWNER
           MOVE URG-STATUS         TO URA-NEW-STATUS
           MOVE URG-TARGET-DATE    TO URA-NEW-TARGET-DATE
           MOVE URG-CONVERTED-DATE TO URA-NEW-CONV-DATE
           MOVE URG-WAIVER-REASON  TO URA-NEW-REASON.

       7300-FILL-BEFORE-IMAGE.
           MOVE URG-OWNER          TO URA-OLD-OWNER
           MOVE URG-STATUS         TO URA-OLD-STATUS
           MOVE URG-TARGET-DATE    TO URA-OLD-TARGET-DATE
           MOVE URG-CONVERTED-DATE TO URA-OLD-CONV-DATE
           MOVE URG-WAIVER-REASON  TO URA-OLD-REASON.

       8000-WRITE-TOTALS.
           MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS READ     " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS APPLIED  " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "TRANSACTIONS REJECTED " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-UNSEDT-STATUS NOT = "00"
               DISPLAY "UNSMNT01: EXCEPTION - UNSEDT-FILE write"
                       " failed, status " WS-UNSEDT-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

      * The reject reason is already sitting from column 75 of the
      * report line; prefix it with the transaction identity. A
      * transaction that fails more than one edit reports each
      * failure on its own line but is only counted once.
       9000-WRITE-REJECT.
           IF TRAN-VALID
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           MOVE "N" TO WS-TRAN-VALID-SW
           MOVE UTR-ACTION       TO RPT-LINE(1:1)
           MOVE UTR-PROGRAM-NAME TO RPT-LINE(3:30)
           MOVE UTR-SOURCE-TAG   TO RPT-LINE(34:30)
           MOVE "REJECTED"       TO RPT-LINE(65:8)
           WRITE RPT-LINE
           IF WS-UNSEDT-STATUS NOT = "00"
               DISPLAY "UNSMNT01: EXCEPTION - UNSEDT-FILE write"
                       " failed, status " WS-UNSEDT-STATUS
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

       END PROGRAM UNSMNT01.
