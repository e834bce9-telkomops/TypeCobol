       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPDQS01.

      *================================================================
      * Employee data-quality sweep over EMPTBL. Every row is loaded
      * in ENO order and checked four ways, and the findings are
      * written to DQSRPT one section per kind of finding:
      *
      *   DUPLICATE NAME    - the same last and first name under two
      *                       different ENOs.
      *   DUPLICATE ADDRESS - the same street and ZIP under two
      *                       different ENOs. Blank and placeholder
      *                       streets are left out here; they have
      *                       their own section.
      *   ZIP/STATE         - a ZIP that is not five digits, whose
      *                       first three digits are not on the ZIPST
      *                       reference file, or that ZIPST places in
      *                       a state other than IX-ST.
      *   PLACEHOLDER       - a blank street or city, or one holding
      *                       a stand-in such as UNKNOWN, N/A or TBD.
      *
      * Duplicates are paired with the lowest ENO in the group, which
      * is taken as the original. Terminated employees are checked
      * like everyone else, so a rehire keyed under a new ENO shows
      * up against the old row.
      *
      * Alongside the report, DQSFIX carries suggested corrections in
      * the EMPTRN layout for HR to review before the deck is fed to
      * EMPMNT01, the way EMPCMP01's EMPFIX is: a "T" for the later
      * ENO of a duplicate pair when both are still on the books, and
      * a "C" carrying the full EMPTBL row with IX-ST replaced by the
      * state ZIPST gives the ZIP. An employee gets one suggestion at
      * most, and none while terminated - EMPMNT01 would refuse it.
      * Placeholder addresses are reported only; there is nothing to
      * suggest in their place. Any finding ends the run RC 4.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPTBL-FILE ASSIGN TO "EMPTBL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IX-ENO
               ALTERNATE RECORD KEY IS IX-LNAME WITH DUPLICATES
               FILE STATUS IS WS-EMPTBL-STATUS.

           SELECT ZIPST-FILE ASSIGN TO "ZIPST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZST-PREFIX
               FILE STATUS IS WS-ZIPST-STATUS.

           SELECT DQSRPT-FILE ASSIGN TO "DQSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQSRPT-STATUS.

           SELECT DQSFIX-FILE ASSIGN TO "DQSFIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DQSFIX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPTBL-FILE.
           COPY EMPIDX.

       FD  ZIPST-FILE.
           COPY ZIPST.

       FD  DQSRPT-FILE.
       01  RPT-LINE                 PIC X(100).

       FD  DQSFIX-FILE.
           COPY EMPTRN.

       WORKING-STORAGE SECTION.
       01  WS-EMPTBL-STATUS         PIC X(02).
       01  WS-ZIPST-STATUS          PIC X(02).
       01  WS-DQSRPT-STATUS         PIC X(02).
       01  WS-DQSFIX-STATUS         PIC X(02).

       01  WS-EMP-EOF-SW            PIC X(01) VALUE "N".
           88  EMPTBL-EOF           VALUE "Y".
       01  WS-JOB-ABORT-SW          PIC X(01) VALUE "N".
           88  JOB-ABORTED          VALUE "Y".
       01  WS-SLOT-FOUND-SW         PIC X(01).
           88  SLOT-FOUND           VALUE "Y".

       01  WS-AMOUNT-X              PIC X(09).
       01  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                    PIC 9(7)V99.

      * A street or city is checked through this one field so the
      * list of stand-in values lives in one place.
       01  WS-ADDR-VALUE            PIC X(20).
           88  ADDR-PLACEHOLDER     VALUE SPACES "UNKNOWN" "UNK"
                                          "N/A" "NA" "NONE" "TBD"
                                          "TBA" "X" "XX" "XXX" "?"
                                          "-" "." "SAME" "TEST"
                                          "NO ADDRESS" "NOT KNOWN".

      * One entry per EMPTBL row, in ENO order as the file is read.
       01  WS-EMP-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-EMP-MAX               PIC 9(05) VALUE 5000.
       01  WS-EMP-IDX               PIC 9(05).
       01  WS-FIRST-IDX             PIC 9(05).
       01  WS-LATER-IDX             PIC 9(05).
       01  WS-EMP-TABLE.
           05  WS-EMP-ENTRY OCCURS 5000 TIMES.
               10  WS-EMP-ENO           PIC X(06).
               10  WS-EMP-LNAME         PIC X(15).
               10  WS-EMP-FNAME         PIC X(12).
               10  WS-EMP-STREET        PIC X(20).
               10  WS-EMP-CITY          PIC X(15).
               10  WS-EMP-ST            PIC X(02).
               10  WS-EMP-ZIP           PIC X(05).
               10  WS-EMP-STATUS        PIC X(01).
                   88  WS-EMP-TERMINATED    VALUE "T".
               10  WS-EMP-STREET-SW     PIC X(01).
                   88  WS-EMP-STREET-PLACEHOLDER VALUE "Y".
               10  WS-EMP-FIX-SW        PIC X(01).
                   88  WS-EMP-FIX-WRITTEN   VALUE "Y".

      * Sort keys over the employee table, rebuilt for each
      * duplicate check - name for the first, ZIP and street for the
      * second. Entries with equal keys stay in ENO order.
       01  WS-SORT-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-SORT-IDX              PIC 9(05).
       01  WS-SORT-SLOT             PIC 9(05).
       01  WS-SORT-PREV             PIC 9(05).
       01  WS-GROUP-START           PIC 9(05).
       01  WS-SORT-TABLE.
           05  WS-SORT-ENTRY OCCURS 5000 TIMES.
               10  WS-SORT-KEY          PIC X(27).
               10  WS-SORT-EMP          PIC 9(05).
       01  WS-NEW-KEY               PIC X(27).
       01  WS-NEW-EMP               PIC 9(05).

       01  WS-ZIP-PREFIX            PIC X(03).
       01  WS-ZIP-STATE             PIC X(02).
       01  WS-FIELD-NAME            PIC X(06).
       01  WS-NOTE                  PIC X(34).
       01  WS-SECTION-COUNT         PIC 9(05).

       01  WS-NAME-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-ADDRESS-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-ZIP-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-PLACEHOLDER-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-FIX-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-COUNT-DISPLAY         PIC ZZZZ9.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
       01  WS-RUN-JOB-NAME          PIC X(08) VALUE "EMPDQS01".
       01  WS-RUN-EVENT             PIC X(01).
       01  WS-RUN-RC-HOLD           PIC S9(09) COMP.

       PROCEDURE DIVISION.

       PERFORM 9970-RECORD-RUN-START.

       OPEN INPUT EMPTBL-FILE.
       IF WS-EMPTBL-STATUS NOT = "00"
           DISPLAY "EMPDQS01: EXCEPTION - EMPTBL-FILE open failed,"
                   " status " WS-EMPTBL-STATUS
           MOVE 16 TO RETURN-CODE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN INPUT ZIPST-FILE.
       IF WS-ZIPST-STATUS NOT = "00"
           DISPLAY "EMPDQS01: EXCEPTION - ZIPST-FILE open failed,"
                   " status " WS-ZIPST-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE EMPTBL-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT DQSRPT-FILE.
       IF WS-DQSRPT-STATUS NOT = "00"
           DISPLAY "EMPDQS01: EXCEPTION - DQSRPT-FILE open failed,"
                   " status " WS-DQSRPT-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE EMPTBL-FILE
           CLOSE ZIPST-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       OPEN OUTPUT DQSFIX-FILE.
       IF WS-DQSFIX-STATUS NOT = "00"
           DISPLAY "EMPDQS01: EXCEPTION - DQSFIX-FILE open failed,"
                   " status " WS-DQSFIX-STATUS
           MOVE 16 TO RETURN-CODE
           CLOSE EMPTBL-FILE
           CLOSE ZIPST-FILE
           CLOSE DQSRPT-FILE
           PERFORM 9980-RECORD-RUN-END
           GOBACK
       END-IF

       PERFORM 1000-LOAD-EMPLOYEES.

       IF NOT JOB-ABORTED
           PERFORM 2000-CHECK-DUPLICATE-NAMES
       END-IF
       IF NOT JOB-ABORTED
           PERFORM 3000-CHECK-DUPLICATE-ADDRESSES
       END-IF
       IF NOT JOB-ABORTED
           PERFORM 4000-CHECK-ZIP-STATE
       END-IF
       IF NOT JOB-ABORTED
           PERFORM 5000-CHECK-PLACEHOLDERS
       END-IF
       IF NOT JOB-ABORTED
           PERFORM 8000-WRITE-TOTALS
       END-IF

       CLOSE EMPTBL-FILE.
       CLOSE ZIPST-FILE.
       CLOSE DQSRPT-FILE.
       CLOSE DQSFIX-FILE.

       DISPLAY "EMPDQS01: " WS-EMP-COUNT " employee(s) checked - "
               WS-NAME-COUNT " duplicate name(s), "
               WS-ADDRESS-COUNT " duplicate address(es), "
               WS-ZIP-COUNT " ZIP/state finding(s), "
               WS-PLACEHOLDER-COUNT " placeholder(s), "
               WS-FIX-COUNT " suggested correction(s)".

       IF JOB-ABORTED
           MOVE 16 TO RETURN-CODE
       ELSE
           IF (WS-NAME-COUNT NOT = ZERO
                   OR WS-ADDRESS-COUNT NOT = ZERO
                   OR WS-ZIP-COUNT NOT = ZERO
                   OR WS-PLACEHOLDER-COUNT NOT = ZERO)
                   AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
       END-IF.

       PERFORM 9980-RECORD-RUN-END.
       GOBACK.

       1000-LOAD-EMPLOYEES.
           PERFORM UNTIL EMPTBL-EOF OR JOB-ABORTED
               READ EMPTBL-FILE NEXT RECORD
                   AT END
                       SET EMPTBL-EOF TO TRUE
                   NOT AT END
                       PERFORM 1100-STORE-EMPLOYEE
               END-READ
               IF WS-EMPTBL-STATUS NOT = "00"
                       AND WS-EMPTBL-STATUS NOT = "02"
                       AND WS-EMPTBL-STATUS NOT = "10"
                       AND NOT JOB-ABORTED
                   DISPLAY "EMPDQS01: EXCEPTION - EMPTBL-FILE read"
                           " failed, status " WS-EMPTBL-STATUS
                   SET JOB-ABORTED TO TRUE
               END-IF
           END-PERFORM.

       1100-STORE-EMPLOYEE.
           IF WS-EMP-COUNT NOT < WS-EMP-MAX
               DISPLAY "EMPDQS01: EXCEPTION - more than " WS-EMP-MAX
                       " employees on EMPTBL, sweep not run"
               SET JOB-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-EMP-COUNT
               MOVE IX-ENO        TO WS-EMP-ENO    (WS-EMP-COUNT)
               MOVE IX-LNAME      TO WS-EMP-LNAME  (WS-EMP-COUNT)
               MOVE IX-FNAME      TO WS-EMP-FNAME  (WS-EMP-COUNT)
               MOVE IX-STREET     TO WS-EMP-STREET (WS-EMP-COUNT)
               MOVE IX-CITY       TO WS-EMP-CITY   (WS-EMP-COUNT)
               MOVE IX-ST         TO WS-EMP-ST     (WS-EMP-COUNT)
               MOVE IX-ZIP        TO WS-EMP-ZIP    (WS-EMP-COUNT)
               MOVE IX-EMP-STATUS TO WS-EMP-STATUS (WS-EMP-COUNT)
               MOVE "N"           TO WS-EMP-FIX-SW (WS-EMP-COUNT)
               MOVE IX-STREET     TO WS-ADDR-VALUE
               PERFORM 1200-FOLD-ADDR-VALUE
               IF ADDR-PLACEHOLDER
                   MOVE "Y" TO WS-EMP-STREET-SW (WS-EMP-COUNT)
               ELSE
                   MOVE "N" TO WS-EMP-STREET-SW (WS-EMP-COUNT)
               END-IF
           END-IF.

       1200-FOLD-ADDR-VALUE.
           INSPECT WS-ADDR-VALUE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Names are keyed last name then first name, so an equal key
      * is an equal pair of names.
       2000-CHECK-DUPLICATE-NAMES.
           MOVE ZERO TO WS-SORT-COUNT
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               MOVE SPACES TO WS-NEW-KEY
               MOVE WS-EMP-LNAME (WS-EMP-IDX) TO WS-NEW-KEY(1:15)
               MOVE WS-EMP-FNAME (WS-EMP-IDX) TO WS-NEW-KEY(16:12)
               MOVE WS-EMP-IDX TO WS-NEW-EMP
               PERFORM 2900-INSERT-SORT-KEY
           END-PERFORM
           MOVE "DUPLICATE NAME - SAME LAST AND FIRST NAME, OTHER ENO"
             TO RPT-LINE
           PERFORM 9100-WRITE-SECTION-HEADING
           PERFORM 2100-SCAN-NAME-GROUPS
           MOVE WS-SECTION-COUNT TO WS-NAME-COUNT
           PERFORM 9200-WRITE-SECTION-COUNT.

       2100-SCAN-NAME-GROUPS.
           MOVE 1 TO WS-GROUP-START
           PERFORM VARYING WS-SORT-IDX FROM 2 BY 1
                   UNTIL WS-SORT-IDX > WS-SORT-COUNT OR JOB-ABORTED
               IF WS-SORT-KEY (WS-SORT-IDX) =
                       WS-SORT-KEY (WS-GROUP-START)
                   MOVE WS-SORT-EMP (WS-GROUP-START) TO WS-FIRST-IDX
                   MOVE WS-SORT-EMP (WS-SORT-IDX)    TO WS-LATER-IDX
                   PERFORM 2800-SUGGEST-TERMINATION
                   MOVE SPACES TO RPT-LINE
                   STRING WS-EMP-ENO    (WS-LATER-IDX) " "
                          WS-EMP-STATUS (WS-LATER-IDX) " "
                          WS-EMP-LNAME  (WS-LATER-IDX) " "
                          WS-EMP-FNAME  (WS-LATER-IDX) " SAME AS "
                          WS-EMP-ENO    (WS-FIRST-IDX) " "
                          WS-EMP-STATUS (WS-FIRST-IDX) " "
                          WS-NOTE
                          DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
                   ADD 1 TO WS-SECTION-COUNT
               ELSE
                   MOVE WS-SORT-IDX TO WS-GROUP-START
               END-IF
           END-PERFORM.

      * The later ENO of a pair is the one suggested for termination,
      * and only while both rows are still on the books. A terminated
      * original against a live later row is most likely a rehire
      * that should have been a reinstatement - HR has to decide.
       2800-SUGGEST-TERMINATION.
           EVALUATE TRUE
               WHEN WS-EMP-TERMINATED (WS-LATER-IDX)
                   MOVE "LATER ENO ALREADY TERMINATED" TO WS-NOTE
               WHEN WS-EMP-TERMINATED (WS-FIRST-IDX)
                   MOVE "FIRST ENO TERMINATED - REHIRE?" TO WS-NOTE
               WHEN WS-EMP-FIX-WRITTEN (WS-LATER-IDX)
                   MOVE "CORRECTION ALREADY SUGGESTED" TO WS-NOTE
               WHEN OTHER
                   MOVE SPACES TO EMPTRN-RECORD
                   MOVE "T" TO ETR-ACTION
                   MOVE WS-EMP-ENO (WS-LATER-IDX) TO ETR-ENO
                   PERFORM 7900-WRITE-FIX-TRAN
                   MOVE "Y" TO WS-EMP-FIX-SW (WS-LATER-IDX)
                   MOVE "SUGGEST T FOR LATER ENO" TO WS-NOTE
           END-EVALUATE.

      * Insertion into the sort table: entries above the new key
      * move up one, an equal key stays below, so a group of equal
      * keys keeps the ENO order the table was loaded in.
       2900-INSERT-SORT-KEY.
           ADD 1 TO WS-SORT-COUNT
           MOVE WS-SORT-COUNT TO WS-SORT-SLOT
           MOVE "N" TO WS-SLOT-FOUND-SW
           PERFORM UNTIL SLOT-FOUND
               IF WS-SORT-SLOT = 1
                   SET SLOT-FOUND TO TRUE
               ELSE
                   COMPUTE WS-SORT-PREV = WS-SORT-SLOT - 1
                   IF WS-SORT-KEY (WS-SORT-PREV) > WS-NEW-KEY
                       MOVE WS-SORT-ENTRY (WS-SORT-PREV)
                         TO WS-SORT-ENTRY (WS-SORT-SLOT)
                       MOVE WS-SORT-PREV TO WS-SORT-SLOT
                   ELSE
                       SET SLOT-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-NEW-KEY TO WS-SORT-KEY (WS-SORT-SLOT)
           MOVE WS-NEW-EMP TO WS-SORT-EMP (WS-SORT-SLOT).

      * Addresses are keyed ZIP then street. Rows with no usable
      * street or no ZIP are left out - every blank street would
      * otherwise match every other one.
       3000-CHECK-DUPLICATE-ADDRESSES.
           MOVE ZERO TO WS-SORT-COUNT
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT
               IF NOT WS-EMP-STREET-PLACEHOLDER (WS-EMP-IDX)
                       AND WS-EMP-ZIP (WS-EMP-IDX) NOT = SPACES
                   MOVE SPACES TO WS-NEW-KEY
                   MOVE WS-EMP-ZIP    (WS-EMP-IDX) TO WS-NEW-KEY(1:5)
                   MOVE WS-EMP-STREET (WS-EMP-IDX) TO WS-NEW-KEY(6:20)
                   MOVE WS-EMP-IDX TO WS-NEW-EMP
                   PERFORM 2900-INSERT-SORT-KEY
               END-IF
           END-PERFORM
           MOVE "DUPLICATE ADDRESS - SAME STREET AND ZIP, OTHER ENO"
             TO RPT-LINE
           PERFORM 9100-WRITE-SECTION-HEADING
           PERFORM 3100-SCAN-ADDRESS-GROUPS
           MOVE WS-SECTION-COUNT TO WS-ADDRESS-COUNT
           PERFORM 9200-WRITE-SECTION-COUNT.

       3100-SCAN-ADDRESS-GROUPS.
           MOVE 1 TO WS-GROUP-START
           PERFORM VARYING WS-SORT-IDX FROM 2 BY 1
                   UNTIL WS-SORT-IDX > WS-SORT-COUNT OR JOB-ABORTED
               IF WS-SORT-KEY (WS-SORT-IDX) =
                       WS-SORT-KEY (WS-GROUP-START)
                   MOVE WS-SORT-EMP (WS-GROUP-START) TO WS-FIRST-IDX
                   MOVE WS-SORT-EMP (WS-SORT-IDX)    TO WS-LATER-IDX
                   PERFORM 2800-SUGGEST-TERMINATION
                   MOVE SPACES TO RPT-LINE
                   STRING WS-EMP-ENO    (WS-LATER-IDX) " "
                          WS-EMP-STATUS (WS-LATER-IDX) " "
                          WS-EMP-STREET (WS-LATER-IDX) " "
                          WS-EMP-ZIP    (WS-LATER-IDX) " SAME AS "
                          WS-EMP-ENO    (WS-FIRST-IDX) " "
                          WS-EMP-STATUS (WS-FIRST-IDX) " "
                          WS-NOTE
                          DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
                   ADD 1 TO WS-SECTION-COUNT
               ELSE
                   MOVE WS-SORT-IDX TO WS-GROUP-START
               END-IF
           END-PERFORM.

       4000-CHECK-ZIP-STATE.
           MOVE "ZIP/STATE - ZIP NOT VALID FOR THE EMPLOYEE'S STATE"
             TO RPT-LINE
           PERFORM 9100-WRITE-SECTION-HEADING
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT OR JOB-ABORTED
               PERFORM 4100-CHECK-ONE-ZIP
           END-PERFORM
           MOVE WS-SECTION-COUNT TO WS-ZIP-COUNT
           PERFORM 9200-WRITE-SECTION-COUNT.

       4100-CHECK-ONE-ZIP.
           MOVE SPACES TO WS-NOTE
           IF WS-EMP-ZIP (WS-EMP-IDX) NOT NUMERIC
               MOVE "ZIP NOT FIVE DIGITS" TO WS-NOTE
           ELSE
               MOVE WS-EMP-ZIP (WS-EMP-IDX)(1:3) TO WS-ZIP-PREFIX
               MOVE WS-ZIP-PREFIX TO ZST-PREFIX
               READ ZIPST-FILE
                   INVALID KEY
                       STRING "PREFIX " WS-ZIP-PREFIX
                              " NOT ON ZIPST"
                              DELIMITED BY SIZE INTO WS-NOTE
                   NOT INVALID KEY
                       IF ZST-STATE NOT = WS-EMP-ST (WS-EMP-IDX)
                           MOVE ZST-STATE TO WS-ZIP-STATE
                           PERFORM 4200-SUGGEST-STATE-CHANGE
                       END-IF
               END-READ
               IF WS-ZIPST-STATUS NOT = "00"
                       AND WS-ZIPST-STATUS NOT = "23"
                   DISPLAY "EMPDQS01: EXCEPTION - ZIPST-FILE read"
                           " failed, status " WS-ZIPST-STATUS
                   SET JOB-ABORTED TO TRUE
               END-IF
           END-IF
           IF WS-NOTE NOT = SPACES AND NOT JOB-ABORTED
               MOVE SPACES TO RPT-LINE
               STRING WS-EMP-ENO    (WS-EMP-IDX) " "
                      WS-EMP-STATUS (WS-EMP-IDX) " ST "
                      WS-EMP-ST     (WS-EMP-IDX) " ZIP "
                      WS-EMP-ZIP    (WS-EMP-IDX) " "
                      WS-NOTE
                      DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               ADD 1 TO WS-SECTION-COUNT
           END-IF.

      * ZIPST cannot say whether the ZIP or the state is the wrong
      * half; the suggestion takes the ZIP as right, and HR strikes
      * the transaction from the deck where it is not.
       4200-SUGGEST-STATE-CHANGE.
           EVALUATE TRUE
               WHEN WS-EMP-TERMINATED (WS-EMP-IDX)
                   STRING "ZIP IS IN " WS-ZIP-STATE
                          " - TERMINATED"
                          DELIMITED BY SIZE INTO WS-NOTE
               WHEN WS-EMP-FIX-WRITTEN (WS-EMP-IDX)
                   STRING "ZIP IS IN " WS-ZIP-STATE
                          " - ALREADY SUGGESTED"
                          DELIMITED BY SIZE INTO WS-NOTE
               WHEN OTHER
                   MOVE WS-EMP-ENO (WS-EMP-IDX) TO IX-ENO
                   READ EMPTBL-FILE RECORD KEY IS IX-ENO
                       INVALID KEY
                           DISPLAY "EMPDQS01: EXCEPTION - ENO "
                                   WS-EMP-ENO (WS-EMP-IDX)
                                   " left EMPTBL during the sweep"
                           SET JOB-ABORTED TO TRUE
                   END-READ
                   IF NOT JOB-ABORTED
                       PERFORM 7000-BUILD-FIX-FROM-FILE
                       MOVE "C" TO ETR-ACTION
                       MOVE WS-ZIP-STATE TO ETR-ST
                       PERFORM 7900-WRITE-FIX-TRAN
                       MOVE "Y" TO WS-EMP-FIX-SW (WS-EMP-IDX)
                       STRING "ZIP IS IN " WS-ZIP-STATE
                              " - SUGGEST C ST=" WS-ZIP-STATE
                              DELIMITED BY SIZE INTO WS-NOTE
                   END-IF
           END-EVALUATE.

       5000-CHECK-PLACEHOLDERS.
           MOVE "PLACEHOLDER - BLANK OR STAND-IN STREET OR CITY"
             TO RPT-LINE
           PERFORM 9100-WRITE-SECTION-HEADING
           PERFORM VARYING WS-EMP-IDX FROM 1 BY 1
                   UNTIL WS-EMP-IDX > WS-EMP-COUNT OR JOB-ABORTED
               IF WS-EMP-STREET-PLACEHOLDER (WS-EMP-IDX)
                   MOVE "STREET" TO WS-FIELD-NAME
                   MOVE WS-EMP-STREET (WS-EMP-IDX) TO WS-ADDR-VALUE
                   PERFORM 5100-REPORT-PLACEHOLDER
               END-IF
               MOVE WS-EMP-CITY (WS-EMP-IDX) TO WS-ADDR-VALUE
               PERFORM 1200-FOLD-ADDR-VALUE
               IF ADDR-PLACEHOLDER
                   MOVE "CITY" TO WS-FIELD-NAME
                   MOVE WS-EMP-CITY (WS-EMP-IDX) TO WS-ADDR-VALUE
                   PERFORM 5100-REPORT-PLACEHOLDER
               END-IF
           END-PERFORM
           MOVE WS-SECTION-COUNT TO WS-PLACEHOLDER-COUNT
           PERFORM 9200-WRITE-SECTION-COUNT.

       5100-REPORT-PLACEHOLDER.
           MOVE SPACES TO RPT-LINE
           STRING WS-EMP-ENO    (WS-EMP-IDX) " "
                  WS-EMP-STATUS (WS-EMP-IDX) " "
                  WS-EMP-LNAME  (WS-EMP-IDX) " "
                  WS-FIELD-NAME " IS '" WS-ADDR-VALUE "'"
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           ADD 1 TO WS-SECTION-COUNT.

      * A change replaces the whole EMPTBL row, so the suggestion
      * starts from the row as it stands, as EMPCMP01's do.
       7000-BUILD-FIX-FROM-FILE.
           MOVE SPACES TO EMPTRN-RECORD
           MOVE IX-ENO    TO ETR-ENO
           MOVE IX-LNAME  TO ETR-LNAME
           MOVE IX-FNAME  TO ETR-FNAME
           MOVE IX-STREET TO ETR-STREET
           MOVE IX-CITY   TO ETR-CITY
           MOVE IX-ST     TO ETR-ST
           MOVE IX-ZIP    TO ETR-ZIP
           MOVE IX-DEPT   TO ETR-DEPT
           MOVE IX-PAYRATE TO WS-AMOUNT-9
           MOVE WS-AMOUNT-X TO ETR-PAYRATE
           IF IX-COM-NULL-IND < 0
               MOVE SPACES TO ETR-COM
               MOVE "Y"    TO ETR-COM-NULL-SW
           ELSE
               MOVE IX-COM TO WS-AMOUNT-9
               MOVE WS-AMOUNT-X TO ETR-COM
               MOVE "N"         TO ETR-COM-NULL-SW
           END-IF.

       7900-WRITE-FIX-TRAN.
           WRITE EMPTRN-RECORD
           IF WS-DQSFIX-STATUS NOT = "00"
               DISPLAY "EMPDQS01: EXCEPTION - DQSFIX-FILE write"
                       " failed, status " WS-DQSFIX-STATUS
               MOVE 16 TO RETURN-CODE
               SET JOB-ABORTED TO TRUE
           ELSE
               ADD 1 TO WS-FIX-COUNT
           END-IF.

       8000-WRITE-TOTALS.
           MOVE SPACES TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-EMP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "EMPLOYEES CHECKED     " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-NAME-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "DUPLICATE NAMES       " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-ADDRESS-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "DUPLICATE ADDRESSES   " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-ZIP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "ZIP/STATE FINDINGS    " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-PLACEHOLDER-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "PLACEHOLDER VALUES    " WS-COUNT-DISPLAY
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-FIX-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "SUGGESTED CORRECTIONS " WS-COUNT-DISPLAY
                  " ON DQSFIX - REVIEW BEFORE EMPMNT01"
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       9000-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF WS-DQSRPT-STATUS NOT = "00"
               DISPLAY "EMPDQS01: EXCEPTION - DQSRPT-FILE write"
                       " failed, status " WS-DQSRPT-STATUS
               SET JOB-ABORTED TO TRUE
           END-IF.

      * Each section opens with its title, moved to RPT-LINE by the
      * caller, underlined, and keeps its own count.
       9100-WRITE-SECTION-HEADING.
           MOVE ZERO TO WS-SECTION-COUNT
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE ALL "-" TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

       9200-WRITE-SECTION-COUNT.
           MOVE SPACES TO RPT-LINE
           IF WS-SECTION-COUNT = ZERO
               MOVE "  NONE FOUND" TO RPT-LINE
           ELSE
               MOVE WS-SECTION-COUNT TO WS-COUNT-DISPLAY
               STRING "  " WS-COUNT-DISPLAY " FOUND"
                      DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE.

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

       END PROGRAM EMPDQS01.
