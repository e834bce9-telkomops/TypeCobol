      * the table side - EMPMNT01 cannot apply those, and the run
      * says so on the report. An absent or empty card is the
      * report-only run every existing JCL gets today.
      *
      * The employment status (blank reads as active) and the term
      * date are compared too. A status difference repairs through
      * EMPMNT01's own status actions - "R" to bring an employee back
      * to active, "L" for leave, "T" to terminate - ordered around
      * the change so EMPMNT01 never sees a change against a row it
      * still holds as terminated. A term date that differs under a
      * matching status is repaired by a round trip through the
      * same actions. A "D" in the deck is applied by EMPMNT01 as a
      * termination; the row itself leaves the file only through the
      * EMPPRG01 retention purge.
      *================================================================

       ENVIRONMENT DIVISION.
           88  FILE-IS-RECORD       VALUE "F".
       01  WS-FIX-COUNT             PIC 9(05) VALUE ZERO.

      * Status repair: what the side of record says against what the
      * side being corrected holds, blank status read as active.
       01  WS-TARGET-STATUS         PIC X(01).
           88  TARGET-TERMINATED    VALUE "T".
       01  WS-TARGET-DATE           PIC X(08).
       01  WS-TARGET-TERM-DATE      PIC X(08).
       01  WS-CURRENT-STATUS        PIC X(01).
       01  WS-FIX-ENO               PIC X(06).
       01  WS-STATUS-DIFF-SW        PIC X(01) VALUE "N".
           88  STATUS-DIFFERS       VALUE "Y".
       01  WS-TERM-DIFF-SW          PIC X(01) VALUE "N".
           88  TERM-DATE-DIFFERS    VALUE "Y".
       01  WS-FIELD-DIFF-SW         PIC X(01) VALUE "N".
           88  FIELDS-DIFFER        VALUE "Y".

       01  WS-AMOUNT-X              PIC X(09).
       01  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                    PIC 9(7)V99.
       EXEC SQL
           DECLARE EMPREC-CSR CURSOR FOR
               SELECT ENO, LNAME, FNAME, STREET, CITY, ST, ZIP,
                      DEPT, PAYRATE, COM, EMPSTAT, STATDATE,
                      TERMDATE
                 FROM EMPTBL
                ORDER BY ENO
       END-EXEC.
                   FETCH EMPREC-CSR INTO
                       :ENO, :LNAME, :FNAME, :STREET, :CITY,
                       :ST, :ZIP, :DEPT, :PAYRATE,
                       :COM :COM-NULL-IND,
                       :EMPSTAT :EMPSTAT-NULL-IND,
                       :STATDATE :STATDATE-NULL-IND,
                       :TERMDATE :TERMDATE-NULL-IND
               END-EXEC
               CALL "RCXLATE" USING "SQLC" SQLCODE
                                     STANDARD-RETURN-CODE
                   WHEN RC-SUCCESS
                       ADD 1 TO WS-SQL-COUNT
                       MOVE ENO TO WS-SQL-KEY
                       PERFORM 1110-BLANK-NULL-STATUS
                   WHEN RC-NOT-FOUND
                       MOVE HIGH-VALUES TO WS-SQL-KEY
                   WHEN OTHER
               END-EVALUATE
           END-IF.

      * A row from before the status columns holds NULLs there; they
      * compare as blank, which 3200 already reads as active, the
      * way the file side shows such rows.
       1110-BLANK-NULL-STATUS.
           IF EMPSTAT-NULL-IND < 0
               MOVE SPACE TO EMPSTAT
           END-IF
           IF STATDATE-NULL-IND < 0
               MOVE SPACES TO STATDATE
           END-IF
           IF TERMDATE-NULL-IND < 0
               MOVE SPACES TO TERMDATE
           END-IF.

       2000-REPORT-FILE-ONLY.
           ADD 1 TO WS-FILE-ONLY-COUNT
           MOVE SPACES TO RPT-LINE
                   MOVE "A" TO ETR-ACTION
               END-IF
               PERFORM 5900-WRITE-FIX-TRAN
               IF FILE-IS-RECORD
                   PERFORM 3210-SET-STATUS-FROM-FILE
                   MOVE WS-FILE-KEY TO WS-FIX-ENO
                   MOVE "A" TO WS-CURRENT-STATUS
                   IF WS-TARGET-STATUS NOT = "A"
                       PERFORM 5200-WRITE-STATUS-FIX
                   END-IF
               END-IF
           END-IF.

       2100-REPORT-SQL-ONLY.
                   MOVE WS-SQL-KEY TO ETR-ENO
               END-IF
               PERFORM 5900-WRITE-FIX-TRAN
               IF TABLE-IS-RECORD
                   PERFORM 3220-SET-STATUS-FROM-SQL
                   MOVE WS-SQL-KEY TO WS-FIX-ENO
                   MOVE "A" TO WS-CURRENT-STATUS
                   IF WS-TARGET-STATUS NOT = "A"
                       PERFORM 5200-WRITE-STATUS-FIX
                   END-IF
               END-IF
           END-IF.

       3000-COMPARE-MATCHED-ROW.
                      WITH POINTER WS-DIFF-PTR
           END-IF
           PERFORM 3100-COMPARE-COMMISSION
           MOVE "N" TO WS-FIELD-DIFF-SW
           IF WS-DIFF-FIELDS NOT = SPACES
               SET FIELDS-DIFFER TO TRUE
           END-IF
           PERFORM 3200-COMPARE-STATUS
           IF WS-DIFF-FIELDS NOT = SPACES
               ADD 1 TO WS-DIFFERENT-COUNT
               MOVE SPACES TO RPT-LINE
                      DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               IF REPAIR-MODE
                   PERFORM 3300-WRITE-MATCHED-FIXES
               END-IF
           END-IF.

      * A reinstatement or leave has to land before a change (EMPMNT01
      * refuses changes to a terminated row); a termination after it.
      * A term date that differs under a matching status goes
      * through 5210 in the same places.
       3300-WRITE-MATCHED-FIXES.
           MOVE WS-FILE-KEY TO WS-FIX-ENO
           IF STATUS-DIFFERS AND NOT TARGET-TERMINATED
               PERFORM 5200-WRITE-STATUS-FIX
           END-IF
           IF TERM-DATE-DIFFERS AND NOT STATUS-DIFFERS
                   AND NOT JOB-ABORTED
               PERFORM 5210-WRITE-TERM-DATE-FIX
           END-IF
           IF FIELDS-DIFFER AND NOT JOB-ABORTED
               IF TABLE-IS-RECORD
                   PERFORM 5100-BUILD-FIX-FROM-SQL
               ELSE
                   PERFORM 5000-BUILD-FIX-FROM-FILE
               END-IF
               MOVE "C" TO ETR-ACTION
               PERFORM 5900-WRITE-FIX-TRAN
           END-IF
           IF (STATUS-DIFFERS OR TERM-DATE-DIFFERS)
                   AND TARGET-TERMINATED
                   AND NOT JOB-ABORTED
               PERFORM 5200-WRITE-STATUS-FIX
           END-IF.

      * Null semantics: two nulls are equal no matter what the
      * unused COM bytes hold, a null against a value never is, and
      * only two non-nulls compare on the amount itself.
                          WITH POINTER WS-DIFF-PTR
           END-EVALUATE.

      * Status and term date, blank status read as active on both
      * sides so rows from before the status existed match.
       3200-COMPARE-STATUS.
           MOVE "N" TO WS-STATUS-DIFF-SW
           MOVE "N" TO WS-TERM-DIFF-SW
           IF TABLE-IS-RECORD
               PERFORM 3220-SET-STATUS-FROM-SQL
               MOVE IX-EMP-STATUS OF EMPTBL-RECORD
                   TO WS-CURRENT-STATUS
           ELSE
               PERFORM 3210-SET-STATUS-FROM-FILE
               MOVE EMPSTAT TO WS-CURRENT-STATUS
           END-IF
           IF WS-CURRENT-STATUS = SPACE
               MOVE "A" TO WS-CURRENT-STATUS
           END-IF
           IF WS-CURRENT-STATUS NOT = WS-TARGET-STATUS
               SET STATUS-DIFFERS TO TRUE
               STRING " STATUS" DELIMITED BY SIZE
                      INTO WS-DIFF-FIELDS
                      WITH POINTER WS-DIFF-PTR
           END-IF
           IF IX-TERM-DATE OF EMPTBL-RECORD NOT = TERMDATE
               SET TERM-DATE-DIFFERS TO TRUE
               STRING " TERMDATE" DELIMITED BY SIZE
                      INTO WS-DIFF-FIELDS
                      WITH POINTER WS-DIFF-PTR
           END-IF.

       3210-SET-STATUS-FROM-FILE.
           MOVE IX-EMP-STATUS OF EMPTBL-RECORD TO WS-TARGET-STATUS
           MOVE IX-STATUS-DATE OF EMPTBL-RECORD TO WS-TARGET-DATE
           MOVE IX-TERM-DATE OF EMPTBL-RECORD TO WS-TARGET-TERM-DATE
           IF WS-TARGET-STATUS = SPACE
               MOVE "A" TO WS-TARGET-STATUS
           END-IF
           IF TARGET-TERMINATED
               MOVE IX-TERM-DATE OF EMPTBL-RECORD TO WS-TARGET-DATE
           END-IF.

       3220-SET-STATUS-FROM-SQL.
           MOVE EMPSTAT  TO WS-TARGET-STATUS
           MOVE STATDATE TO WS-TARGET-DATE
           MOVE TERMDATE TO WS-TARGET-TERM-DATE
           IF WS-TARGET-STATUS = SPACE
               MOVE "A" TO WS-TARGET-STATUS
           END-IF
           IF TARGET-TERMINATED
               MOVE TERMDATE TO WS-TARGET-DATE
           END-IF.

      * Correction transactions carry the side-of-record's values in
      * the display shapes EMPTRN travels in - the same conversions
      * EMPMNT01 applies in the other direction.
               MOVE "N"         TO ETR-COM-NULL-SW
           END-IF.

      * The status actions carry only key and effective date. Leave
      * can only be taken from active, so a terminated row going to
      * leave is reinstated first.
       5200-WRITE-STATUS-FIX.
           MOVE SPACES TO EMPTRN-RECORD
           MOVE WS-FIX-ENO TO ETR-ENO
           MOVE WS-TARGET-DATE TO ETR-EFFECTIVE-DATE
           EVALUATE WS-TARGET-STATUS
               WHEN "T"
                   MOVE "T" TO ETR-ACTION
               WHEN "L"
                   IF WS-CURRENT-STATUS = "T"
                       MOVE "R" TO ETR-ACTION
                       PERFORM 5900-WRITE-FIX-TRAN
                       MOVE "L" TO ETR-ACTION
                   ELSE
                       MOVE "L" TO ETR-ACTION
                   END-IF
               WHEN OTHER
                   MOVE "R" TO ETR-ACTION
           END-EVALUATE
           IF NOT JOB-ABORTED
               PERFORM 5900-WRITE-FIX-TRAN
           END-IF.

      * EMPMNT01 sets the term date only on a termination and clears
      * it only on a return, so a term date that differs under a
      * matching status is put right by a round trip through the
      * status actions. A terminated row is reinstated here and
      * terminated again on the right date after the change (3300).
      * An active or leave row carrying a stale term date goes out
      * to the other status and back, the return clearing the date.
      * A term date the side of record holds on a row it does not
      * hold as terminated is nothing the actions can set, and is
      * left on the report to be corrected by hand.
       5210-WRITE-TERM-DATE-FIX.
           MOVE SPACES TO EMPTRN-RECORD
           MOVE WS-FIX-ENO TO ETR-ENO
           MOVE WS-TARGET-DATE TO ETR-EFFECTIVE-DATE
           EVALUATE TRUE
               WHEN TARGET-TERMINATED
                   MOVE "R" TO ETR-ACTION
                   PERFORM 5900-WRITE-FIX-TRAN
               WHEN WS-TARGET-TERM-DATE NOT = SPACES
                   MOVE SPACES TO RPT-LINE
                   STRING WS-FIX-ENO " TERMDATE NOT REPAIRABLE BY"
                          " TRANSACTION - CORRECT BY HAND"
                          DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 9000-WRITE-REPORT-LINE
               WHEN WS-TARGET-STATUS = "L"
                   MOVE "R" TO ETR-ACTION
                   PERFORM 5900-WRITE-FIX-TRAN
                   IF NOT JOB-ABORTED
                       MOVE "L" TO ETR-ACTION
                       PERFORM 5900-WRITE-FIX-TRAN
                   END-IF
               WHEN OTHER
                   MOVE "L" TO ETR-ACTION
                   PERFORM 5900-WRITE-FIX-TRAN
                   IF NOT JOB-ABORTED
                       MOVE "R" TO ETR-ACTION
                       PERFORM 5900-WRITE-FIX-TRAN
                   END-IF
           END-EVALUATE.

       5900-WRITE-FIX-TRAN.
           WRITE EMPTRN-RECORD
           IF WS-EMPFIX-STATUS NOT = "00"
