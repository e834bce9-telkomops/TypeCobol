      * employees over a payrate" request meant someone first built
      * the ENO list by hand from a report. This program reads the
      * EMPSEL selection cards (department, state, payrate range,
      * commission null or not null, employment status - all
      * combinable, cards AND together), walks the indexed EMPTBL
      * file front to back, and
      * writes every matching row in the EMPLKUP-RECORD layout the
      * mailing-label and benefits jobs already consume from
      * EMPBLK01, so nothing downstream changes. Terminated
      * employees stay on the master until the retention purge, so
      * without a STATUS card they are left out - a mailing run
      * should not reach people who have left unless asked to.
      *
      * An empty selection file is a stop, not a full dump - an
      * unconstrained extract of the whole master should be a
       01  WS-COMNULL-USED-SW       PIC X(01) VALUE "N".
           88  COMNULL-USED         VALUE "Y".
       01  WS-SEL-COMNULL           PIC X(01).
       01  WS-STATUS-USED-SW        PIC X(01) VALUE "N".
           88  STATUS-USED          VALUE "Y".
       01  WS-SEL-STATUS            PIC X(01).

       01  WS-AMOUNT-X              PIC X(09).
       01  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                       MOVE "Y" TO WS-COMNULL-USED-SW
                       MOVE SEL-VALUE(1:1) TO WS-SEL-COMNULL
                   END-IF
               WHEN SEL-STATUS
                   IF SEL-VALUE(1:1) NOT = "A"
                           AND SEL-VALUE(1:1) NOT = "L"
                           AND SEL-VALUE(1:1) NOT = "T"
                       DISPLAY "EMPXTR01: STATUS value '"
                               SEL-VALUE(1:1) "' is not A, L or T -"
                               " run stopped"
                       MOVE 16 TO RETURN-CODE
                       SET JOB-ABORTED TO TRUE
                   ELSE
                       MOVE "Y" TO WS-STATUS-USED-SW
                       MOVE SEL-VALUE(1:1) TO WS-SEL-STATUS
                   END-IF
               WHEN OTHER
                   DISPLAY "EMPXTR01: selection field '" SEL-FIELD
                           "' is not recognized - run stopped"
                   END-IF
               END-IF
           END-IF
           IF STATUS-USED
               EVALUATE WS-SEL-STATUS
                   WHEN "A"
                       IF NOT IX-ACTIVE
                           MOVE "N" TO WS-ROW-MATCHES-SW
                       END-IF
                   WHEN "L"
                       IF NOT IX-ON-LEAVE
                           MOVE "N" TO WS-ROW-MATCHES-SW
                       END-IF
                   WHEN OTHER
                       IF NOT IX-TERMINATED
                           MOVE "N" TO WS-ROW-MATCHES-SW
                       END-IF
               END-EVALUATE
           ELSE
               IF IX-TERMINATED
                   MOVE "N" TO WS-ROW-MATCHES-SW
               END-IF
           END-IF
           IF ROW-MATCHES
               PERFORM 2100-WRITE-EXTRACT-ROW
           END-IF.
           MOVE IX-PAYRATE  OF EMPTBL-RECORD TO LU-PAYRATE
           MOVE IX-COM      OF EMPTBL-RECORD TO LU-COM
           MOVE IX-COM-NULL-IND OF EMPTBL-RECORD TO LU-COM-NULL-IND
           MOVE IX-EMP-STATUS  OF EMPTBL-RECORD TO LU-EMP-STATUS
           MOVE IX-STATUS-DATE OF EMPTBL-RECORD TO LU-STATUS-DATE
           MOVE IX-TERM-DATE   OF EMPTBL-RECORD TO LU-TERM-DATE
           WRITE EMPLKUP-RECORD
           IF WS-EMPLKUP-STATUS NOT = "00"
               DISPLAY "EMPXTR01: EXCEPTION - EMPLKUP-FILE write"
