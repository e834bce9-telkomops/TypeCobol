      * applied delete is re-added from its before-image, an applied
      * change is reversed back to its before-image. An employee
      * touched twice in the bad run unwinds back to the original.
      * Leave, return and terminate rows reverse like a change (the
      * status image comes back with the rest of the row), and an
      * EMPPRG01 purge reverses like a delete.
      *
      * Every applied reversal writes its own EMPAUD row marked
      * EAU-BACKOUT - a backout is a change like any other and gets
               10  WS-BKO-ACTION    PIC X(01).
               10  WS-BKO-ENO       PIC X(06).
               10  WS-BKO-IMAGE     PIC X(91).
               10  WS-BKO-STATUS-IMAGE
                                    PIC X(17).

      * The tabled before-image parsed back into its fields, the
      * same sublayout EMPAUD's image groups carry.
           05  WS-RST-PAYRATE       PIC X(09).
           05  WS-RST-COM           PIC X(09).
           05  WS-RST-COM-NULL      PIC X(01).
       01  WS-RESTORE-STATUS.
           05  WS-RST-EMP-STATUS    PIC X(01).
           05  WS-RST-STATUS-DATE   PIC X(08).
           05  WS-RST-TERM-DATE     PIC X(08).

       01  WS-AMOUNT-X              PIC X(09).
       01  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                   MOVE EAU-ENO    TO WS-BKO-ENO (WS-BKO-COUNT)
                   MOVE EAU-BEFORE-IMAGE
                       TO WS-BKO-IMAGE (WS-BKO-COUNT)
                   MOVE EAU-STATUS-BEFORE
                       TO WS-BKO-STATUS-IMAGE (WS-BKO-COUNT)
               ELSE
                   DISPLAY "EMPBKO01: EXCEPTION - more than "
                           WS-BKO-MAX " audit rows in range - split"
                   SET MASTER-FOUND TO TRUE
           END-READ
           MOVE WS-BKO-IMAGE (WS-BKO-IDX) TO WS-RESTORE-IMAGE
           MOVE WS-BKO-STATUS-IMAGE (WS-BKO-IDX) TO WS-RESTORE-STATUS
           EVALUATE WS-BKO-ACTION (WS-BKO-IDX)
               WHEN "A"
                   PERFORM 3000-REVERSE-ADD
               WHEN "C"
               WHEN "L"
               WHEN "R"
               WHEN "T"
                   PERFORM 3100-REVERSE-CHANGE
               WHEN "D"
               WHEN "P"
                   PERFORM 3200-REVERSE-DELETE
               WHEN OTHER
                   DISPLAY "EMPBKO01: EXCEPTION - audit action '"
                           WS-BKO-ACTION (WS-BKO-IDX)
                           "' for employee " WS-BKO-ENO (WS-BKO-IDX)
                           " is not A, C, L, R, T, D or P - skipped"
                   ADD 1 TO WS-EXCEPTION-COUNT
           END-EVALUATE.

                       ADD 1 TO WS-EXCEPTION-COUNT
                   NOT INVALID KEY
                       MOVE SPACES TO EAU-AFTER-IMAGE
                       MOVE SPACES TO EAU-STATUS-AFTER
                       MOVE "D" TO EAU-ACTION
                       PERFORM 4000-WRITE-BACKOUT-AUDIT
                       ADD 1 TO WS-APPLIED-COUNT
                       ADD 1 TO WS-EXCEPTION-COUNT
                   NOT INVALID KEY
                       MOVE WS-RESTORE-IMAGE TO EAU-AFTER-IMAGE
                       MOVE WS-RESTORE-STATUS TO EAU-STATUS-AFTER
                       MOVE "C" TO EAU-ACTION
                       PERFORM 4000-WRITE-BACKOUT-AUDIT
                       ADD 1 TO WS-APPLIED-COUNT
                       ADD 1 TO WS-EXCEPTION-COUNT
                   NOT INVALID KEY
                       MOVE SPACES TO EAU-BEFORE-IMAGE
                       MOVE SPACES TO EAU-STATUS-BEFORE
                       MOVE WS-RESTORE-IMAGE TO EAU-AFTER-IMAGE
                       MOVE WS-RESTORE-STATUS TO EAU-STATUS-AFTER
                       MOVE "A" TO EAU-ACTION
                       PERFORM 4000-WRITE-BACKOUT-AUDIT
                       ADD 1 TO WS-APPLIED-COUNT
               MOVE IX-COM OF EMPTBL-RECORD TO WS-AMOUNT-9
               MOVE WS-AMOUNT-X TO EAU-OLD-COM
               MOVE "N"         TO EAU-OLD-COM-NULL
           END-IF
           MOVE IX-EMP-STATUS  TO EAU-OLD-EMP-STATUS
           MOVE IX-STATUS-DATE TO EAU-OLD-STATUS-DATE
           MOVE IX-TERM-DATE   TO EAU-OLD-TERM-DATE.

       7100-BUILD-MASTER-FROM-IMAGE.
           MOVE WS-BKO-ENO (WS-BKO-IDX)
               MOVE WS-RST-COM  TO WS-AMOUNT-X
               MOVE WS-AMOUNT-9 TO IX-COM OF EMPTBL-RECORD
               MOVE ZERO        TO IX-COM-NULL-IND OF EMPTBL-RECORD
           END-IF
           MOVE WS-RST-EMP-STATUS  TO IX-EMP-STATUS
           MOVE WS-RST-STATUS-DATE TO IX-STATUS-DATE
           MOVE WS-RST-TERM-DATE   TO IX-TERM-DATE.

      * Start and end rows for the RUNHIST trail, RETURN-CODE
      * held and restored around the CALL - the same guard the
