      * Reads CTLTRN-FILE, one add / change / delete per record
      * naming its target file, fully edits every field before
      * anything touches a master (action and file codes valid, key
      * present, a PGMREG status only A or D and its exclusive switch
      * Y, N or blank, a PGMTHR THR-MAX-SECONDS
      * numeric and nonzero and its expected switch Y or N, a COMRATE
      * rate numeric and in the sane zero-exclusive range below 1,
      * with any band breakpoint and annual cap numeric and an upper
      * rate given exactly when there is a breakpoint),
      * applies the survivors, and writes a before/after CTLAUD row
      * for every applied change. Rejects go to the CTLEDT edit
      * report with a reason per line and are never applied; the job
       01  WS-RATE-X                PIC X(05).
       01  WS-RATE-9 REDEFINES WS-RATE-X
                                    PIC 9V9(04).
       01  WS-AMOUNT-X              PIC X(09).
       01  WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                    PIC 9(7)V99.

      * A COMRATE transaction's band structure once edited - blank
      * fields on the card are zero here.
       01  WS-BREAKPOINT            PIC S9(7)V99 COMP-3.
       01  WS-UPPER-RATE            PIC S9(01)V9(04) COMP-3.
       01  WS-ANNUAL-CAP            PIC S9(7)V99 COMP-3.

      * Run-lifecycle fields for the RUNTRK01 recorder every
      * batch job in the suite reports through.
           IF CTR-STATUS NOT = "A" AND CTR-STATUS NOT = "D"
               MOVE "REG STATUS NOT A OR D" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF
           IF CTR-EXCLUSIVE NOT = "Y" AND CTR-EXCLUSIVE NOT = "N"
                   AND CTR-EXCLUSIVE NOT = SPACE
               MOVE "EXCLUSIVE SWITCH NOT Y OR N" TO RPT-LINE(40:30)
               PERFORM 9000-WRITE-REJECT
           END-IF.

       2200-EDIT-PGMTHR-FIELDS.
                   MOVE "RATE IS 1.0000 OR MORE" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               END-IF
           END-IF
           PERFORM 2310-EDIT-COMRATE-BANDS.

      * The upper rate only means something above a breakpoint, so
      * it is required with one and refused without one - a rate
      * nobody will ever pay is a card someone misread. The upper
      * rate takes the same sane-range edit as the lower.
       2310-EDIT-COMRATE-BANDS.
           MOVE ZERO TO WS-BREAKPOINT
           MOVE ZERO TO WS-UPPER-RATE
           MOVE ZERO TO WS-ANNUAL-CAP
           IF CTR-BREAKPOINT NOT = SPACES
               IF CTR-BREAKPOINT NOT NUMERIC
                   MOVE "BREAKPOINT NOT NUMERIC" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               ELSE
                   MOVE CTR-BREAKPOINT TO WS-AMOUNT-X
                   MOVE WS-AMOUNT-9    TO WS-BREAKPOINT
               END-IF
           END-IF
           IF WS-BREAKPOINT > ZERO
               IF CTR-UPPER-RATE NOT NUMERIC
                   MOVE "UPPER RATE NOT NUMERIC" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               ELSE
                   MOVE CTR-UPPER-RATE TO WS-RATE-X
                   MOVE WS-RATE-9      TO WS-UPPER-RATE
                   IF WS-RATE-9 = ZERO
                       MOVE "UPPER RATE IS ZERO" TO RPT-LINE(40:30)
                       PERFORM 9000-WRITE-REJECT
                   END-IF
                   IF WS-RATE-9 >= 1
                       MOVE "UPPER RATE IS 1.0000 OR MORE"
                           TO RPT-LINE(40:30)
                       PERFORM 9000-WRITE-REJECT
                   END-IF
               END-IF
           ELSE
               IF CTR-UPPER-RATE NOT = SPACES
                       AND (CTR-BREAKPOINT = SPACES
                            OR CTR-BREAKPOINT NUMERIC)
                   MOVE "UPPER RATE WITHOUT BREAKPOINT"
                       TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               END-IF
           END-IF
           IF CTR-ANNUAL-CAP NOT = SPACES
               IF CTR-ANNUAL-CAP NOT NUMERIC
                   MOVE "ANNUAL CAP NOT NUMERIC" TO RPT-LINE(40:30)
                   PERFORM 9000-WRITE-REJECT
               ELSE
                   MOVE CTR-ANNUAL-CAP TO WS-AMOUNT-X
                   MOVE WS-AMOUNT-9    TO WS-ANNUAL-CAP
               END-IF
           END-IF.

       3000-APPLY-TRANSACTION.
                   MOVE CTR-KEY         TO REG-PROGRAM-NAME
                   MOVE CTR-STATUS      TO REG-STATUS
                   MOVE CTR-DESCRIPTION TO REG-DESCRIPTION
                   PERFORM 3120-SET-EXCLUSIVE-SW
                   WRITE PGMREG-RECORD
                       INVALID KEY
                           MOVE "ADD REJECTED BY FILE"
               WHEN CTR-CHANGE
                   MOVE CTR-STATUS      TO REG-STATUS
                   MOVE CTR-DESCRIPTION TO REG-DESCRIPTION
                   PERFORM 3120-SET-EXCLUSIVE-SW
                   REWRITE PGMREG-RECORD
                       INVALID KEY
                           MOVE "CHANGE REJECTED BY FILE"
                   END-REWRITE
           END-EVALUATE.

       3120-SET-EXCLUSIVE-SW.
           IF CTR-EXCLUSIVE = "Y"
               MOVE "Y" TO REG-EXCLUSIVE-SW
           ELSE
               MOVE "N" TO REG-EXCLUSIVE-SW
           END-IF.

       3200-APPLY-TO-PGMTHR.
           MOVE "N" TO WS-MASTER-FOUND-SW
           MOVE CTR-KEY TO THR-PROGRAM-NAME
                   MOVE CTR-RATE        TO WS-RATE-X
                   MOVE WS-RATE-9       TO CR-RATE
                   MOVE CTR-DESCRIPTION TO CR-DESCRIPTION
                   MOVE WS-BREAKPOINT   TO CR-BREAKPOINT
                   MOVE WS-UPPER-RATE   TO CR-UPPER-RATE
                   MOVE WS-ANNUAL-CAP   TO CR-ANNUAL-CAP
                   WRITE COMRATE-RECORD
                       INVALID KEY
                           MOVE "ADD REJECTED BY FILE"
                   MOVE CTR-RATE        TO WS-RATE-X
                   MOVE WS-RATE-9       TO CR-RATE
                   MOVE CTR-DESCRIPTION TO CR-DESCRIPTION
                   MOVE WS-BREAKPOINT   TO CR-BREAKPOINT
                   MOVE WS-UPPER-RATE   TO CR-UPPER-RATE
                   MOVE WS-ANNUAL-CAP   TO CR-ANNUAL-CAP
                   REWRITE COMRATE-RECORD
                       INVALID KEY
                           MOVE "CHANGE REJECTED BY FILE"
           MOVE CTR-KEY      TO CTA-KEY
           IF CTR-ADD
               MOVE SPACES TO CTA-BEFORE-IMAGE
               MOVE SPACES TO CTA-BEFORE-BANDS
               MOVE SPACES TO CTA-OLD-EXCLUSIVE
           END-IF
           IF CTR-DELETE
               MOVE SPACES TO CTA-AFTER-IMAGE
               MOVE SPACES TO CTA-AFTER-BANDS
               MOVE SPACES TO CTA-NEW-EXCLUSIVE
           ELSE
               PERFORM 7100-FILL-AFTER-IMAGE
           END-IF
      * not carry stay blank.
       7000-FILL-BEFORE-IMAGE.
           MOVE SPACES TO CTA-BEFORE-IMAGE
           MOVE SPACES TO CTA-BEFORE-BANDS
           MOVE SPACES TO CTA-OLD-EXCLUSIVE
           EVALUATE TRUE
               WHEN CTR-FILE-PGMREG
                   MOVE REG-STATUS      TO CTA-OLD-STATUS
                   MOVE REG-DESCRIPTION TO CTA-OLD-DESCRIPTION
                   MOVE REG-EXCLUSIVE-SW TO CTA-OLD-EXCLUSIVE
               WHEN CTR-FILE-PGMTHR
                   MOVE THR-MAX-SECONDS TO CTA-OLD-MAX-SECONDS
                   MOVE THR-EXPECTED-SW TO CTA-OLD-STATUS
                   MOVE CR-RATE         TO WS-RATE-9
                   MOVE WS-RATE-X       TO CTA-OLD-RATE
                   MOVE CR-DESCRIPTION  TO CTA-OLD-DESCRIPTION
                   MOVE CR-BREAKPOINT   TO WS-AMOUNT-9
                   MOVE WS-AMOUNT-X     TO CTA-OLD-BREAKPOINT
                   MOVE CR-UPPER-RATE   TO WS-RATE-9
                   MOVE WS-RATE-X       TO CTA-OLD-UPPER-RATE
                   MOVE CR-ANNUAL-CAP   TO WS-AMOUNT-9
                   MOVE WS-AMOUNT-X     TO CTA-OLD-ANNUAL-CAP
           END-EVALUATE.

      * The band fields go in as edited, so a blank on the card
      * shows in the trail as the zero that was stored.
       7100-FILL-AFTER-IMAGE.
           MOVE SPACES TO CTA-AFTER-IMAGE
           MOVE SPACES TO CTA-AFTER-BANDS
           MOVE SPACES TO CTA-NEW-EXCLUSIVE
           EVALUATE TRUE
               WHEN CTR-FILE-PGMREG
                   MOVE CTR-STATUS      TO CTA-NEW-STATUS
                   MOVE CTR-DESCRIPTION TO CTA-NEW-DESCRIPTION
                   MOVE REG-EXCLUSIVE-SW TO CTA-NEW-EXCLUSIVE
               WHEN CTR-FILE-PGMTHR
                   MOVE CTR-MAX-SECONDS TO CTA-NEW-MAX-SECONDS
                   MOVE CTR-STATUS      TO CTA-NEW-STATUS
               WHEN CTR-FILE-COMRATE
                   MOVE CTR-RATE        TO CTA-NEW-RATE
                   MOVE CTR-DESCRIPTION TO CTA-NEW-DESCRIPTION
                   MOVE WS-BREAKPOINT   TO WS-AMOUNT-9
                   MOVE WS-AMOUNT-X     TO CTA-NEW-BREAKPOINT
                   MOVE WS-UPPER-RATE   TO WS-RATE-9
                   MOVE WS-RATE-X       TO CTA-NEW-UPPER-RATE
                   MOVE WS-ANNUAL-CAP   TO WS-AMOUNT-9
                   MOVE WS-AMOUNT-X     TO CTA-NEW-ANNUAL-CAP
           END-EVALUATE.

       8000-WRITE-TOTALS.
