       IDENTIFICATION DIVISION.
       PROGRAM-ID.   Test-Route-Survey-Queue.

      *================================================================
      * Pending-Survey work queue for the surveying group.
      * Test-Route-Processing counts a route's Pending-Survey points
      * and Test-Route-Compare reports the night a point's
      * Status-Code flips, but neither says which points have been
      * waiting longest, so crews were sent by memory. This step
      * carries every Pending-Survey and Relocated point forward
      * from one accepted ROUTEMST generation to the next on a small
      * state file: tonight's master (ROUTEMST, pointed by the JCL
      * at the dated generation) is matched route by route against
      * the state the previous run left (PSQOLD), and the new state
      * goes to PSQNEW for the next run to read. A point that stays
      * Pending-Survey keeps the date it entered that status and
      * gains one run on its count; a point that leaves it drops
      * out; a point that arrives starts at one run, entered on
      * tonight's generation date.
      *
      * The RTSQP card gives that generation date and the age limit
      * in runs. Because the count is only honest if each generation
      * is applied once and in order, the state file always opens
      * with a control row carrying the date the state was last
      * carried to - written even when no point was carried - and a
      * card date not later than that stops the run cold. An absent
      * PSQOLD (status 35) is the very first run and starts from
      * nothing; a PSQOLD that is there but has no control row is a
      * stop, not a first run. To seed the queue from past
      * generations, run the step once per dated ROUTEMST, oldest
      * first.
      *
      * Out of the run come:
      *
      *   - SURVWO, one work order per point now Pending-Survey -
      *     route, point number and Location - oldest entry first,
      *     ties in route and point order;
      *   - on RTSQRPT, every point pending more runs than the age
      *     limit (a blank limit is zero, every pending point listed,
      *     the same reading Test-Route-Compare gives a blank
      *     tolerance), and every Relocated point whose Location has
      *     not changed since it was marked Relocated - a route
      *     whose relocations were never re-surveyed still carries
      *     the old coordinates for them.
      *
      * Like the compare, this is a work list and not an exception
      * gate: the run ends zero unless something actually failed.
      *================================================================

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTSQP-FILE ASSIGN TO "RTSQP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rtsqp-Status.

           SELECT ROUTEMST-FILE ASSIGN TO "ROUTEMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Routemst-Status.

           SELECT PSQOLD-FILE ASSIGN TO "PSQOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Psqold-Status.

           SELECT PSQNEW-FILE ASSIGN TO "PSQNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Psqnew-Status.

           SELECT SURVWO-FILE ASSIGN TO "SURVWO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Survwo-Status.

           SELECT RTSQRPT-FILE ASSIGN TO "RTSQRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-Rtsqrpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RTSQP-FILE.
       01 Rtsq-Parm-Record.
           05 RSQ-Run-Date       PIC X(08).
           05 RSQ-Age-Limit      PIC 9(03).
           05 RSQ-Age-Limit-X REDEFINES RSQ-Age-Limit
                                 PIC X(03).

       FD  ROUTEMST-FILE.
       01 Route-Mst-Record       PIC X(170).

       FD  PSQOLD-FILE.
       01 Old-State-Record       PIC X(37).

       FD  PSQNEW-FILE.
       01 New-State-Record       PIC X(37).

      * One work order per point awaiting a survey crew.
       FD  SURVWO-FILE.
       01 Survey-Order-Record.
           05 SWO-Route-Id       PIC X(08).
           05 SWO-Point-No       PIC 9(02).
           05 SWO-Loc-X          PIC 9.
           05 SWO-Loc-Y          PIC 9.
           05 SWO-Loc-Z          PIC 9.
           05 SWO-Entered-Date   PIC X(08).
           05 SWO-Runs-Pending   PIC 9(05).
           05 SWO-Overdue-Sw     PIC X(01).

       FD  RTSQRPT-FILE.
       01 RPT-LINE               PIC X(100).

       WORKING-STORAGE SECTION.

      * Master records reparsed with the same shape ROUTEIN carries -
      * the raw record is what the processing step persisted.
       01 Mst-In-Record.
           05 MR-Route-Id        PIC X(08).
           05 MR-Point-Count     PIC 9(02).
           05 MR-Point-Entry OCCURS 20 TIMES.
               10 MR-Loc-X       PIC 9.
               10 MR-Loc-Y       PIC 9.
               10 MR-Loc-Z       PIC 9.
               10 MR-Speed-X     PIC 9.
               10 MR-Speed-Y     PIC 9.
               10 MR-Speed-Z     PIC 9.
               10 MR-Status      PIC X(02).
                   88 Active            VALUE "AC".
                   88 Out-Of-Service    VALUE "OS".
                   88 Pending-Survey    VALUE "PS".
                   88 Relocated         VALUE "RL".

      * The carried state, one row per Pending-Survey or Relocated
      * point, in route and point order. The Location is the one
      * the point had when it entered its status; the re-surveyed
      * switch says a Relocated point's Location has since changed.
      * The file opens with one control row - blank route id, point
      * 00 - whose last date is the generation the state was carried
      * to; it sorts ahead of every route.
       01 Old-State.
           05 OSQ-Route-Id       PIC X(08).
               88 OSQ-Control-Row VALUE SPACES.
           05 OSQ-Point-No       PIC 9(02).
           05 OSQ-Status         PIC X(02).
               88 Pending-Survey VALUE "PS".
               88 Relocated      VALUE "RL".
           05 OSQ-Entered-Date   PIC X(08).
           05 OSQ-Run-Count      PIC 9(05).
           05 OSQ-Last-Date      PIC X(08).
           05 OSQ-Loc-X          PIC 9.
           05 OSQ-Loc-Y          PIC 9.
           05 OSQ-Loc-Z          PIC 9.
           05 OSQ-Resurveyed-Sw  PIC X(01).

       01 New-State.
           05 NSQ-Route-Id       PIC X(08).
           05 NSQ-Point-No       PIC 9(02).
           05 NSQ-Status         PIC X(02).
           05 NSQ-Entered-Date   PIC X(08).
           05 NSQ-Run-Count      PIC 9(05).
           05 NSQ-Last-Date      PIC X(08).
           05 NSQ-Loc-X          PIC 9.
           05 NSQ-Loc-Y          PIC 9.
           05 NSQ-Loc-Z          PIC 9.
           05 NSQ-Resurveyed-Sw  PIC X(01).
               88 NSQ-Resurveyed VALUE "Y".

      * The previous run's rows for the route in hand, by point.
       01 Prev-Route.
           05 Prev-Point OCCURS 20 TIMES.
               10 Prev-Status        PIC X(02).
                   88 Pending-Survey VALUE "PS".
                   88 Relocated      VALUE "RL".
               10 Prev-Entered-Date  PIC X(08).
               10 Prev-Run-Count     PIC 9(05).
               10 Prev-Loc-X         PIC 9.
               10 Prev-Loc-Y         PIC 9.
               10 Prev-Loc-Z         PIC 9.
               10 Prev-Resurveyed-Sw PIC X(01).

      * Tonight's pending points, kept oldest first by insertion as
      * the routes go by; equal entry dates stay in route and point
      * order.
       01 WS-Queue-Count         PIC 9(04) VALUE ZERO.
       01 WS-Queue-Max           PIC 9(04) VALUE 2000.
       01 WS-Queue-Idx           PIC 9(04).
       01 WS-Queue-Slot          PIC 9(04).
       01 WS-Queue-Prev          PIC 9(04).
       01 WS-Slot-Found-Sw       PIC X(01) VALUE "N".
           88 Slot-Found         VALUE "Y".
       01 WS-Queue-Table.
           05 WS-Queue-Entry OCCURS 2000 TIMES.
               10 WS-Q-Entered-Date PIC X(08).
               10 WS-Q-Route-Id     PIC X(08).
               10 WS-Q-Point-No     PIC 9(02).
               10 WS-Q-Loc-X        PIC 9.
               10 WS-Q-Loc-Y        PIC 9.
               10 WS-Q-Loc-Z        PIC 9.
               10 WS-Q-Run-Count    PIC 9(05).
       01 WS-New-Queue-Entry.
           05 WS-NQ-Entered-Date  PIC X(08).
           05 WS-NQ-Route-Id      PIC X(08).
           05 WS-NQ-Point-No      PIC 9(02).
           05 WS-NQ-Loc-X         PIC 9.
           05 WS-NQ-Loc-Y         PIC 9.
           05 WS-NQ-Loc-Z         PIC 9.
           05 WS-NQ-Run-Count     PIC 9(05).

       01 WS-Rtsqp-Status        PIC X(02).
       01 WS-Routemst-Status     PIC X(02).
       01 WS-Psqold-Status       PIC X(02).
       01 WS-Psqnew-Status       PIC X(02).
       01 WS-Survwo-Status       PIC X(02).
       01 WS-Rtsqrpt-Status      PIC X(02).

      * HIGH-VALUES in the state key marks the old state drained;
      * the master side is checked for route-id order the way
      * Test-Route-Compare checks both of its sides.
       01 WS-State-Key           PIC X(08) VALUE LOW-VALUES.
       01 WS-Mst-Prev-Key        PIC X(08) VALUE LOW-VALUES.

       01 WS-Mst-Eof-Sw          PIC X(01) VALUE "N".
           88 Routemst-Eof       VALUE "Y".
       01 WS-Abort-Sw            PIC X(01) VALUE "N".
           88 Run-Aborted        VALUE "Y".

       01 WS-Run-Date            PIC X(08).
       01 WS-Age-Limit           PIC 9(03) VALUE ZERO.
       01 WS-Route-Idx           PIC 9(02).
       01 WS-Route-Unsurveyed    PIC 9(02).

       01 WS-Routes-Read         PIC 9(04) VALUE ZERO.
       01 WS-Points-Pending      PIC 9(05) VALUE ZERO.
       01 WS-Newly-Pending       PIC 9(05) VALUE ZERO.
       01 WS-Pending-Cleared     PIC 9(05) VALUE ZERO.
       01 WS-Points-Overdue      PIC 9(05) VALUE ZERO.
       01 WS-Relocs-Unsurveyed   PIC 9(05) VALUE ZERO.
       01 WS-Routes-Unsurveyed   PIC 9(04) VALUE ZERO.

       01 WS-Idx-Display         PIC Z9.
       01 WS-Runs-Display        PIC Z(04)9.
       01 WS-Total-Display       PIC Z(04)9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0500-READ-PARM-CARD
           IF Run-Aborted
               GOBACK
           END-IF
           OPEN INPUT ROUTEMST-FILE
           IF WS-Routemst-Status NOT = "00"
               DISPLAY "Test-Route-Survey-Queue: EXCEPTION -"
                       " ROUTEMST-FILE open failed, status "
                       WS-Routemst-Status
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 0600-OPEN-OLD-STATE
           IF Run-Aborted
               CLOSE ROUTEMST-FILE
               PERFORM 0700-CLOSE-OLD-STATE
               GOBACK
           END-IF
           OPEN OUTPUT PSQNEW-FILE
           IF WS-Psqnew-Status NOT = "00"
               DISPLAY "Test-Route-Survey-Queue: EXCEPTION -"
                       " PSQNEW-FILE open failed, status "
                       WS-Psqnew-Status
               MOVE 16 TO RETURN-CODE
               CLOSE ROUTEMST-FILE
               PERFORM 0700-CLOSE-OLD-STATE
               GOBACK
           END-IF
           PERFORM 0800-WRITE-CONTROL-ROW
           IF Run-Aborted
               CLOSE ROUTEMST-FILE
               PERFORM 0700-CLOSE-OLD-STATE
               CLOSE PSQNEW-FILE
               GOBACK
           END-IF
           OPEN OUTPUT SURVWO-FILE
           IF WS-Survwo-Status NOT = "00"
               DISPLAY "Test-Route-Survey-Queue: EXCEPTION -"
                       " SURVWO-FILE open failed, status "
                       WS-Survwo-Status
               MOVE 16 TO RETURN-CODE
               CLOSE ROUTEMST-FILE
               PERFORM 0700-CLOSE-OLD-STATE
               CLOSE PSQNEW-FILE
               GOBACK
           END-IF
           OPEN OUTPUT RTSQRPT-FILE
           IF WS-Rtsqrpt-Status NOT = "00"
               DISPLAY "Test-Route-Survey-Queue: EXCEPTION -"
                       " RTSQRPT-FILE open failed, status "
                       WS-Rtsqrpt-Status
               MOVE 16 TO RETURN-CODE
               CLOSE ROUTEMST-FILE
               PERFORM 0700-CLOSE-OLD-STATE
               CLOSE PSQNEW-FILE
               CLOSE SURVWO-FILE
               GOBACK
           END-IF

           MOVE SPACES TO RPT-LINE
           STRING "PENDING-SURVEY WORK QUEUE - GENERATION "
                  WS-Run-Date
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-Age-Limit TO WS-Runs-Display
           MOVE SPACES TO RPT-LINE
           STRING "AGE LIMIT " WS-Runs-Display " RUN(S)"
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE "RELOCATED POINTS NOT RE-SURVEYED" TO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE SPACES TO RPT-LINE

           PERFORM 1000-READ-OLD-STATE
           PERFORM UNTIL Routemst-Eof OR Run-Aborted
               PERFORM 1100-READ-MASTER
               IF NOT Routemst-Eof AND NOT Run-Aborted
                   PERFORM 3000-TRACK-ONE-ROUTE
               END-IF
           END-PERFORM

      * Routes gone from tonight's master take their pending points
      * with them.
           PERFORM UNTIL WS-State-Key = HIGH-VALUES OR Run-Aborted
               PERFORM 3100-DROP-STATE-ROW
           END-PERFORM

           IF NOT Run-Aborted
               MOVE "PENDING-SURVEY POINTS OVER THE AGE LIMIT"
                   TO RPT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
               MOVE SPACES TO RPT-LINE
               PERFORM VARYING WS-Queue-Idx FROM 1 BY 1
                       UNTIL WS-Queue-Idx > WS-Queue-Count
                          OR Run-Aborted
                   PERFORM 5000-WRITE-WORK-ORDER
               END-PERFORM
           END-IF

           PERFORM 8000-WRITE-TOTALS

           CLOSE ROUTEMST-FILE
           PERFORM 0700-CLOSE-OLD-STATE
           CLOSE PSQNEW-FILE
           CLOSE SURVWO-FILE
           CLOSE RTSQRPT-FILE
           IF Run-Aborted
               MOVE 16 TO RETURN-CODE
           END-IF
           GOBACK.

      * The generation date is required - it is what every entry
      * date and the re-apply guard are measured by. A NON-blank
      * age limit that is not numeric is a stop, the same rule
      * Test-Route-Compare applies to its tolerance.
       0500-READ-PARM-CARD.
           OPEN INPUT RTSQP-FILE
           IF WS-Rtsqp-Status NOT = "00"
               DISPLAY "Test-Route-Survey-Queue: EXCEPTION -"
                       " RTSQP-FILE open failed, status "
                       WS-Rtsqp-Status " - run stopped"
               MOVE 16 TO RETURN-CODE
               SET Run-Aborted TO TRUE
           ELSE
               READ RTSQP-FILE
                   AT END
                       DISPLAY "Test-Route-Survey-Queue: RTSQP-FILE"
                               " is empty - no generation date,"
                               " run stopped"
                       MOVE 16 TO RETURN-CODE
                       SET Run-Aborted TO TRUE
                   NOT AT END
                       MOVE RSQ-Run-Date TO WS-Run-Date
                       IF RSQ-Run-Date NOT NUMERIC
                           DISPLAY "Test-Route-Survey-Queue:"
                                   " generation date '"
                                   RSQ-Run-Date
                                   "' is not a valid YYYYMMDD -"
                                   " run stopped"
                           MOVE 16 TO RETURN-CODE
                           SET Run-Aborted TO TRUE
                       END-IF
                       IF RSQ-Age-Limit-X NOT = SPACES
                           IF RSQ-Age-Limit-X NUMERIC
                               MOVE RSQ-Age-Limit TO WS-Age-Limit
                           ELSE
                               DISPLAY "Test-Route-Survey-Queue:"
                                       " age limit '"
                                       RSQ-Age-Limit-X
                                       "' is not numeric -"
                                       " run stopped"
                               MOVE 16 TO RETURN-CODE
                               SET Run-Aborted TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE RTSQP-FILE
           END-IF.

      * An ABSENT state file (status 35) is the first run: nothing
      * has been pending before tonight. Any other open failure is
      * a stop - restarting every count at one would pass for a
      * clean queue. A state file that opens must lead with its
      * control row, and tonight's generation must be later than
      * the date on it, or the same night would count twice.
       0600-OPEN-OLD-STATE.
           OPEN INPUT PSQOLD-FILE
           EVALUATE TRUE
               WHEN WS-Psqold-Status = "35"
                   MOVE HIGH-VALUES TO WS-State-Key
               WHEN WS-Psqold-Status NOT = "00"
                   DISPLAY "Test-Route-Survey-Queue: EXCEPTION -"
                           " PSQOLD-FILE open failed, status "
                           WS-Psqold-Status " - run stopped"
                   MOVE 16 TO RETURN-CODE
                   SET Run-Aborted TO TRUE
               WHEN OTHER
                   PERFORM 0650-CHECK-CONTROL-ROW
           END-EVALUATE.

       0650-CHECK-CONTROL-ROW.
           READ PSQOLD-FILE
               AT END
                   MOVE SPACES TO Old-State
                   MOVE LOW-VALUES TO OSQ-Route-Id
               NOT AT END
                   MOVE Old-State-Record TO Old-State
           END-READ
           EVALUATE TRUE
               WHEN NOT OSQ-Control-Row
                       OR OSQ-Point-No NOT = ZERO
                   DISPLAY "Test-Route-Survey-Queue: EXCEPTION -"
                           " PSQOLD-FILE has no control row -"
                           " last generation unknown, run stopped"
                   MOVE 16 TO RETURN-CODE
                   SET Run-Aborted TO TRUE
               WHEN OSQ-Last-Date NOT < WS-Run-Date
                   DISPLAY "Test-Route-Survey-Queue:"
                           " state already carried to "
                           OSQ-Last-Date
                           " - generation " WS-Run-Date
                           " applied twice or out of"
                           " order, run stopped"
                   MOVE 16 TO RETURN-CODE
                   SET Run-Aborted TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0700-CLOSE-OLD-STATE.
           IF WS-Psqold-Status NOT = "35"
               CLOSE PSQOLD-FILE
           END-IF.

      * Written first and always, so the next run can tell an empty
      * queue carried to tonight from no state at all.
       0800-WRITE-CONTROL-ROW.
           MOVE SPACES      TO New-State
           MOVE ZERO        TO NSQ-Point-No
           MOVE ZERO        TO NSQ-Run-Count
           MOVE WS-Run-Date TO NSQ-Last-Date
           MOVE ZERO        TO NSQ-Loc-X NSQ-Loc-Y NSQ-Loc-Z
           MOVE "N"         TO NSQ-Resurveyed-Sw
           PERFORM 4300-WRITE-STATE-ROW.

      * The control row was taken by 0650; one met again among the
      * point rows means two state files run together.
       1000-READ-OLD-STATE.
           IF WS-State-Key NOT = HIGH-VALUES
               READ PSQOLD-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-State-Key
                   NOT AT END
                       MOVE Old-State-Record TO Old-State
                       MOVE OSQ-Route-Id TO WS-State-Key
                       IF OSQ-Control-Row
                           DISPLAY "Test-Route-Survey-Queue:"
                                   " EXCEPTION - PSQOLD-FILE holds"
                                   " a second control row - run"
                                   " stopped"
                           MOVE 16 TO RETURN-CODE
                           SET Run-Aborted TO TRUE
                           MOVE HIGH-VALUES TO WS-State-Key
                       END-IF
               END-READ
           END-IF.

       1100-READ-MASTER.
           READ ROUTEMST-FILE
               AT END
                   SET Routemst-Eof TO TRUE
               NOT AT END
                   MOVE Route-Mst-Record TO Mst-In-Record
                   ADD 1 TO WS-Routes-Read
                   IF MR-Route-Id NOT > WS-Mst-Prev-Key
                       DISPLAY "Test-Route-Survey-Queue: EXCEPTION -"
                               " ROUTEMST out of route-id order"
                               " at " MR-Route-Id
                               " - run stopped"
                       MOVE 16 TO RETURN-CODE
                       SET Run-Aborted TO TRUE
                   ELSE
                       MOVE MR-Route-Id TO WS-Mst-Prev-Key
                   END-IF
                   IF NOT Run-Aborted
                       IF MR-Point-Count NOT NUMERIC
                               OR MR-Point-Count = ZERO
                               OR MR-Point-Count > 20
                           DISPLAY "Test-Route-Survey-Queue:"
                                   " EXCEPTION - ROUTEMST route "
                                   MR-Route-Id " point count "
                                   MR-Point-Count " invalid"
                                   " - run stopped"
                           MOVE 16 TO RETURN-CODE
                           SET Run-Aborted TO TRUE
                       END-IF
                   END-IF
           END-READ.

       3000-TRACK-ONE-ROUTE.
           PERFORM UNTIL WS-State-Key NOT < MR-Route-Id
                      OR Run-Aborted
               PERFORM 3100-DROP-STATE-ROW
           END-PERFORM
           MOVE SPACES TO Prev-Route
           PERFORM UNTIL WS-State-Key NOT = MR-Route-Id
                      OR Run-Aborted
               IF OSQ-Point-No NUMERIC
                       AND OSQ-Point-No > ZERO
                       AND OSQ-Point-No NOT > 20
                   MOVE OSQ-Status
                     TO Prev-Status (OSQ-Point-No)
                   MOVE OSQ-Entered-Date
                     TO Prev-Entered-Date (OSQ-Point-No)
                   MOVE OSQ-Run-Count
                     TO Prev-Run-Count (OSQ-Point-No)
                   MOVE OSQ-Loc-X TO Prev-Loc-X (OSQ-Point-No)
                   MOVE OSQ-Loc-Y TO Prev-Loc-Y (OSQ-Point-No)
                   MOVE OSQ-Loc-Z TO Prev-Loc-Z (OSQ-Point-No)
                   MOVE OSQ-Resurveyed-Sw
                     TO Prev-Resurveyed-Sw (OSQ-Point-No)
               END-IF
               PERFORM 1000-READ-OLD-STATE
           END-PERFORM
           MOVE ZERO TO WS-Route-Unsurveyed
           PERFORM VARYING WS-Route-Idx FROM 1 BY 1
                   UNTIL WS-Route-Idx > MR-Point-Count
                      OR Run-Aborted
               EVALUATE TRUE
                   WHEN Pending-Survey OF MR-Status (WS-Route-Idx)
                       PERFORM 4000-TRACK-PENDING-POINT
                   WHEN Relocated OF MR-Status (WS-Route-Idx)
                       PERFORM 4100-TRACK-RELOCATED-POINT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
      * A point pending last run and not pending now has been
      * surveyed, or dropped off a shortened route.
           PERFORM VARYING WS-Route-Idx FROM 1 BY 1
                   UNTIL WS-Route-Idx > 20
               IF Pending-Survey OF Prev-Status (WS-Route-Idx)
                   IF WS-Route-Idx > MR-Point-Count
                       ADD 1 TO WS-Pending-Cleared
                   ELSE
                       IF NOT Pending-Survey OF MR-Status
                                                 (WS-Route-Idx)
                           ADD 1 TO WS-Pending-Cleared
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-Route-Unsurveyed NOT = ZERO
               ADD 1 TO WS-Routes-Unsurveyed
           END-IF.

       3100-DROP-STATE-ROW.
           IF Pending-Survey OF OSQ-Status
               ADD 1 TO WS-Pending-Cleared
           END-IF
           PERFORM 1000-READ-OLD-STATE.

      * Still pending: the entry date holds and the count grows.
      * Newly pending: entered tonight, one run so far.
       4000-TRACK-PENDING-POINT.
           PERFORM 4200-START-STATE-ROW
           IF Pending-Survey OF Prev-Status (WS-Route-Idx)
               MOVE Prev-Entered-Date (WS-Route-Idx)
                 TO NSQ-Entered-Date
               COMPUTE NSQ-Run-Count =
                       Prev-Run-Count (WS-Route-Idx) + 1
           ELSE
               ADD 1 TO WS-Newly-Pending
           END-IF
           PERFORM 4300-WRITE-STATE-ROW
           ADD 1 TO WS-Points-Pending
           IF WS-Queue-Count < WS-Queue-Max
               MOVE NSQ-Entered-Date    TO WS-NQ-Entered-Date
               MOVE MR-Route-Id         TO WS-NQ-Route-Id
               MOVE WS-Route-Idx        TO WS-NQ-Point-No
               MOVE MR-Loc-X (WS-Route-Idx) TO WS-NQ-Loc-X
               MOVE MR-Loc-Y (WS-Route-Idx) TO WS-NQ-Loc-Y
               MOVE MR-Loc-Z (WS-Route-Idx) TO WS-NQ-Loc-Z
               MOVE NSQ-Run-Count       TO WS-NQ-Run-Count
               PERFORM 4400-INSERT-QUEUE-ENTRY
           ELSE
               DISPLAY "Test-Route-Survey-Queue: EXCEPTION - more"
                       " than " WS-Queue-Max " points pending"
                       " survey - run stopped"
               MOVE 16 TO RETURN-CODE
               SET Run-Aborted TO TRUE
           END-IF.

      * A Relocated point keeps the Location it had when it was
      * marked; once tonight's Location differs from that, a crew
      * has re-surveyed it, and it stays re-surveyed until it
      * leaves Relocated.
       4100-TRACK-RELOCATED-POINT.
           PERFORM 4200-START-STATE-ROW
           IF Relocated OF Prev-Status (WS-Route-Idx)
               MOVE Prev-Entered-Date (WS-Route-Idx)
                 TO NSQ-Entered-Date
               COMPUTE NSQ-Run-Count =
                       Prev-Run-Count (WS-Route-Idx) + 1
               MOVE Prev-Loc-X (WS-Route-Idx) TO NSQ-Loc-X
               MOVE Prev-Loc-Y (WS-Route-Idx) TO NSQ-Loc-Y
               MOVE Prev-Loc-Z (WS-Route-Idx) TO NSQ-Loc-Z
               MOVE Prev-Resurveyed-Sw (WS-Route-Idx)
                 TO NSQ-Resurveyed-Sw
               IF NSQ-Loc-X NOT = MR-Loc-X (WS-Route-Idx)
                       OR NSQ-Loc-Y NOT = MR-Loc-Y (WS-Route-Idx)
                       OR NSQ-Loc-Z NOT = MR-Loc-Z (WS-Route-Idx)
                   SET NSQ-Resurveyed TO TRUE
               END-IF
           END-IF
           PERFORM 4300-WRITE-STATE-ROW
           IF NOT NSQ-Resurveyed AND NOT Run-Aborted
               ADD 1 TO WS-Route-Unsurveyed
               ADD 1 TO WS-Relocs-Unsurveyed
               MOVE WS-Route-Idx TO WS-Idx-Display
               MOVE NSQ-Run-Count TO WS-Runs-Display
               MOVE SPACES TO RPT-LINE
               STRING MR-Route-Id " POINT " WS-Idx-Display
                      " RELOCATED SINCE " NSQ-Entered-Date
                      " - " WS-Runs-Display " RUN(S), LOCATION "
                      MR-Loc-X (WS-Route-Idx)
                      MR-Loc-Y (WS-Route-Idx)
                      MR-Loc-Z (WS-Route-Idx)
                      " NOT RE-SURVEYED"
                      DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.

      * A row as it stands for a point new to its status tonight;
      * the callers overlay what carries over from the last run.
       4200-START-STATE-ROW.
           MOVE MR-Route-Id              TO NSQ-Route-Id
           MOVE WS-Route-Idx             TO NSQ-Point-No
           MOVE MR-Status (WS-Route-Idx) TO NSQ-Status
           MOVE WS-Run-Date              TO NSQ-Entered-Date
           MOVE 1                        TO NSQ-Run-Count
           MOVE WS-Run-Date              TO NSQ-Last-Date
           MOVE MR-Loc-X (WS-Route-Idx)  TO NSQ-Loc-X
           MOVE MR-Loc-Y (WS-Route-Idx)  TO NSQ-Loc-Y
           MOVE MR-Loc-Z (WS-Route-Idx)  TO NSQ-Loc-Z
           MOVE "N"                      TO NSQ-Resurveyed-Sw.

       4300-WRITE-STATE-ROW.
           WRITE New-State-Record FROM New-State
           IF WS-Psqnew-Status NOT = "00"
               DISPLAY "Test-Route-Survey-Queue: EXCEPTION -"
                       " PSQNEW-FILE write failed, status "
                       WS-Psqnew-Status
               MOVE 16 TO RETURN-CODE
               SET Run-Aborted TO TRUE
           END-IF.

      * Entries with a later entry date than the new one move up one
      * slot; an equal date stays below, keeping route and point
      * order within a date.
       4400-INSERT-QUEUE-ENTRY.
           ADD 1 TO WS-Queue-Count
           MOVE WS-Queue-Count TO WS-Queue-Slot
           MOVE "N" TO WS-Slot-Found-Sw
           PERFORM UNTIL Slot-Found
               IF WS-Queue-Slot = 1
                   SET Slot-Found TO TRUE
               ELSE
                   COMPUTE WS-Queue-Prev = WS-Queue-Slot - 1
                   IF WS-Q-Entered-Date (WS-Queue-Prev)
                           > WS-NQ-Entered-Date
                       MOVE WS-Queue-Entry (WS-Queue-Prev)
                         TO WS-Queue-Entry (WS-Queue-Slot)
                       MOVE WS-Queue-Prev TO WS-Queue-Slot
                   ELSE
                       SET Slot-Found TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-New-Queue-Entry TO WS-Queue-Entry (WS-Queue-Slot).

       5000-WRITE-WORK-ORDER.
           MOVE WS-Q-Route-Id (WS-Queue-Idx)     TO SWO-Route-Id
           MOVE WS-Q-Point-No (WS-Queue-Idx)     TO SWO-Point-No
           MOVE WS-Q-Loc-X (WS-Queue-Idx)        TO SWO-Loc-X
           MOVE WS-Q-Loc-Y (WS-Queue-Idx)        TO SWO-Loc-Y
           MOVE WS-Q-Loc-Z (WS-Queue-Idx)        TO SWO-Loc-Z
           MOVE WS-Q-Entered-Date (WS-Queue-Idx) TO SWO-Entered-Date
           MOVE WS-Q-Run-Count (WS-Queue-Idx)    TO SWO-Runs-Pending
           IF WS-Q-Run-Count (WS-Queue-Idx) > WS-Age-Limit
               MOVE "Y" TO SWO-Overdue-Sw
           ELSE
               MOVE "N" TO SWO-Overdue-Sw
           END-IF
           WRITE Survey-Order-Record
           IF WS-Survwo-Status NOT = "00"
               DISPLAY "Test-Route-Survey-Queue: EXCEPTION -"
                       " SURVWO-FILE write failed, status "
                       WS-Survwo-Status
               MOVE 16 TO RETURN-CODE
               SET Run-Aborted TO TRUE
           END-IF
           IF SWO-Overdue-Sw = "Y" AND NOT Run-Aborted
               ADD 1 TO WS-Points-Overdue
               MOVE SWO-Point-No TO WS-Idx-Display
               MOVE SWO-Runs-Pending TO WS-Runs-Display
               MOVE SPACES TO RPT-LINE
               STRING SWO-Route-Id " POINT " WS-Idx-Display
                      " PENDING SINCE " SWO-Entered-Date
                      " - " WS-Runs-Display " RUN(S), LOCATION "
                      SWO-Loc-X SWO-Loc-Y SWO-Loc-Z
                      DELIMITED BY SIZE INTO RPT-LINE
               PERFORM 9000-WRITE-REPORT-LINE
           END-IF.

       8000-WRITE-TOTALS.
           MOVE WS-Routes-Read TO WS-Total-Display
           MOVE SPACES TO RPT-LINE
           STRING "ROUTES READ              " WS-Total-Display
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-Points-Pending TO WS-Total-Display
           MOVE SPACES TO RPT-LINE
           STRING "POINTS PENDING SURVEY    " WS-Total-Display
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-Newly-Pending TO WS-Total-Display
           MOVE SPACES TO RPT-LINE
           STRING "NEWLY PENDING THIS RUN   " WS-Total-Display
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-Pending-Cleared TO WS-Total-Display
           MOVE SPACES TO RPT-LINE
           STRING "NO LONGER PENDING        " WS-Total-Display
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-Points-Overdue TO WS-Total-Display
           MOVE SPACES TO RPT-LINE
           STRING "OVER THE AGE LIMIT       " WS-Total-Display
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-Relocs-Unsurveyed TO WS-Total-Display
           MOVE SPACES TO RPT-LINE
           STRING "RELOCATED NOT RE-SURVEYED" WS-Total-Display
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           MOVE WS-Routes-Unsurveyed TO WS-Total-Display
           MOVE SPACES TO RPT-LINE
           STRING "ROUTES WITH THEM         " WS-Total-Display
                  DELIMITED BY SIZE INTO RPT-LINE
           PERFORM 9000-WRITE-REPORT-LINE
           IF Run-Aborted
               MOVE "RUN STOPPED - QUEUE AND STATE INCOMPLETE"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       9000-WRITE-REPORT-LINE.
           WRITE RPT-LINE
           IF WS-Rtsqrpt-Status NOT = "00"
               DISPLAY "Test-Route-Survey-Queue: EXCEPTION -"
                       " RTSQRPT-FILE write failed, status "
                       WS-Rtsqrpt-Status
               MOVE 16 TO RETURN-CODE
               SET Run-Aborted TO TRUE
           END-IF.

       END PROGRAM Test-Route-Survey-Queue.
