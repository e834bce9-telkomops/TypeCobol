      * during the single CALLLOG pass. DRYRUN rows are certification
      * traffic, not dispatches - they are exempt from the registry
      * check since a dry run may legitimately probe a disabled card.
      *
      * With dispatch streams running side by side, CALLLOG holds
      * their rows interleaved, so the ordering check is made within
      * each stream (CLG-STREAM) against that stream's previous row,
      * and a checkpoint - one per stream - only matches a CALLLOG
      * row from its own stream.
      *================================================================

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-CALLLOG-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "PCCHKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHK-STREAM
               FILE STATUS IS WS-CHKPT-STATUS.

           SELECT PGMREG-FILE ASSIGN TO "PGMREG"
       01  WS-CHK-IDX               PIC 9(03).
       01  WS-CHK-TABLE.
           05  WS-CHK-ENTRY OCCURS 100 TIMES.
               10  WS-CHK-STREAM        PIC X(08).
               10  WS-CHK-PROGRAM       PIC X(08).
               10  WS-CHK-STAMP         PIC X(21).
               10  WS-CHK-MATCHED-SW    PIC X(01).
                   88  WS-CHK-MATCHED   VALUE "Y".

      * The last timestamp seen in each dispatch stream.
       01  WS-STRM-FOUND-SW         PIC X(01) VALUE "N".
           88  STRM-FOUND            VALUE "Y".
       01  WS-STRM-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-STRM-MAX              PIC 9(03) VALUE 50.
       01  WS-STRM-IDX              PIC 9(03).
       01  WS-STRM-TABLE.
           05  WS-STRM-ENTRY OCCURS 50 TIMES.
               10  WS-STRM-NAME         PIC X(08).
               10  WS-STRM-PREV-STAMP   PIC X(21).
       01  WS-CALLLOG-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-DISCREPANCY-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-COUNT-DISPLAY         PIC Z(06)9.
       1100-TABLE-ONE-CHECKPOINT.
           IF WS-CHK-COUNT < WS-CHK-MAX
               ADD 1 TO WS-CHK-COUNT
               MOVE CHK-STREAM
                   TO WS-CHK-STREAM (WS-CHK-COUNT)
               MOVE CHK-PROGRAM-NAME
                   TO WS-CHK-PROGRAM (WS-CHK-COUNT)
               MOVE CHK-TIMESTAMP
           END-IF.

       2000-CHECK-CALLLOG-ROW.
           PERFORM 2050-FIND-STREAM
           IF WS-STRM-IDX NOT = ZERO
               IF CLG-TIMESTAMP < WS-STRM-PREV-STAMP (WS-STRM-IDX)
                   MOVE SPACES TO RPT-LINE
                   STRING "CALLLOG OUT OF ORDER AT " CLG-TIMESTAMP
                          " FOR " CLG-PROGRAM-NAME
                          " STREAM " CLG-STREAM
                          DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 9000-WRITE-DISCREPANCY
               END-IF
               MOVE CLG-TIMESTAMP TO WS-STRM-PREV-STAMP (WS-STRM-IDX)
           END-IF
           IF CLG-CALL-TYPE NOT = "DRYRUN"
               PERFORM 2100-CHECK-REGISTRY
           END-IF
           PERFORM 2200-MATCH-CHECKPOINTS.

       2050-FIND-STREAM.
           MOVE "N" TO WS-STRM-FOUND-SW
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STRM-COUNT OR STRM-FOUND
               IF WS-STRM-NAME (WS-STRM-IDX) = CLG-STREAM
                   SET STRM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF STRM-FOUND
               SUBTRACT 1 FROM WS-STRM-IDX
           ELSE
               IF WS-STRM-COUNT < WS-STRM-MAX
                   ADD 1 TO WS-STRM-COUNT
                   MOVE WS-STRM-COUNT TO WS-STRM-IDX
                   MOVE CLG-STREAM TO WS-STRM-NAME (WS-STRM-IDX)
                   MOVE LOW-VALUES
                       TO WS-STRM-PREV-STAMP (WS-STRM-IDX)
               ELSE
                   DISPLAY "CALINT01: EXCEPTION - more than "
                           WS-STRM-MAX " dispatch streams in"
                           " CALLLOG - ordering check is incomplete"
                   MOVE 16 TO RETURN-CODE
                   MOVE ZERO TO WS-STRM-IDX
               END-IF
           END-IF.

       2100-CHECK-REGISTRY.
           MOVE "Y" TO WS-REG-FOUND-SW
           MOVE CLG-PROGRAM-NAME TO REG-PROGRAM-NAME
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
               IF WS-CHK-PROGRAM (WS-CHK-IDX) = CLG-PROGRAM-NAME
                       AND WS-CHK-STAMP (WS-CHK-IDX) = CLG-TIMESTAMP
                       AND WS-CHK-STREAM (WS-CHK-IDX) = CLG-STREAM
                   MOVE "Y" TO WS-CHK-MATCHED-SW (WS-CHK-IDX)
               END-IF
           END-PERFORM.
                   STRING "CHECKPOINT FOR "
                          WS-CHK-PROGRAM (WS-CHK-IDX)
                          " AT " WS-CHK-STAMP (WS-CHK-IDX)
                          " STREAM " WS-CHK-STREAM (WS-CHK-IDX)
                          " HAS NO CALLLOG ROW"
                          DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 9000-WRITE-DISCREPANCY
