      * dispatch and prints one line per dispatch for the night's run:
      * PROGRAM_NAME, parameters, the CALL form used (plain / by
      * reference / by content / by value) and the elapsed seconds
      * since the previous dispatch in the log. Dispatch streams run
      * side by side and interleave their rows, so each line names
      * its stream and the elapsed figure is measured from the
      * previous dispatch of the SAME stream; a stream's first row
      * shows zero.
      *================================================================

       ENVIRONMENT DIVISION.
       01 WS-EOF-SW            PIC X(01) VALUE "N".
           88 END-OF-CALLLOG    VALUE "Y".

       01 WS-STRM-FOUND-SW     PIC X(01) VALUE "N".
           88 STRM-FOUND        VALUE "Y".

       01 WS-CUR-HH             PIC 9(02).
       01 WS-CUR-MM             PIC 9(02).
       01 WS-CUR-SS             PIC 9(02).
       01 WS-CUR-SECONDS        PIC 9(07).

      * The last dispatch time seen in each stream.
       01 WS-STRM-COUNT         PIC 9(03) VALUE ZERO.
       01 WS-STRM-MAX           PIC 9(03) VALUE 50.
       01 WS-STRM-IDX           PIC 9(03).
       01 WS-STRM-TABLE.
           05 WS-STRM-ENTRY OCCURS 50 TIMES.
               10 WS-STRM-NAME          PIC X(08).
               10 WS-STRM-PREV-SECONDS  PIC 9(07).
       01 WS-ELAPSED-SECONDS    PIC S9(07) VALUE ZERO.
       01 WS-ELAPSED-DISPLAY    PIC Z(06)9.


       MOVE SPACES TO RPT-LINE
       STRING "PROGRAM  PARM1    PARM2    PARM3    PARM4    "
              "CALL-TYPE  ELAPSED-SECS STREAM"
              DELIMITED BY SIZE INTO RPT-LINE
       WRITE RPT-LINE
       IF WS-DSPRPT-STATUS NOT = "00"
           COMPUTE WS-CUR-SECONDS = WS-CUR-HH * 3600
                                   + WS-CUR-MM * 60
                                   + WS-CUR-SS
           PERFORM 2050-FIND-STREAM
           IF STRM-FOUND
               COMPUTE WS-ELAPSED-SECONDS =
                       WS-CUR-SECONDS
                       - WS-STRM-PREV-SECONDS (WS-STRM-IDX)
               IF WS-ELAPSED-SECONDS < 0
                   ADD 86400 TO WS-ELAPSED-SECONDS
               END-IF
           ELSE
               MOVE ZERO TO WS-ELAPSED-SECONDS
           END-IF
           IF WS-STRM-IDX NOT = ZERO
               MOVE WS-CUR-SECONDS
                   TO WS-STRM-PREV-SECONDS (WS-STRM-IDX)
           END-IF
           MOVE WS-ELAPSED-SECONDS TO WS-ELAPSED-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING CLG-PROGRAM-NAME  " "
                  CLG-PARAMETER-3   " "
                  CLG-PARAMETER-4   " "
                  CLG-CALL-TYPE     " "
                  WS-ELAPSED-DISPLAY "      "
                  CLG-STREAM
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-DSPRPT-STATUS NOT = "00"
               SET END-OF-CALLLOG TO TRUE
           END-IF.

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
               ELSE
                   DISPLAY "RPTCAL02: EXCEPTION - more than "
                           WS-STRM-MAX " dispatch streams in"
                           " CALLLOG - elapsed times are incomplete"
                   MOVE 16 TO RETURN-CODE
                   MOVE ZERO TO WS-STRM-IDX
               END-IF
           END-IF.

      * RETURN-CODE comes back from a called program on every CALL,
      * so the nonzero code the exception site just set is held
      * across the logger call and put back - the same guard the
