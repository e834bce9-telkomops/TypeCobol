      * elapsed figure RPTCAL02 prints on the same row, computed
      * with the same within-day seconds arithmetic. The first row
      * in the log has no predecessor to measure from and is not
      * judged. Dispatch streams run side by side and interleave
      * their rows in CALLLOG, so "the previous row" means the
      * previous row of the same stream (CLG-STREAM), and each
      * stream's first row is the one left unjudged.
      *
      * Two kinds of alert come out on WDGRPT: a dispatch that ran
      * past its program's THR-MAX-SECONDS window, and a program
           88  END-OF-CALLLOG        VALUE "Y".
       01  WS-THR-EOF-SW            PIC X(01) VALUE "N".
           88  END-OF-PGMTHR         VALUE "Y".
       01  WS-THRESHOLD-FOUND-SW    PIC X(01) VALUE "N".
           88  THRESHOLD-FOUND       VALUE "Y".
       01  WS-SEEN-FOUND-SW         PIC X(01) VALUE "N".
       01  WS-CUR-MM                PIC 9(02).
       01  WS-CUR-SS                PIC 9(02).
       01  WS-CUR-SECONDS           PIC 9(07).

      * The last dispatch time seen in each stream; an entry is made
      * on a stream's first row, which has nothing to measure from.
       01  WS-STRM-FOUND-SW         PIC X(01) VALUE "N".
           88  STRM-FOUND            VALUE "Y".
       01  WS-STRM-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-STRM-MAX              PIC 9(03) VALUE 50.
       01  WS-STRM-IDX              PIC 9(03).
       01  WS-STRM-TABLE.
           05  WS-STRM-ENTRY OCCURS 50 TIMES.
               10  WS-STRM-NAME         PIC X(08).
               10  WS-STRM-PREV-SECONDS PIC 9(07).
       01  WS-ELAPSED-SECONDS       PIC S9(07) VALUE ZERO.
       01  WS-ELAPSED-DISPLAY       PIC Z(06)9.
       01  WS-LIMIT-DISPLAY         PIC Z(06)9.
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
               PERFORM 2100-COMPARE-TO-THRESHOLD
           END-IF
           IF WS-STRM-IDX NOT = ZERO
               MOVE WS-CUR-SECONDS
                   TO WS-STRM-PREV-SECONDS (WS-STRM-IDX)
           END-IF
           PERFORM 2200-NOTE-PROGRAM-SEEN.

      * Leaves WS-STRM-IDX on the row's stream, STRM-FOUND only when
      * the stream has been seen before; a full table leaves the
      * index at zero and the row untimed.
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
                   DISPLAY "CALWDG01: EXCEPTION - more than "
                           WS-STRM-MAX " dispatch streams in"
                           " CALLLOG - duration check is incomplete"
                   MOVE 16 TO RETURN-CODE
                   MOVE ZERO TO WS-STRM-IDX
               END-IF
           END-IF.

       2100-COMPARE-TO-THRESHOLD.
           MOVE "N" TO WS-THRESHOLD-FOUND-SW
           MOVE CLG-PROGRAM-NAME TO THR-PROGRAM-NAME
               STRING CLG-PROGRAM-NAME " " CLG-CALL-TYPE
                      " RAN " WS-ELAPSED-DISPLAY
                      " SECS, ALLOWED " WS-LIMIT-DISPLAY
                      " STREAM " CLG-STREAM
                      DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               IF WS-WDGRPT-STATUS NOT = "00"
