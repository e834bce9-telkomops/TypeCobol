      * DRYRUN rows are certification traffic, not dispatches - the
      * same exemption CALWDG01 and CALINT01 apply - so they neither
      * count as volume nor anchor the elapsed computation.
      *
      * Dispatch streams interleave their rows in the log, so the
      * previous row a dispatch is timed against is the previous row
      * of its own stream (CLG-STREAM); each stream anchors its own
      * first row and its own nights. Archives cut before streams
      * existed read back with a blank stream, the default one.
      *================================================================

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  CALARCH-FILE.
       01  CALARCH-RECORD           PIC X(79).

       FD  CALLLOG-FILE.
           COPY CALLLOG.
           05  WS-LOG-PROGRAM       PIC X(08).
           05  FILLER               PIC X(32).
           05  WS-LOG-CALL-TYPE     PIC X(10).
           05  WS-LOG-STREAM        PIC X(08).

       01  WS-CUR-HH                PIC 9(02).
       01  WS-CUR-MM                PIC 9(02).
       01  WS-LOG-DATE-9            PIC 9(08).
       01  WS-DAY-SERIAL            PIC 9(08).
       01  WS-PREV-SERIAL           PIC 9(08) VALUE ZERO.

      * Each stream's previous row, loaded into WS-PREV-SECONDS and
      * WS-PREV-SERIAL before a row is judged and saved after.
       01  WS-STRM-FOUND-SW         PIC X(01) VALUE "N".
           88  STRM-FOUND           VALUE "Y".
       01  WS-STRM-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-STRM-MAX              PIC 9(03) VALUE 50.
       01  WS-STRM-IDX              PIC 9(03).
       01  WS-STRM-TABLE.
           05  WS-STRM-ENTRY OCCURS 50 TIMES.
               10  WS-STRM-NAME         PIC X(08).
               10  WS-STRM-PREV-SECONDS PIC 9(07).
               10  WS-STRM-PREV-SERIAL  PIC 9(08).
       01  WS-WEEK-NBR              PIC 9(07).
       01  WS-WEEK-START-SERIAL     PIC 9(08).
       01  WS-WEEK-START-DATE       PIC 9(08).
               COMPUTE WS-CUR-SECONDS = WS-CUR-HH * 3600
                                       + WS-CUR-MM * 60
                                       + WS-CUR-SS
               PERFORM 2050-FIND-STREAM
               PERFORM 2100-FIND-PROGRAM-ENTRY
               IF WS-PGM-IDX NOT = ZERO
                   ADD 1 TO WS-PGM-VOLUME (WS-PGM-IDX)
                   END-EVALUATE
                   PERFORM 2300-NOTE-WEEKLY-VOLUME
               END-IF
               IF WS-STRM-IDX NOT = ZERO
                   MOVE WS-CUR-SECONDS
                       TO WS-STRM-PREV-SECONDS (WS-STRM-IDX)
                   MOVE WS-DAY-SERIAL
                       TO WS-STRM-PREV-SERIAL (WS-STRM-IDX)
               END-IF
           END-IF.

      * A stream's first row is untimed, exactly as the log's first
      * row used to be; a stream already seen brings back its own
      * previous row to measure from.
       2050-FIND-STREAM.
           MOVE "N" TO WS-STRM-FOUND-SW
           PERFORM VARYING WS-STRM-IDX FROM 1 BY 1
                   UNTIL WS-STRM-IDX > WS-STRM-COUNT OR STRM-FOUND
               IF WS-STRM-NAME (WS-STRM-IDX) = WS-LOG-STREAM
                   SET STRM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF STRM-FOUND
               SUBTRACT 1 FROM WS-STRM-IDX
               MOVE "N" TO WS-FIRST-RECORD-SW
               MOVE WS-STRM-PREV-SECONDS (WS-STRM-IDX)
                   TO WS-PREV-SECONDS
               MOVE WS-STRM-PREV-SERIAL (WS-STRM-IDX)
                   TO WS-PREV-SERIAL
           ELSE
               MOVE "Y" TO WS-FIRST-RECORD-SW
               IF WS-STRM-COUNT < WS-STRM-MAX
                   ADD 1 TO WS-STRM-COUNT
                   MOVE WS-STRM-COUNT TO WS-STRM-IDX
                   MOVE WS-LOG-STREAM TO WS-STRM-NAME (WS-STRM-IDX)
               ELSE
                   DISPLAY "CALTRD01: EXCEPTION - more than "
                           WS-STRM-MAX " dispatch streams -"
                           " elapsed times are incomplete"
                   MOVE 16 TO RETURN-CODE
                   MOVE ZERO TO WS-STRM-IDX
               END-IF
           END-IF.

       2100-FIND-PROGRAM-ENTRY.
