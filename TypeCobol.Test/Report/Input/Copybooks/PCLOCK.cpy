      *================================================================
      * PCLOCK-RECORD - ProcCall's run tokens. A live record means a
      * dispatcher run owns its stream's checkpoint and outcome rows
      * right now; a second submission into the same stream must
      * refuse to start rather than interleave its writes with the
      * first one's. The timestamp and job identity say who took the
      * lock and when, so an operator deciding whether a lock is
      * stale after a crash has something to judge it by.
      *
      * The file is keyed so every dispatch stream has a lock of its
      * own (LCK-KIND "S", LCK-NAME the stream, blank for the default
      * stream), and streams run side by side. A program PGMREG marks
      * exclusive takes a second kind of token (LCK-KIND "P", LCK-NAME
      * the program) for as long as its card is dispatching, with
      * LCK-STREAM saying which stream holds it, so no two streams
      * ever run it at once.
      *================================================================
       01  PCLOCK-RECORD.
           05  LCK-KEY.
               10  LCK-KIND             PIC X(01).
                   88  LCK-STREAM-LOCK  VALUE "S".
                   88  LCK-PROGRAM-LOCK VALUE "P".
               10  LCK-NAME             PIC X(08).
           05  LCK-STATUS               PIC X(01).
               88  LCK-LIVE             VALUE "L".
               88  LCK-RELEASED         VALUE "R".
           05  LCK-TIMESTAMP            PIC X(21).
           05  LCK-JOB-NAME             PIC X(08).
           05  LCK-STREAM               PIC X(08).
