           COPY CALLLOG.

       FD  CALARCH-FILE.
       01  CALARCH-RECORD           PIC X(79).

       FD  CALWRK-FILE.
       01  CALWRK-RECORD            PIC X(79).

       FD  ARCRPT-FILE.
       01  RPT-LINE                 PIC X(100).
