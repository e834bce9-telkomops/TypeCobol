      *================================================================
      * COMCALC-AREA - the parameter area for COMCLC01, the one
      * place a commission is worked out from a COMRATE band
      * structure, so EMPCOM01's fills and COMRCL01's recalculations
      * cannot pay the same employee two different figures. The
      * caller looks the rate row up itself (its own department or
      * the "***" default, as it always has) and passes the bands
      * in: the lower rate, the PAYRATE breakpoint and the upper
      * rate, and the department's annual commission cap. A zero
      * breakpoint is one flat band; a zero cap is no cap.
      *
      * CCL-COMPUTE with the ENO, the calendar year (YYYY) and the
      * PAYRATE returns the band the PAYRATE reached, the banded
      * commission before the cap, the commission EMPHIST has
      * already paid the employee in the year (read only when a cap
      * applies), and the commission to post - the banded figure,
      * clipped to what is left under the cap with CCL-CAPPED set
      * when the clip bit. CCL-FINISH closes EMPHIST at end of job.
      * CCL-FAILED means EMPHIST could not be read; CCL-MESSAGE says
      * why, and the caller must not post the figure.
      *================================================================
       01  COMCALC-AREA.
           05  CCL-FUNCTION             PIC X(01).
               88  CCL-COMPUTE          VALUE "C".
               88  CCL-FINISH           VALUE "E".
           05  CCL-ENO                  PIC X(06).
           05  CCL-YEAR                 PIC X(04).
           05  CCL-PAYRATE              PIC S9(7)V99 COMP-3.
           05  CCL-LOWER-RATE           PIC S9(01)V9(04) COMP-3.
           05  CCL-BREAKPOINT           PIC S9(7)V99 COMP-3.
           05  CCL-UPPER-RATE           PIC S9(01)V9(04) COMP-3.
           05  CCL-ANNUAL-CAP           PIC S9(7)V99 COMP-3.
           05  CCL-RESULT               PIC X(01).
               88  CCL-OK               VALUE "0".
               88  CCL-FAILED           VALUE "F".
           05  CCL-MESSAGE              PIC X(40).
           05  CCL-BAND                 PIC X(01).
               88  CCL-LOWER-BAND       VALUE "1".
               88  CCL-UPPER-BAND       VALUE "2".
           05  CCL-BAND-COM             PIC S9(7)V99 COMP-3.
           05  CCL-YTD-COM              PIC S9(8)V99 COMP-3.
           05  CCL-COM                  PIC S9(7)V99 COMP-3.
           05  CCL-CAP-SW               PIC X(01).
               88  CCL-CAPPED           VALUE "Y".
