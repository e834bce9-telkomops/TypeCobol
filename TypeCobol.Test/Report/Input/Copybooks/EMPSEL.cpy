      * plus "PAYMIN 000300000" means D21 employees over the rate.
      * PAYMIN/PAYMAX values carry nine display digits with two
      * implied decimals, the same shape EMPTRN amounts travel in;
      * COMNULL takes Y (commission null) or N (not null). STATUS
      * takes A (active), L (on leave) or T (terminated); with no
      * STATUS card the extract covers active and on-leave employees
      * and leaves terminated ones out.
      *================================================================
       01  EMPSEL-RECORD.
           05  SEL-FIELD                PIC X(08).
               88  SEL-PAYMIN           VALUE "PAYMIN".
               88  SEL-PAYMAX           VALUE "PAYMAX".
               88  SEL-COMNULL          VALUE "COMNULL".
               88  SEL-STATUS           VALUE "STATUS".
           05  SEL-VALUE                PIC X(09).
