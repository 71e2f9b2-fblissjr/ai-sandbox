      ******************************************************************
      * Copybook:   JPRRVRP
      * Used by:    fx_reval
      * Purpose:    Print-line layouts for the month-end foreign
      *             currency revaluation report (REVAL-REPORT).  One
      *             line per foreign-currency GL account balance on
      *             the balance master: the balance in its own
      *             currency, the prior month-end rate it was last
      *             restated at, the new closing rate, the restated
      *             USD value and the unrealized gain or loss
      *             posted.  A balance whose currency has no rate
      *             for either month-end is listed NO RATE and not
      *             revalued.  Run totals and the posting proof
      *             close the report.
      ******************************************************************
         1 rvrp-heading-line.
          3 filler           pic x(44) value
              "MONTH-END FX REVALUATION  RATES AS OF:      ".
          3 rvhl-reval-date  pic x(08).
          3 filler           pic x(22) value
              "   PRIOR RATES AS OF: ".
          3 rvhl-prior-date  pic x(08).
          3 filler           pic x(10) value
              "   RUN OF ".
          3 rvhl-run-date    pic x(08).
          3 filler           pic x(32) value spaces.

         1 rvrp-column-heading-line.
          3 filler pic x(52) value
              "ACCOUNT   CUR      FOREIGN BALANCE    OLD RATE    NE".
          3 filler pic x(40) value
              "W RATE         RESTATED USD       ADJUS".
          3 filler pic x(40) value
              "TMENT USD  RESULT".

         1 rvrp-detail-line.
          3 rvdl-gl-account  pic x(08).
          3 filler           pic x(02) value spaces.
          3 rvdl-currency    pic x(03).
          3 filler           pic x(02) value spaces.
          3 rvdl-balance     pic ----,---,---,--9.99.
          3 filler           pic x(02) value spaces.
          3 rvdl-old-rate    pic zz9.999999.
          3 filler           pic x(02) value spaces.
          3 rvdl-new-rate    pic zz9.999999.
          3 filler           pic x(02) value spaces.
          3 rvdl-usd-value   pic ----,---,---,--9.99.
          3 filler           pic x(02) value spaces.
          3 rvdl-adjustment  pic ----,---,---,--9.99.
          3 filler           pic x(02) value spaces.
          3 rvdl-result      pic x(10).
          3 filler           pic x(20) value spaces.

         1 rvrp-total-line.
          3 rvtl-label       pic x(36).
          3 rvtl-amount      pic ----,---,---,--9.99.
          3 filler           pic x(77) value spaces.

         1 rvrp-count-line.
          3 rvct-label       pic x(36).
          3 rvct-count       pic zzz,zzz,zz9.
          3 filler           pic x(85) value spaces.

         1 rvrp-blank-line.
          3 filler           pic x(132) value spaces.
