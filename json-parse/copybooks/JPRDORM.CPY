      ******************************************************************
      * Copybook:   JPRDORM
      * Used by:    acct_dormancy
      * Purpose:    Print-line layouts for the dormant account review
      *             report (DORMANCY-REPORT).  The heading carries the
      *             dormancy and warning periods and the cutoff date
      *             each resolves to; one detail line follows for
      *             every open account that is dormant (frozen by the
      *             status change written for clt_maint), approaching
      *             dormancy, or has no posted history to judge by.
      *             Run counts close the report.
      ******************************************************************
         1 drrp-heading-line.
          3 filler           pic x(32) value
              "DORMANT ACCOUNT REVIEW  RUN OF: ".
          3 drhl-run-date    pic x(08).
          3 filler           pic x(92) value spaces.

         1 drrp-param-line.
          3 drpl-label       pic x(30).
          3 drpl-days        pic zzzz9.
          3 filler           pic x(14) value " DAYS, CUTOFF ".
          3 drpl-cutoff      pic x(08).
          3 filler           pic x(75) value spaces.

         1 drrp-column-heading-line.
          3 filler pic x(52) value
              "ACCOUNT         CLIENT NAME                         ".
          3 filler pic x(80) value
              "    LAST POSTED DAYS IDLE      RESULT".

         1 drrp-detail-line.
          3 drdl-account-num pic 9(12).
          3 filler           pic x(04) value spaces.
          3 drdl-name-last   pic x(20).
          3 filler           pic x(01) value spaces.
          3 drdl-name-first  pic x(15).
          3 filler           pic x(04) value spaces.
          3 drdl-last-date   pic x(08).
          3 filler           pic x(08) value spaces.
          3 drdl-days-idle   pic zzzz9.
          3 filler           pic x(06) value spaces.
          3 drdl-result      pic x(24).
          3 filler           pic x(25) value spaces.

         1 drrp-count-line.
          3 drct-label       pic x(36).
          3 drct-count       pic zzz,zzz,zz9.
          3 filler           pic x(85) value spaces.

         1 drrp-blank-line.
          3 filler           pic x(132) value spaces.
