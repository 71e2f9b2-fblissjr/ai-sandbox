      ******************************************************************
      * Copybook:   JPRSLRP
      * Used by:    sub_ledger
      * Purpose:    Print-line layouts for the client sub-ledger
      *             reconciliation report (SUB-LEDGER-REPORT).  The
      *             first section lists every client whose sub-ledger
      *             balance, converted to USD, disagrees with the
      *             balance carried on the client extract; the second
      *             proves the sub-ledger totals per currency against
      *             the balances of the client-side GL accounts on the
      *             balance master generation.  Run counts close the
      *             report.
      ******************************************************************
         1 slrp-heading-line.
          3 filler           pic x(44) value
              "CLIENT SUB-LEDGER RECONCILIATION  RUN OF:   ".
          3 slhl-run-date    pic x(08).
          3 filler           pic x(22) value
              "   CLIENT EXTRACT OF: ".
          3 slhl-extract-date pic x(08).
          3 filler           pic x(50) value spaces.

         1 slrp-section-line.
          3 slsl-text        pic x(60).
          3 filler           pic x(72) value spaces.

         1 slrp-column-heading-line.
          3 filler pic x(52) value
              "ACCOUNT            SUB-LEDGER USD      EXTRACT BALAN".
          3 filler pic x(80) value
              "CE           DIFFERENCE  STATUS".

         1 slrp-detail-line.
          3 sldl-account-num pic 9(12).
          3 filler           pic x(02) value spaces.
          3 sldl-subledger   pic ----,---,---,--9.99.
          3 filler           pic x(02) value spaces.
          3 sldl-extract     pic ----,---,---,--9.99.
          3 filler           pic x(02) value spaces.
          3 sldl-difference  pic ----,---,---,--9.99.
          3 filler           pic x(02) value spaces.
          3 sldl-status      pic x(16).
          3 filler           pic x(38) value spaces.

         1 slrp-proof-heading-line.
          3 filler pic x(52) value
              "CUR       SUB-LEDGER TOTAL   GL CONTROL BALANCE     ".
          3 filler pic x(80) value
              "      DIFFERENCE  STATUS".

         1 slrp-proof-line.
          3 slpl-currency    pic x(03).
          3 filler           pic x(04) value spaces.
          3 slpl-subledger   pic ----,---,---,--9.99.
          3 filler           pic x(02) value spaces.
          3 slpl-gl-balance  pic ----,---,---,--9.99.
          3 filler           pic x(02) value spaces.
          3 slpl-difference  pic ----,---,---,--9.99.
          3 filler           pic x(02) value spaces.
          3 slpl-status      pic x(12).
          3 filler           pic x(50) value spaces.

         1 slrp-count-line.
          3 slct-label       pic x(36).
          3 slct-count       pic zzz,zzz,zz9.
          3 filler           pic x(85) value spaces.

         1 slrp-blank-line.
          3 filler           pic x(132) value spaces.
