      ******************************************************************
      * Copybook:   JPRYECR
      * Used by:    annual_stmt
      * Purpose:    Print-line layouts for the year-end control
      *             register (CONTROL-REGISTER) that accompanies the
      *             year-end reporting extract (JPRYEXT) for the tax
      *             filing: extract record counts by type, statement
      *             delivery counts, the USD dollar totals the
      *             extract trailer carries, and the year's totals
      *             by currency with their USD equivalents.
      ******************************************************************
         1 yecr-heading-line.
          3 filler           pic x(38) value
              "YEAR-END CONTROL REGISTER   TAX YEAR: ".
          3 yehl-tax-year    pic 9(04).
          3 filler           pic x(11) value "   RUN OF: ".
          3 yehl-run-date    pic x(08).
          3 filler           pic x(71) value spaces.

         1 yecr-section-line.
          3 yesl-title       pic x(40).
          3 filler           pic x(92) value spaces.

         1 yecr-count-line.
          3 filler           pic x(02) value spaces.
          3 yecl-label       pic x(40).
          3 yecl-count       pic zzz,zzz,zz9.
          3 filler           pic x(79) value spaces.

         1 yecr-amount-line.
          3 filler           pic x(02) value spaces.
          3 yeal-label       pic x(40).
          3 yeal-amount      pic ---,---,---,---,--9.99.
          3 filler           pic x(68) value spaces.

         1 yecr-currency-heading-line.
          3 filler pic x(50) value
              "  CUR        ITEMS                  AMOUNT        ".
          3 filler pic x(82) value
              "  USD EQUIVALENT".

         1 yecr-currency-line.
          3 filler           pic x(02) value spaces.
          3 yecu-currency    pic x(03).
          3 filler           pic x(02) value spaces.
          3 yecu-count       pic zzz,zzz,zz9.
          3 filler           pic x(02) value spaces.
          3 yecu-native      pic ---,---,---,---,--9.99.
          3 filler           pic x(02) value spaces.
          3 yecu-usd         pic ---,---,---,---,--9.99.
          3 filler           pic x(66) value spaces.

         1 yecr-blank-line.
          3 filler           pic x(132) value spaces.
