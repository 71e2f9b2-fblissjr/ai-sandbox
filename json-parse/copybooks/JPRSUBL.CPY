      ******************************************************************
      * Copybook:   JPRSUBL
      * Used by:    sub_ledger
      * Purpose:    Record layout for the client sub-ledger balance
      *             file (SUB-LEDGER-IN / SUB-LEDGER-OUT), one record
      *             per client account-num per currency, kept in
      *             account-num + currency order.  Each night's
      *             sub_ledger run rolls the prior generation forward
      *             by the day's GL extract and ops_adjust adjustment
      *             extract into the new generation, so "what does
      *             this client stand at" is one record instead of
      *             re-adding weeks of GLHIN by hand.  SLR-BALANCE is
      *             the signed sum of glr-price, in the record's own
      *             currency; a blank currency is the old USD-only
      *             feed, exactly as it reached the GL.
      ******************************************************************
         1 sub-ledger-record.
          3 slr-account-num pic 9(12).
          3 slr-currency    pic x(03).
          3 slr-balance     pic s9(13)v99.
          3 slr-asof-date   pic x(08).
          3 filler          pic x(02) value spaces.
