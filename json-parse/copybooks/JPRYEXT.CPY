      ******************************************************************
      * Copybook:   JPRYEXT
      * Used by:    annual_stmt
      * Purpose:    Record layout for the fixed-format year-end
      *             reporting extract (YEAR-END-EXTRACT) handed to
      *             the tax group, 200 bytes, one tax year per file:
      *               H = header, one per file, first.
      *               C = one account's USD total for one item
      *                   category (chart-of-accounts description).
      *               U = one account's total in one currency, with
      *                   its USD equivalent.  YEX-CUR-RATE-FOUND 'N'
      *                   marks a currency with no rate; its USD
      *                   equivalent is zero, as on the statement.
      *               R = one account's adjustments under one reason
      *                   code, in USD.
      *               A = the account summary: master name, address
      *                   and status, January opening and December
      *                   closing balances, net activity and the
      *                   adjustment total.  Each account's C, U and
      *                   R records precede its A record.
      *               T = trailer, one per file, last, carrying the
      *                   record counts and dollar totals the control
      *                   register prints, so the receiving side can
      *                   prove the file complete.
      *             Money is USD unless marked native, signed as on
      *             the GL extract: charges positive, credits and
      *             refunds negative.
      ******************************************************************
         1 year-end-extract-record.
          3 yex-record-type     pic x(01).
           88 yex-type-header           value 'H'.
           88 yex-type-category         value 'C'.
           88 yex-type-currency         value 'U'.
           88 yex-type-reason           value 'R'.
           88 yex-type-account          value 'A'.
           88 yex-type-trailer          value 'T'.
          3 yex-tax-year        pic 9(04).
          3 yex-account-num     pic 9(12).
          3 yex-record-body     pic x(183).

          3 yex-header-body redefines yex-record-body.
           5 yex-hdr-run-date    pic x(08).
           5 yex-hdr-open-cycle  pic x(06).
           5 yex-hdr-close-cycle pic x(06).
           5 filler              pic x(163).

          3 yex-category-body redefines yex-record-body.
           5 yex-cat-category    pic x(30).
           5 yex-cat-count       pic 9(07).
           5 yex-cat-usd         pic -9(11).99.
           5 filler              pic x(131).

          3 yex-currency-body redefines yex-record-body.
           5 yex-cur-currency    pic x(03).
           5 yex-cur-count       pic 9(07).
           5 yex-cur-native      pic -9(11).99.
           5 yex-cur-usd         pic -9(11).99.
           5 yex-cur-rate-found  pic x(01).
           5 filler              pic x(142).

          3 yex-reason-body redefines yex-record-body.
           5 yex-rsn-reason      pic x(04).
           5 yex-rsn-count       pic 9(07).
           5 yex-rsn-usd         pic -9(11).99.
           5 filler              pic x(157).

          3 yex-account-body redefines yex-record-body.
           5 yex-acct-status     pic x(01).
           5 yex-acct-pref       pic x(01).
           5 yex-acct-channel    pic x(01).
           5 yex-name-last       pic x(20).
           5 yex-name-first      pic x(15).
           5 yex-addr-street     pic x(30).
           5 yex-addr-city       pic x(20).
           5 yex-addr-region     pic x(02).
           5 yex-addr-code       pic x(10).
           5 yex-opening         pic -9(11).99.
           5 yex-closing         pic -9(11).99.
           5 yex-net-activity    pic -9(11).99.
           5 yex-adjust-total    pic -9(11).99.
           5 yex-tx-count        pic 9(07).
           5 yex-adjust-count    pic 9(07).
           5 yex-ties-flag       pic x(01).
           5 filler              pic x(08).

          3 yex-trailer-body redefines yex-record-body.
           5 yex-trl-account-count pic 9(09).
           5 yex-trl-record-count  pic 9(09).
           5 yex-trl-opening       pic -9(13).99.
           5 yex-trl-closing       pic -9(13).99.
           5 yex-trl-net-activity  pic -9(13).99.
           5 yex-trl-adjust-total  pic -9(13).99.
           5 filler                pic x(97).
