      ******************************************************************
      * Copybook:   JPRANST
      * Used by:    annual_stmt
      * Purpose:    Print-line layouts for the year-end annual client
      *             activity summary, styled after the cycle
      *             statement (JPRCSTM): an account header with the
      *             tax year, the client's name and address off the
      *             master and the January opening balance, then the
      *             year's activity by item category (the chart of
      *             accounts description of each item-uid), by
      *             currency with its USD equivalent, and the year's
      *             adjustments with a subtotal per reason code,
      *             closing with the net activity, the adjustments
      *             it includes that the cycle balances leave out, and
      *             the December closing balance, so opening plus net
      *             activity less those adjustments is the closing
      *             balance.  Category, reason and balance figures
      *             are USD; currency lines show both.
      ******************************************************************
         1 anst-heading-line.
          3 filler           pic x(24) value
              "ANNUAL ACCOUNT SUMMARY  ".
          3 filler           pic x(10) value "TAX YEAR: ".
          3 anhl-tax-year    pic 9(04).
          3 filler           pic x(03) value spaces.
          3 filler           pic x(09) value "ACCOUNT: ".
          3 anhl-account-num pic 9(12).
          3 filler           pic x(05) value spaces.
          3 filler           pic x(06) value "PAGE: ".
          3 anhl-page-num    pic zzz9.

         1 anst-name-line.
          3 filler          pic x(07) value "NAME:  ".
          3 annl-name-last  pic x(20).
          3 filler          pic x(02) value spaces.
          3 annl-name-first pic x(15).

         1 anst-addr-line.
          3 filler          pic x(07) value "ADDR:  ".
          3 anal-street     pic x(30).
          3 filler          pic x(02) value spaces.
          3 anal-city       pic x(20).
          3 filler          pic x(02) value spaces.
          3 anal-region     pic x(02).
          3 filler          pic x(02) value spaces.
          3 anal-code       pic x(10).

         1 anst-opening-line.
          3 filler          pic x(24) value
              "OPENING BALANCE 01/01:  ".
          3 anol-opening    pic -9(9).99.

         1 anst-section-line.
          3 ansl-title      pic x(40).

         1 anst-category-heading-line.
          3 filler pic x(53) value
              "  CATEGORY                        ITEMS    USD AMOUNT".

         1 anst-category-line.
          3 filler          pic x(02) value spaces.
          3 ancl-category   pic x(30).
          3 filler          pic x(02) value spaces.
          3 ancl-count      pic zzzz9.
          3 filler          pic x(01) value spaces.
          3 ancl-usd        pic -9(9).99.

         1 anst-currency-heading-line.
          3 filler pic x(52) value
              "  CUR              AMOUNT      USD EQUIVALENT       ".

         1 anst-currency-line.
          3 filler          pic x(02) value spaces.
          3 ancu-currency   pic x(03).
          3 filler          pic x(02) value spaces.
          3 ancu-native     pic ---,---,---,--9.99.
          3 filler          pic x(02) value spaces.
          3 ancu-usd        pic ---,---,---,--9.99.

         1 anst-adjust-heading-line.
          3 filler pic x(53) value
              "  DATE       TXID  DESCRIPTION                    RSN".
          3 filler pic x(18) value
              "        AMOUNT CUR".

         1 anst-adjust-line.
          3 filler          pic x(02) value spaces.
          3 anjl-date       pic x(08).
          3 filler          pic x(02) value spaces.
          3 anjl-txid       pic zzzz9.
          3 filler          pic x(02) value spaces.
          3 anjl-desc       pic x(30).
          3 filler          pic x(01) value spaces.
          3 anjl-reason     pic x(04).
          3 filler          pic x(02) value spaces.
          3 anjl-price      pic -9(7).99.
          3 filler          pic x(01) value spaces.
          3 anjl-currency   pic x(03).

         1 anst-reason-line.
          3 filler          pic x(11) value "  REASON   ".
          3 anrl-reason     pic x(04).
          3 filler          pic x(15) value "  ADJUSTMENTS: ".
          3 anrl-count      pic zzzz9.
          3 filler          pic x(07) value "   USD ".
          3 anrl-usd        pic -9(9).99.

         1 anst-none-line.
          3 filler          pic x(06) value "  NONE".

         1 anst-net-line.
          3 filler          pic x(24) value
              "NET ACTIVITY (USD):     ".
          3 annt-net        pic -9(9).99.

         1 anst-adjust-recon-line.
          3 filler          pic x(39) value
              "LESS ADJUSTMENTS NOT IN CYCLE BALANCE: ".
          3 anrl-adjust     pic -9(9).99.

         1 anst-closing-line.
          3 filler          pic x(24) value
              "CLOSING BALANCE 12/31:  ".
          3 anzl-closing    pic -9(9).99.
