      ******************************************************************
      * Copybook:   JPRFXRT
      * Used by:    fx_reval
      * Purpose:    Record layout for the month-end closing rate file
      *             (FX-RATE-FILE) maintained by operations.  'R'
      *             records carry one closing rate per currency per
      *             month-end date: the USD value of one unit of the
      *             currency.  The file keeps every month-end on
      *             file, so the prior month-end's rate -- the rate
      *             each balance was last restated at -- is always
      *             beside the new one.  The one 'D' record
      *             designates the ledger accounts the revaluation
      *             posts to: the unrealized FX gain/loss account
      *             and the FX revaluation adjustment account that
      *             carries the balancing side.
      ******************************************************************
         1 fx-rate-record.
          3 fxr-record-type      pic x(01).
           88 fxr-rate-entry               value 'R'.
           88 fxr-designation-entry        value 'D'.
          3 fxr-rate-detail.
           5 fxr-rate-date       pic x(08).
           5 fxr-currency        pic x(03).
           5 fxr-usd-rate        pic 9(03)v9(06).
           5 filler              pic x(09).
          3 fxr-designation-detail redefines fxr-rate-detail.
           5 fxd-reval-account   pic x(08).
           5 fxd-offset-account  pic x(08).
           5 filler              pic x(13).
