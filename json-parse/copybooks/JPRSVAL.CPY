      ******************************************************************
      * Copybook:   JPRSVAL
      * Used by:    txn_surveil
      * Purpose:    Record layout for the coded surveillance alert
      *             file (ALERT-FILE) compliance loads into its case
      *             system.  Every alert has a sequence number unique
      *             within the run's alert date; an alert triggered by
      *             several transactions carries one record per
      *             transaction under the same sequence number.  The
      *             rule codes are:
      *               LRGT  a single transaction above the reportable
      *                     threshold in USD
      *               STRC  structuring: transactions each just under
      *                     the threshold whose total over the rolling
      *                     window crosses it
      *               SPKE  the day's transaction count spiking
      *                     against the account's own daily average
      *                     (one record; tx-uid zero, count and
      *                     average carried, amounts are the day's
      *                     USD value moved)
      ******************************************************************
         1 surveillance-alert-record.
          3 sva-alert-date     pic x(08).
          3 sva-alert-seq      pic 9(05).
          3 sva-rule-code      pic x(04).
           88 sva-rule-large             value 'LRGT'.
           88 sva-rule-structuring       value 'STRC'.
           88 sva-rule-spike             value 'SPKE'.
          3 sva-account-num    pic 9(12).
          3 sva-tx-uid         pic 9(05).
          3 sva-tx-date        pic x(08).
          3 sva-currency       pic x(03).
          3 sva-amount         pic s9(09)v99 usage comp-3.
          3 sva-usd-amount     pic s9(13)v99 usage comp-3.
          3 sva-tx-count       pic 9(05).
          3 sva-average-count  pic 9(05)v99.
          3 filler             pic x(09).
