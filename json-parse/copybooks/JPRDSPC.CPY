      ******************************************************************
      * Copybook:   JPRDSPC
      * Used by:    disp_case, cycle_stmt
      * Purpose:    Record layout for the dispute case file
      *             (DISPUTE-CASE-FILE), a KSDS keyed on account-num
      *             + tx-uid -- the disputed transaction's own GLHIST
      *             key, so a transaction can carry one case only.
      *             disp_case opens the case when client services
      *             keys it, stamps the regulatory response dates
      *             (provisional credit due, resolution due) from
      *             the open date, and records every money movement
      *             it hands ops_adjust: the tx-uid of the
      *             provisional or final credit (a type 'R' reversal
      *             of the disputed transaction) and of the re-debit
      *             (a type 'A' adjustment) when the case goes
      *             against the client or is withdrawn after a
      *             credit.  DCR-AMOUNT is the disputed amount as
      *             the client's statement showed it, in
      *             DCR-CURRENCY.  cycle_stmt reads the file to mark
      *             the transactions still under dispute.
      ******************************************************************
         1 dispute-case-record.
          3 dcr-case-key.
           5 dcr-account-num   pic 9(12).
           5 dcr-tx-uid        pic 9(05).
          3 dcr-status         pic x(01).
           88 dcr-status-open          value 'O'.
           88 dcr-status-credited      value 'P'.
           88 dcr-status-favor         value 'F'.
           88 dcr-status-against       value 'A'.
           88 dcr-status-withdrawn     value 'W'.
           88 dcr-status-active        values 'O' 'P'.
          3 dcr-opened-date    pic x(08).
          3 dcr-posted-date    pic x(08).
          3 dcr-amount         pic s9(07)v99 usage comp-3.
          3 dcr-currency       pic x(03).
          3 dcr-item-uid       pic 9(05).
          3 dcr-item-desc      pic x(30).
          3 dcr-dispute-reason pic x(04).
          3 dcr-credit-due-date  pic x(08).
          3 dcr-resolve-due-date pic x(08).
          3 dcr-credit-date    pic x(08).
          3 dcr-credit-tx-uid  pic 9(05).
          3 dcr-rebill-tx-uid  pic 9(05).
          3 dcr-resolved-date  pic x(08).
          3 dcr-opened-by      pic x(08).
          3 dcr-last-action    pic x(01).
          3 dcr-last-action-date pic x(08).
          3 dcr-last-operator  pic x(08).
          3 filler             pic x(32) value spaces.
