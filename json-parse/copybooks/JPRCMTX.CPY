      ******************************************************************
      * Copybook:   JPRCMTX
      * Used by:    clt_maint, acct_dormancy, mail_return
      * Purpose:    Record layout for the client master maintenance
      *             transaction file (MAINT-TRANSACTION-FILE), keyed
      *             up by client services.  One record per requested
      *                  address fields are keyed, the address
      *               D  change the delivery preference
      *               C  close the account
      *               U  flag the mailing address undeliverable
      *                  after returned mail, as of MTR-RETURN-DATE
      *                  (the run date when blank); written by
      *                  mail_return and cleared by the next N
      *             Fields an action does not apply are left blank.
      ******************************************************************
         1 client-maint-record.
           88 mtr-action-name            value 'N'.
           88 mtr-action-delivery        value 'D'.
           88 mtr-action-close           value 'C'.
           88 mtr-action-undeliverable   value 'U'.
           88 mtr-action-valid           values 'A' 'S' 'N' 'D' 'C'
                                                'U'.
          3 mtr-account-num    pic 9(12).
          3 mtr-account-status pic x(01).
           88 mtr-status-valid           values 'O' 'C' 'F'.
          3 mtr-addr-region    pic x(02).
          3 mtr-addr-code      pic x(10).
          3 mtr-operator-id    pic x(08).
          3 mtr-return-date    pic x(08).
          3 filler             pic x(02) value spaces.
