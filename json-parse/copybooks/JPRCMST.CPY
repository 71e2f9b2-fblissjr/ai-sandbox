      *             carried on the master so the month-end cycle
      *             statement can be addressed without the daily
      *             extract; it is maintained through clt_maint like
      *             every other master field.  When a mailed
      *             statement comes back undeliverable, mail_return
      *             has clt_maint flag the address (with the date it
      *             was flagged); json_parse holds paper statements
      *             while the flag is set, and the next name/address
      *             change through clt_maint clears it.
      ******************************************************************
         1 client-master-record.
          3 cmr-account-num     pic 9(12).
          3 cmr-addr-city       pic x(20).
          3 cmr-addr-region     pic x(02).
          3 cmr-addr-code       pic x(10).
          3 cmr-mail-return-flag pic x(01).
           88 cmr-mail-returned           value 'Y'.
          3 cmr-mail-return-date pic x(08).
