      ******************************************************************
      * Copybook:   JPRSVRP
      * Used by:    txn_surveil
      * Purpose:    Print-line layouts for the surveillance case
      *             worklist (CASE-WORKLIST) compliance works from.
      *             The heading is followed by the thresholds the run
      *             applied; each alert then prints as a case line --
      *             sequence, rule, account and client name from the
      *             client master -- followed by one line per
      *             triggering transaction (tx-uid, date, currency,
      *             amount and USD equivalent), or for a count spike
      *             the day's count against the account's average.
      *             Run counts close the worklist.
      ******************************************************************
         1 svrp-heading-line.
          3 filler           pic x(36) value
              "SURVEILLANCE CASE WORKLIST  RUN OF: ".
          3 svhl-run-date    pic x(08).
          3 filler           pic x(88) value spaces.

         1 svrp-param-line.
          3 svpl-label       pic x(36).
          3 svpl-value       pic zzz,zzz,zz9.
          3 filler           pic x(85) value spaces.

         1 svrp-case-line.
          3 filler           pic x(05) value "CASE ".
          3 svcl-alert-seq   pic zzzz9.
          3 filler           pic x(02) value spaces.
          3 svcl-rule-code   pic x(04).
          3 filler           pic x(02) value spaces.
          3 svcl-rule-text   pic x(22).
          3 filler           pic x(10) value "  ACCOUNT ".
          3 svcl-account-num pic 9(12).
          3 filler           pic x(02) value spaces.
          3 svcl-client-name pic x(36).
          3 filler           pic x(32) value spaces.

         1 svrp-item-line.
          3 filler           pic x(10) value spaces.
          3 filler           pic x(07) value "TX-UID ".
          3 svil-tx-uid      pic 9(05).
          3 filler           pic x(08) value "  DATE  ".
          3 svil-tx-date     pic x(08).
          3 filler           pic x(02) value spaces.
          3 svil-currency    pic x(03).
          3 filler           pic x(02) value spaces.
          3 svil-amount      pic ---,---,--9.99.
          3 filler           pic x(06) value "  USD ".
          3 svil-usd-amount  pic ----,---,---,--9.99.
          3 filler           pic x(48) value spaces.

         1 svrp-spike-line.
          3 filler           pic x(10) value spaces.
          3 filler           pic x(19) value "TRANSACTIONS TODAY ".
          3 svsl-today-count pic zz,zz9.
          3 filler           pic x(18) value "  AVERAGE PER DAY ".
          3 svsl-average     pic zz,zz9.99.
          3 filler           pic x(07) value "  OVER ".
          3 svsl-days        pic zz9.
          3 filler           pic x(05) value " DAYS".
          3 filler           pic x(55) value spaces.

         1 svrp-count-line.
          3 svct-label       pic x(36).
          3 svct-count       pic zzz,zzz,zz9.
          3 filler           pic x(85) value spaces.

         1 svrp-blank-line.
          3 filler           pic x(132) value spaces.
