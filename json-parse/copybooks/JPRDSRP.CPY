      ******************************************************************
      * Copybook:   JPRDSRP
      * Used by:    disp_case
      * Purpose:    Print-line layouts for the dispute action register
      *             (ACTION-REGISTER) and the open-disputes aging
      *             report (AGING-REPORT).  The register lists every
      *             action client services keyed with what was done:
      *             the case opened or moved on, the tx-uid of any
      *             credit or re-debit adjustment written for
      *             ops_adjust, or the reason the action was
      *             rejected.  The aging report lists every case
      *             still open or provisionally credited with its
      *             days open and its regulatory response dates --
      *             provisional credit by, resolution by -- and
      *             highlights each date that has passed or falls
      *             due within the warning window.  Run counts close
      *             both.
      ******************************************************************
         1 dsrp-heading-line.
          3 filler           pic x(36) value
              "DISPUTE ACTION REGISTER     RUN OF: ".
          3 dshl-run-date    pic x(08).
          3 filler           pic x(88) value spaces.

         1 dsrp-column-heading-line.
          3 filler pic x(51) value
              "A  ACCOUNT       TXID   OPERATOR  AMOUNT      CUR  ".
          3 filler pic x(81) value
              "ADJ    RESULT".

         1 dsrp-detail-line.
          3 dsdl-action      pic x(01).
          3 filler           pic x(02) value spaces.
          3 dsdl-account-num pic x(12).
          3 filler           pic x(02) value spaces.
          3 dsdl-tx-uid      pic x(05).
          3 filler           pic x(02) value spaces.
          3 dsdl-operator    pic x(08).
          3 filler           pic x(02) value spaces.
          3 dsdl-amount      pic -9(7).99.
          3 filler           pic x(01) value spaces.
          3 dsdl-currency    pic x(03).
          3 filler           pic x(02) value spaces.
          3 dsdl-adj-tx-uid  pic x(05).
          3 filler           pic x(02) value spaces.
          3 dsdl-result      pic x(40).
          3 filler           pic x(34) value spaces.

         1 dsrp-count-line.
          3 dsct-label       pic x(36).
          3 dsct-count       pic zzz,zzz,zz9.
          3 filler           pic x(85) value spaces.

         1 dsrp-blank-line.
          3 filler           pic x(132) value spaces.

         1 dsag-heading-line.
          3 filler           pic x(36) value
              "OPEN DISPUTES AGING         RUN OF: ".
          3 dsah-run-date    pic x(08).
          3 filler           pic x(88) value spaces.

         1 dsag-column-heading-line.
          3 filler pic x(48) value
              "ACCOUNT       TXID   STATUS    OPENED     DAYS  ".
          3 filler pic x(84) value
              "AMOUNT      CUR  CREDIT BY  RESOLVE BY DEADLINE".

         1 dsag-detail-line.
          3 dsal-account-num pic 9(12).
          3 filler           pic x(02) value spaces.
          3 dsal-tx-uid      pic 9(05).
          3 filler           pic x(02) value spaces.
          3 dsal-status      pic x(08).
          3 filler           pic x(02) value spaces.
          3 dsal-opened-date pic x(08).
          3 filler           pic x(02) value spaces.
          3 dsal-days-open   pic zzzz9.
          3 filler           pic x(02) value spaces.
          3 dsal-amount      pic -9(7).99.
          3 filler           pic x(01) value spaces.
          3 dsal-currency    pic x(03).
          3 filler           pic x(02) value spaces.
          3 dsal-credit-due  pic x(08).
          3 filler           pic x(03) value spaces.
          3 dsal-resolve-due pic x(08).
          3 filler           pic x(03) value spaces.
          3 dsal-deadline    pic x(20).
          3 filler           pic x(24) value spaces.

         1 dsag-count-line.
          3 dsac-label       pic x(36).
          3 dsac-count       pic zzz,zzz,zz9.
          3 filler           pic x(85) value spaces.
