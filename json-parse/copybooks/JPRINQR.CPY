      ******************************************************************
      * Copybook:   JPRINQR
      * Used by:    inq_build, acct_inquiry
      * Purpose:    Record layout for the account inquiry file
      *             (INQUIRY-FILE), a KSDS keyed on account-num +
      *             record type + date + tx-uid + sequence that
      *             inq_build reloads every night for the online
      *             account inquiry.  It gathers, per account, what
      *             client services otherwise asks acct_research
      *             for overnight:
      *               H  a transaction: GL extract or adjustment
      *                  detail matched to its GLHIST posted-history
      *                  key (dated by posted date, or extract date
      *                  when not on GLHIST)
      *               R  an open reject: on the day's reject file
      *                  and not yet repaired or written off, or
      *                  left unresolved on the disposition file
      *               P  an electronic statement still pending
      *                  vendor confirmation
      *               S  an open suspense item
      *             The sequence number keeps keys unique where the
      *             same date and tx-uid recur for an account.
      ******************************************************************
         1 inquiry-record.
          3 inq-key.
           5 inq-account-num   pic 9(12).
           5 inq-record-type   pic x(01).
            88 inq-history               value 'H'.
            88 inq-reject                value 'R'.
            88 inq-pending-estmt         value 'P'.
            88 inq-suspense              value 'S'.
           5 inq-date          pic x(08).
           5 inq-tx-uid        pic 9(05).
           5 inq-key-seq       pic 9(03).
          3 inq-detail         pic x(121).

          3 inq-history-detail redefines inq-detail.
           5 inh-item-uid      pic 9(05).
           5 inh-item-desc     pic x(30).
           5 inh-price         pic -9(7).99.
           5 inh-currency      pic x(03).
           5 inh-extract-date  pic x(08).
           5 inh-posted-date   pic x(08).
           5 inh-source        pic x(01).
            88 inh-from-extract          value 'G'.
            88 inh-from-adjustment       value 'A'.
           5 inh-state         pic x(01).
            88 inh-posted                value 'P'.
            88 inh-not-posted            value 'N'.
            88 inh-detail-purged         value 'X'.
           5 filler            pic x(54).

          3 inq-reject-detail redefines inq-detail.
           5 inr-parse-type    pic x(12).
           5 inr-disposition   pic x(01).
            88 inr-awaiting-repair       value ' '.
            88 inr-unresolved            value 'U'.
            88 inr-correction-bad        value 'E'.
           5 inr-reason        pic x(40).
           5 filler            pic x(68).

          3 inq-pending-detail redefines inq-detail.
           5 inp-stmt-date     pic x(08).
           5 filler            pic x(113).

          3 inq-suspense-detail redefines inq-detail.
           5 ins-item-uid      pic 9(05).
           5 ins-item-desc     pic x(30).
           5 ins-price         pic -9(7).99.
           5 ins-currency      pic x(03).
           5 ins-post-date     pic x(08).
           5 filler            pic x(64).
