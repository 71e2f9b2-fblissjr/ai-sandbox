      ******************************************************************
      * Copybook:   JPRRCTL
      * Used by:    json_parse, ops_adjust, gl_post, gl_reclass,
      *             gl_balance, gl_ackrec, close_cert
      * Purpose:    Record layout for the shared run-control file
      *             (RUN-CONTROL-FILE), a KSDS keyed on processing
      *             date + job + run qualifier + total id.  Each
      *             job of the daily close writes its control totals
      *             to its own RCTLOUT side file, one record per
      *             total it keeps, and the job's follow-on IDCAMS
      *             step loads them with REPRO REPLACE, so a rerun
      *             replaces the totals of the run it repeats.
      *             close_cert ties the totals out across jobs.
      *               rct-proc-date      run date of the job
      *               rct-job-name       load module that wrote it
      *               rct-run-qualifier  tells apart runs of one job
      *                                  on one date (json_parse:
      *                                  header source system, or
      *                                  the range-from account of a
      *                                  slice); spaces otherwise
      *               rct-total-id       which total (see below)
      *             Up to ten currencies ride each record; a record
      *             count and a debit and credit amount are kept per
      *             currency.  For extract totals (GLEX, ADJX) the
      *             debit amount is the sum of positive prices and
      *             the credit amount the sum of negative prices,
      *             unsigned -- together the value gl_post posts on
      *             each side.  For posting totals they are the
      *             debit and credit postings.
      *               GLEX  GL extract records written   json_parse
      *               ADJX  adjustment extract written   ops_adjust
      *               POST  postings written             gl_post
      *               RCLS  reclass postings written     gl_reclass
      *               MOVE  day's trial-balance movement gl_balance
      *               FXRV  the part of MOVE from
      *                     revaluation postings         gl_balance
      *               RELS  released postings reconciled gl_ackrec
      *               ACKD  of those, acknowledged at
      *                     the amount sent              gl_ackrec
      *             rct-run-status is 'S' when the run stopped on a
      *             fatal or control error, so its totals cannot be
      *             certified.
      ******************************************************************
         1 run-control-record.
          3 rct-key.
           5 rct-proc-date      pic x(08).
           5 rct-job-name       pic x(08).
           5 rct-run-qualifier  pic x(12).
           5 rct-total-id       pic x(04).
          3 rct-run-timestamp   pic x(14).
          3 rct-run-status      pic x(01).
           88 rct-run-complete            value 'C'.
           88 rct-run-stopped             value 'S'.
          3 rct-currency-count  pic 9(02).
          3 rct-currency-entry occurs 10 times indexed by rct-idx.
           5 rct-currency       pic x(03).
           5 rct-record-count   pic 9(09) usage comp-3.
           5 rct-debit-amount   pic s9(13)v99 usage comp-3.
           5 rct-credit-amount  pic s9(13)v99 usage comp-3.
          3 filler              pic x(11).
