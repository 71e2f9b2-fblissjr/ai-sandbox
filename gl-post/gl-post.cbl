      *               print on COAEXC and still flag RC=4.  Without
      *               a suspense designation the old behavior
      *               stands: exception listing only.
      *   2026-10-15  Maintainer  The postings written -- records,
      *               debits and credits, by currency -- are written
      *               to the new RCTLOUT run-control side file
      *               (JPRRCTL) for close_cert to tie out against the
      *               extracts, the trial balance and the ledger's
      *               acknowledgments.  A run held back by a fatal
      *               error or the balance proof is marked stopped.
      ******************************************************************
         Program-id. gl_post.
       Environment division.
            Select Suspense-Item-File assign to "SUSPOUT"
              organization is sequential
              file status is glp-suspout-status.
            Select Run-Control-Out assign to "RCTLOUT"
              organization is sequential
              file status is glp-rctlout-status.

       Data division.
        File section.
            label records are standard.
        copy JPRSUSP.

        FD  Run-Control-Out
            label records are standard.
        copy JPRRCTL.

        Working-storage section.

      ******************************************************************
         1 glp-suspout-status  pic x(02) value '00'.
           88 glp-suspout-ok             value '00'.

         1 glp-rctlout-status  pic x(02) value '00'.
           88 glp-rctlout-ok             value '00'.

         1 glp-switches.
          3 glp-eof-sw         pic x(01) value 'N'.
           88 glp-eof                    value 'Y'.
           5 glp-cur-debits      pic s9(11)v99 usage comp-3.
           5 glp-cur-credits     pic s9(11)v99 usage comp-3.
           5 glp-cur-input-total pic s9(11)v99 usage comp-3.
           5 glp-cur-postings    pic 9(09) usage comp.

         77 glp-run-debits       pic s9(11)v99 usage comp-3 value zero.
         77 glp-run-credits      pic s9(11)v99 usage comp-3 value zero.

           Perform 6000-Write-Posting-Summary.

           If glp-rctlout-ok
              Perform 9300-Write-Run-Control
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.
              Move 'Y' to glp-fatal-error-sw
           end-if.

           Open output Run-Control-Out.

           If not glp-rctlout-ok
              Display "gl_post: unable to open RCTLOUT, status "
                glp-rctlout-status
              Move 'Y' to glp-eof-sw
              Move 'Y' to glp-fatal-error-sw
           end-if.

           If not glp-fatal-error
              Perform 1100-Load-Chart-Of-Accounts
           end-if.
                  Move zero to glp-cur-debits(cur-idx)
                  Move zero to glp-cur-credits(cur-idx)
                  Move zero to glp-cur-input-total(cur-idx)
                  Move zero to glp-cur-postings(cur-idx)
               end-if
             when glp-cur-currency(cur-idx) = glr-currency
               and cur-idx <= glp-cur-count
           end-if.

           Add 1 to glp-posted-count.
           Add 1 to glp-cur-postings(cur-idx).

      ****************************************************************
      * Paragraph: 4600-Find-Account-Entry
           Close Posting-Summary-Report.
           Close Unmapped-Exception-Listing.
           Close Suspense-Item-File.
           Close Run-Control-Out.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 9300-Write-Run-Control
      * Description: Writes the postings written (the POST record)
      * to the run-control side file: posting records, debits and
      * credits by currency.  A run held back -- fatal error or
      * out of balance -- still writes, marked stopped, so the day
      * cannot certify on it.
      ****************************************************************
       9300-Write-Run-Control.

           Move spaces to run-control-record.
           Move glp-run-yyyymmdd to rct-proc-date.
           Move 'GLPOST'         to rct-job-name.
           Move 'POST'           to rct-total-id.
           Move function current-date to rct-run-timestamp.

           If glp-fatal-error or glp-outofbal
              Set rct-run-stopped to true
           Else
              Set rct-run-complete to true
           end-if.

           Move zero to rct-currency-count.

           Perform 9310-Move-Run-Control-Entry
             varying cur-idx from 1 by 1
             until cur-idx > glp-cur-count.

           Write run-control-record.

           If not glp-rctlout-ok
              Display "gl_post: RCTLOUT write error, status "
                glp-rctlout-status
              Move 'Y' to glp-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 9310-Move-Run-Control-Entry
      * Description: Past ten currencies the rest are summed under
      * the tenth and flagged on SYSOUT; the tenth entry then cannot
      * tie and the day does not certify.
      ****************************************************************
       9310-Move-Run-Control-Entry.

           If rct-currency-count < 10
              Add 1 to rct-currency-count
              Set rct-idx to rct-currency-count
              Move glp-cur-currency(cur-idx) to rct-currency(rct-idx)
              Move zero to rct-record-count(rct-idx)
              Move zero to rct-debit-amount(rct-idx)
              Move zero to rct-credit-amount(rct-idx)
           Else
              Display "gl_post: run control carries ten "
                "currencies, " glp-cur-currency(cur-idx)
                " summed under the tenth"
           end-if.

           Add glp-cur-postings(cur-idx) to rct-record-count(rct-idx).
           Add glp-cur-debits(cur-idx)   to rct-debit-amount(rct-idx).
           Add glp-cur-credits(cur-idx)  to rct-credit-amount(rct-idx).

       End program gl_post.
