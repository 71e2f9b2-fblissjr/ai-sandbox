      * Modification History:
      *   2026-09-02  Maintainer  Initial version, replacing the
      *               ledger team's hand-added running balances.
      *   2026-10-15  Maintainer  The day's trial-balance movement --
      *               posting records, debits and credits, by
      *               currency (MOVE), and the revaluation part of it
      *               (FXRV, postings carrying no client account) --
      *               is written to the new RCTLOUT run-control side
      *               file (JPRRCTL) for close_cert to tie out
      *               against gl_post and gl_reclass.
      ******************************************************************
         Program-id. gl_balance.
       Environment division.
            Select Trial-Balance-Report assign to "TRIALBAL"
              organization is sequential
              file status is glb-trialbal-status.
            Select Run-Control-Out assign to "RCTLOUT"
              organization is sequential
              file status is glb-rctlout-status.
            Select Sort-Work-File assign to "SORTWK01".

       Data division.
            label records are standard.
         1 Trial-Balance-Line pic x(132).

        FD  Run-Control-Out
            label records are standard.
        copy JPRRCTL.

        SD  Sort-Work-File.
         1 sort-record.
          3 srt-gl-account  pic x(08).
         1 glb-trialbal-status pic x(02) value '00'.
           88 glb-trialbal-ok           value '00'.

         1 glb-rctlout-status  pic x(02) value '00'.
           88 glb-rctlout-ok            value '00'.

         1 glb-switches.
          3 glb-postin-eof-sw pic x(01) value 'N'.
           88 glb-postin-done          value 'Y'.
         77 glb-tot-closing pic s9(13)v99 usage comp-3 value zero .
         77 glb-tot-expected pic s9(13)v99 usage comp-3 value zero .

      ******************************************************************
      * Section: Run Control Totals
      * Description: The day's movement per currency as it is
      * released into the sort -- posting records, debits, credits
      * -- and, apart, the part carried by revaluation postings
      * (fx_reval's pairs carry no client account-num), for the
      * run-control file close_cert ties out.
      ******************************************************************
         77 glb-cur-max-entries pic 9(03) usage comp value 20 .
         77 glb-cur-count       pic 9(03) usage comp value zero .

         1 glb-cur-totals.
          3 glb-cur-entry occurs 20 times indexed by cur-idx.
           5 glb-cur-currency    pic x(03).
           5 glb-cur-postings    pic 9(09) usage comp.
           5 glb-cur-debits      pic s9(13)v99 usage comp-3.
           5 glb-cur-credits     pic s9(13)v99 usage comp-3.
           5 glb-cur-fx-postings pic 9(09) usage comp.
           5 glb-cur-fx-debits   pic s9(13)v99 usage comp-3.
           5 glb-cur-fx-credits  pic s9(13)v99 usage comp-3.

         77 glb-posting-count pic 9(09) usage comp value zero .
         77 glb-balmin-count  pic 9(09) usage comp value zero .
         77 glb-balmout-count pic 9(09) usage comp value zero .
              Perform 6000-Write-Trial-Totals
           end-if.

           If glb-rctlout-ok
              Perform 9300-Write-Run-Control
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.
              Move 'Y' to glb-fatal-error-sw
           end-if.

           Open output Run-Control-Out.

           If not glb-rctlout-ok
              Display "gl_balance: unable to open RCTLOUT, status "
                glb-rctlout-status
              Move 'Y' to glb-fatal-error-sw
           end-if.

           If not glb-fatal-error
              Move glb-run-yyyymmdd to tbhl-run-date
              Write Trial-Balance-Line from tbal-heading-line
           Release sort-record from posting-record.
           Add 1 to glb-posting-count.

           Perform 2300-Accumulate-Currency.

           Perform 2100-Read-Posting.

      ****************************************************************
      * Paragraph: 2300-Accumulate-Currency
      * Description: Rolls the posting just released into its
      * currency's run-control movement, and into the revaluation
      * part when it carries no client account.
      ****************************************************************
       2300-Accumulate-Currency.

           Set cur-idx to 1.

           Search glb-cur-entry
             at end
               If glb-cur-count >= glb-cur-max-entries
                  Display "gl_balance: currency table overflow "
                    "at " glb-cur-max-entries " entries"
                  Set cur-idx to glb-cur-count
               Else
                  Add 1 to glb-cur-count
                  Set cur-idx to glb-cur-count
                  Move pst-currency to glb-cur-currency(cur-idx)
                  Move zero to glb-cur-postings(cur-idx)
                  Move zero to glb-cur-debits(cur-idx)
                  Move zero to glb-cur-credits(cur-idx)
                  Move zero to glb-cur-fx-postings(cur-idx)
                  Move zero to glb-cur-fx-debits(cur-idx)
                  Move zero to glb-cur-fx-credits(cur-idx)
               end-if
             when glb-cur-currency(cur-idx) = pst-currency
               and cur-idx <= glb-cur-count
               Continue
           end-search.

           Add 1 to glb-cur-postings(cur-idx).

           If pst-debit
              Add pst-amount to glb-cur-debits(cur-idx)
           Else
              Add pst-amount to glb-cur-credits(cur-idx)
           end-if.

           If pst-account-num = zero
              Add 1 to glb-cur-fx-postings(cur-idx)
              If pst-debit
                 Add pst-amount to glb-cur-fx-debits(cur-idx)
              Else
                 Add pst-amount to glb-cur-fx-credits(cur-idx)
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 3000-Roll-Balances
      * Description: SORT output procedure: runs the classic
           Close Balance-Master-In.
           Close Balance-Master-Out.
           Close Trial-Balance-Report.
           Close Run-Control-Out.

           Display "gl_balance: postings in " glb-posting-count
             ", balances in " glb-balmin-count
              Move 0 to return-code
           end-if.

      ****************************************************************
      * Paragraph: 9300-Write-Run-Control
      * Description: Writes the day's movement to the run-control
      * side file: the FXRV record (revaluation postings alone) and
      * the MOVE record (every posting rolled), in key order.  A
      * stopped run still writes, marked stopped, so the day cannot
      * certify on it.
      ****************************************************************
       9300-Write-Run-Control.

           Move spaces to run-control-record.
           Move glb-run-yyyymmdd to rct-proc-date.
           Move 'GLBAL'          to rct-job-name.
           Move 'FXRV'           to rct-total-id.
           Move function current-date to rct-run-timestamp.

           If glb-fatal-error or glb-outofbal
              Set rct-run-stopped to true
           Else
              Set rct-run-complete to true
           end-if.

           Move zero to rct-currency-count.

           Perform 9310-Move-Fx-Entry
             varying cur-idx from 1 by 1
             until cur-idx > glb-cur-count.

           Perform 9350-Write-Run-Control-Record.

           Move 'MOVE' to rct-total-id.
           Move zero to rct-currency-count.

           Perform 9320-Move-Movement-Entry
             varying cur-idx from 1 by 1
             until cur-idx > glb-cur-count.

           Perform 9350-Write-Run-Control-Record.

      ****************************************************************
      * Paragraph: 9310-Move-Fx-Entry
      * Description: Only currencies revaluation actually posted to
      * ride the FXRV record.
      ****************************************************************
       9310-Move-Fx-Entry.

           If glb-cur-fx-postings(cur-idx) > zero
              Perform 9330-Find-Run-Control-Entry
              Add glb-cur-fx-postings(cur-idx)
                to rct-record-count(rct-idx)
              Add glb-cur-fx-debits(cur-idx)
                to rct-debit-amount(rct-idx)
              Add glb-cur-fx-credits(cur-idx)
                to rct-credit-amount(rct-idx)
           end-if.

      ****************************************************************
      * Paragraph: 9320-Move-Movement-Entry
      ****************************************************************
       9320-Move-Movement-Entry.

           Perform 9330-Find-Run-Control-Entry.

           Add glb-cur-postings(cur-idx) to rct-record-count(rct-idx).
           Add glb-cur-debits(cur-idx)   to rct-debit-amount(rct-idx).
           Add glb-cur-credits(cur-idx)  to rct-credit-amount(rct-idx).

      ****************************************************************
      * Paragraph: 9330-Find-Run-Control-Entry
      * Description: Opens the next run-control currency entry for
      * glb-cur-currency(cur-idx).  Past ten currencies the rest are
      * summed under the tenth and flagged on SYSOUT; the tenth
      * entry then cannot tie and the day does not certify.
      ****************************************************************
       9330-Find-Run-Control-Entry.

           If rct-currency-count < 10
              Add 1 to rct-currency-count
              Set rct-idx to rct-currency-count
              Move glb-cur-currency(cur-idx) to rct-currency(rct-idx)
              Move zero to rct-record-count(rct-idx)
              Move zero to rct-debit-amount(rct-idx)
              Move zero to rct-credit-amount(rct-idx)
           Else
              Display "gl_balance: run control carries ten "
                "currencies, " glb-cur-currency(cur-idx)
                " summed under the tenth"
           end-if.

      ****************************************************************
      * Paragraph: 9350-Write-Run-Control-Record
      ****************************************************************
       9350-Write-Run-Control-Record.

           Write run-control-record.

           If not glb-rctlout-ok
              Display "gl_balance: RCTLOUT write error, status "
                glb-rctlout-status
              Move 'Y' to glb-fatal-error-sw
           end-if.

       End program gl_balance.
