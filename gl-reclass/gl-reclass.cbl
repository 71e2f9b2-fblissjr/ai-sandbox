      *   2026-09-02  Maintainer  Initial version, companion to
      *               gl_post's suspense posting of unmapped
      *               item-uids.
      *   2026-10-15  Maintainer  The reclass postings written --
      *               records, debits and credits, by currency --
      *               are written to the new RCTLOUT run-control side
      *               file (JPRRCTL) for close_cert to tie out
      *               against the trial balance and the ledger's
      *               acknowledgments.
      ******************************************************************
         Program-id. gl_reclass.
       Environment division.
            Select Suspense-Report assign to "SUSRPT"
              organization is sequential
              file status is rcl-susrpt-status.
            Select Run-Control-Out assign to "RCTLOUT"
              organization is sequential
              file status is rcl-rctlout-status.

       Data division.
        File section.
            label records are standard.
         1 Suspense-Report-Line pic x(132).

        FD  Run-Control-Out
            label records are standard.
        copy JPRRCTL.

        Working-storage section.

      ******************************************************************
         1 rcl-susrpt-status   pic x(02) value '00'.
           88 rcl-susrpt-ok             value '00'.

         1 rcl-rctlout-status  pic x(02) value '00'.
           88 rcl-rctlout-ok            value '00'.

         1 rcl-switches.
          3 rcl-eof-sw         pic x(01) value 'N'.
           88 rcl-eof                   value 'Y'.
         77 rcl-days-out      pic s9(05) usage comp value zero .
         1 rcl-date-work      pic 9(08) value zero.

      ******************************************************************
      * Section: Run Control Totals
      * Description: Reclass posting records, debits and credits per
      * currency, for the run-control file close_cert ties out.
      ******************************************************************
         77 rcl-cur-max-entries pic 9(03) usage comp value 20 .
         77 rcl-cur-count       pic 9(03) usage comp value zero .

         1 rcl-cur-totals.
          3 rcl-cur-entry occurs 20 times indexed by cur-idx.
           5 rcl-cur-currency pic x(03).
           5 rcl-cur-postings pic 9(09) usage comp.
           5 rcl-cur-debits   pic s9(11)v99 usage comp-3.
           5 rcl-cur-credits  pic s9(11)v99 usage comp-3.

         77 rcl-item-count    pic 9(09) usage comp value zero .
         77 rcl-cleared-count pic 9(09) usage comp value zero .
         77 rcl-carried-count pic 9(09) usage comp value zero .
              Perform 6000-Write-Suspense-Totals
           end-if.

           If rcl-rctlout-ok
              Perform 9300-Write-Run-Control
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.
              Move 'Y' to rcl-fatal-error-sw
           end-if.

           Open output Run-Control-Out.

           If not rcl-rctlout-ok
              Display "gl_reclass: unable to open RCTLOUT, status "
                rcl-rctlout-status
              Move 'Y' to rcl-eof-sw
              Move 'Y' to rcl-fatal-error-sw
           end-if.

           If not rcl-fatal-error
              Perform 1100-Load-Chart-Of-Accounts
           end-if.
              Move 'Y' to rcl-fatal-error-sw
           end-if.

           Perform 4400-Accumulate-Currency.

      ****************************************************************
      * Paragraph: 4400-Accumulate-Currency
      * Description: Rolls the posting just written into its
      * currency's run-control totals.
      ****************************************************************
       4400-Accumulate-Currency.

           Set cur-idx to 1.

           Search rcl-cur-entry
             at end
               If rcl-cur-count >= rcl-cur-max-entries
                  Display "gl_reclass: currency table overflow "
                    "at " rcl-cur-max-entries " entries"
                  Set cur-idx to rcl-cur-count
               Else
                  Add 1 to rcl-cur-count
                  Set cur-idx to rcl-cur-count
                  Move pst-currency to rcl-cur-currency(cur-idx)
                  Move zero to rcl-cur-postings(cur-idx)
                  Move zero to rcl-cur-debits(cur-idx)
                  Move zero to rcl-cur-credits(cur-idx)
               end-if
             when rcl-cur-currency(cur-idx) = pst-currency
               and cur-idx <= rcl-cur-count
               Continue
           end-search.

           Add 1 to rcl-cur-postings(cur-idx).

           If pst-drcr-code = 'D'
              Add rcl-tx-amount to rcl-cur-debits(cur-idx)
           Else
              Add rcl-tx-amount to rcl-cur-credits(cur-idx)
           end-if.

      ****************************************************************
      * Paragraph: 4500-Write-Suspense-Line
      * Description: Writes the report line for the item currently
           Close Reclass-Posting-File.
           Close Suspense-Out-File.
           Close Suspense-Report.
           Close Run-Control-Out.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 9300-Write-Run-Control
      * Description: Writes the reclass postings written (the RCLS
      * record) to the run-control side file: posting records,
      * debits and credits by currency.  A stopped run still
      * writes, marked stopped, so the day cannot certify on it.
      ****************************************************************
       9300-Write-Run-Control.

           Move spaces to run-control-record.
           Move rcl-run-yyyymmdd to rct-proc-date.
           Move 'GLRECL'         to rct-job-name.
           Move 'RCLS'           to rct-total-id.
           Move function current-date to rct-run-timestamp.

           If rcl-fatal-error
              Set rct-run-stopped to true
           Else
              Set rct-run-complete to true
           end-if.

           Move zero to rct-currency-count.

           Perform 9310-Move-Run-Control-Entry
             varying cur-idx from 1 by 1
             until cur-idx > rcl-cur-count.

           Write run-control-record.

           If not rcl-rctlout-ok
              Display "gl_reclass: RCTLOUT write error, status "
                rcl-rctlout-status
              Move 'Y' to rcl-fatal-error-sw
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
              Move rcl-cur-currency(cur-idx) to rct-currency(rct-idx)
              Move zero to rct-record-count(rct-idx)
              Move zero to rct-debit-amount(rct-idx)
              Move zero to rct-credit-amount(rct-idx)
           Else
              Display "gl_reclass: run control carries ten "
                "currencies, " rcl-cur-currency(cur-idx)
                " summed under the tenth"
           end-if.

           Add rcl-cur-postings(cur-idx) to rct-record-count(rct-idx).
           Add rcl-cur-debits(cur-idx)   to rct-debit-amount(rct-idx).
           Add rcl-cur-credits(cur-idx)  to rct-credit-amount(rct-idx).

       End program gl_reclass.
