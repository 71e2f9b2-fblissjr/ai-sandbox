      * Modification History:
      *   2026-09-02  Maintainer  Initial version, replacing the
      *               ledger team's hand-keyed pencil entries.
      *   2026-10-15  Maintainer  The adjustment extract's control
      *               totals -- records, and positive and negative
      *               value, by currency -- are written to the new
      *               RCTLOUT run-control side file (JPRRCTL) for
      *               close_cert to tie out against gl_post.
      ******************************************************************
         Program-id. ops_adjust.
       Environment division.
            Select Adjustment-Register assign to "ADJRPT"
              organization is sequential
              file status is opa-adjrpt-status.
            Select Run-Control-Out assign to "RCTLOUT"
              organization is sequential
              file status is opa-rctlout-status.

       Data division.
        File section.
            label records are standard.
         1 gl-history-new-record pic x(30).

        FD  Run-Control-Out
            label records are standard.
        copy JPRRCTL.

        FD  Adjustment-Register
            label records are standard.
         1 Adjustment-Register-Line pic x(132).
         1 opa-adjrpt-status  pic x(02) value '00'.
           88 opa-adjrpt-ok            value '00'.

         1 opa-rctlout-status pic x(02) value '00'.
           88 opa-rctlout-ok           value '00'.

         1 opa-switches.
          3 opa-eof-sw         pic x(01) value 'N'.
           88 opa-eof                   value 'Y'.
           5 opa-cur-currency pic x(03).
           5 opa-cur-records  pic 9(07) usage comp.
           5 opa-cur-value    pic s9(11)v99 usage comp-3.
           5 opa-cur-positive pic s9(11)v99 usage comp-3.
           5 opa-cur-negative pic s9(11)v99 usage comp-3.

         77 opa-price-work pic s9(7)v99 usage comp-3 value zero .

              Perform 6000-Write-Register-Totals
           end-if.

           If opa-rctlout-ok
              Perform 9300-Write-Run-Control
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.
              Move 'Y' to opa-fatal-error-sw
           end-if.

           Open output Run-Control-Out.

           If not opa-rctlout-ok
              Display "ops_adjust: unable to open RCTLOUT, status "
                opa-rctlout-status
              Move 'Y' to opa-eof-sw
              Move 'Y' to opa-fatal-error-sw
           end-if.

           Open output Adjustment-Register.

           If not opa-adjrpt-ok
                  Move adj-currency to opa-cur-currency(cur-idx)
                  Move zero to opa-cur-records(cur-idx)
                  Move zero to opa-cur-value(cur-idx)
                  Move zero to opa-cur-positive(cur-idx)
                  Move zero to opa-cur-negative(cur-idx)
               end-if
             when opa-cur-currency(cur-idx) = adj-currency
               and cur-idx <= opa-cur-count
           Move adj-price to opa-price-work.
           Add opa-price-work to opa-cur-value(cur-idx).

           If opa-price-work < zero
              Subtract opa-price-work from opa-cur-negative(cur-idx)
           Else
              Add opa-price-work to opa-cur-positive(cur-idx)
           end-if.

      ****************************************************************
      * Paragraph: 5000-Write-Register-Line
      * Description: Writes the adjustment's register line --
           Close Adjustment-Extract.
           Close Gl-History-New-File.
           Close Adjustment-Register.
           Close Run-Control-Out.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 9300-Write-Run-Control
      * Description: Writes the adjustment extract's control totals
      * (the ADJX record) to the run-control side file, positive
      * and negative value kept apart so close_cert can tie them to
      * gl_post's debits and credits.  A stopped run still writes,
      * marked stopped, so the day cannot certify on it.
      ****************************************************************
       9300-Write-Run-Control.

           Move spaces to run-control-record.
           Move opa-run-yyyymmdd to rct-proc-date.
           Move 'OPSADJ'         to rct-job-name.
           Move 'ADJX'           to rct-total-id.
           Move function current-date to rct-run-timestamp.

           If opa-fatal-error
              Set rct-run-stopped to true
           Else
              Set rct-run-complete to true
           end-if.

           Move zero to rct-currency-count.

           Perform 9310-Move-Run-Control-Entry
             varying cur-idx from 1 by 1
             until cur-idx > opa-cur-count.

           Write run-control-record.

           If not opa-rctlout-ok
              Display "ops_adjust: RCTLOUT write error, status "
                opa-rctlout-status
              Move 'Y' to opa-fatal-error-sw
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
              Move opa-cur-currency(cur-idx) to rct-currency(rct-idx)
              Move zero to rct-record-count(rct-idx)
              Move zero to rct-debit-amount(rct-idx)
              Move zero to rct-credit-amount(rct-idx)
           Else
              Display "ops_adjust: run control carries ten "
                "currencies, " opa-cur-currency(cur-idx)
                " summed under the tenth"
           end-if.

           Add opa-cur-records(cur-idx)  to rct-record-count(rct-idx).
           Add opa-cur-positive(cur-idx) to rct-debit-amount(rct-idx).
           Add opa-cur-negative(cur-idx)
             to rct-credit-amount(rct-idx).

       End program ops_adjust.
