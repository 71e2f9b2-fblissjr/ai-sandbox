      *               date on a catch-up day.  A run date the
      *               calendar does not list, or lists with no
      *               extract expected, stops the run.
      *   2026-10-15  Maintainer  The run's GL extract control totals
      *               -- records, and positive and negative value, by
      *               currency -- are written to the new RCTLOUT
      *               run-control side file (JPRRCTL), loaded onto
      *               the shared run-control KSDS by the job's
      *               follow-on step, for close_cert to tie out
      *               against gl_post.  The run is told apart from
      *               the day's other runs by the header's source
      *               system, or in range mode by the range-from
      *               account.
      *   2026-10-15  Maintainer  A client whose master address is
      *               flagged for returned mail no longer gets a
      *               paper statement: 5050-Set-Delivery-Channel
      *               holds it, the register shows channel HELD with
      *               the statement total, and the operations
      *               summary counts the held statements.  Electronic
      *               delivery is unaffected by the flag.
      ******************************************************************
         Program-id. json_parse.
       Environment division.
            Select Calendar-File assign to "CALFILE"
              organization is sequential
              file status is jpr-calfile-status.
            Select Run-Control-Out assign to "RCTLOUT"
              organization is sequential
              file status is jpr-rctlout-status.

       Data division.
        File section.
            label records are standard.
        copy JPRCAL.

        FD  Run-Control-Out
            label records are standard.
        copy JPRRCTL.

        Working-storage section.

      ******************************************************************
           88 jpr-calfile-ok            value '00'.
           88 jpr-calfile-eof           value '10'.

         1 jpr-rctlout-status  pic x(02) value '00'.
           88 jpr-rctlout-ok            value '00'.

         1 jpr-switches.
          3 jpr-eof-sw         pic x(01) value 'N'.
           88 jpr-eof                    value 'Y'.
           5 jpr-glcur-currency pic x(03).
           5 jpr-glcur-records  pic 9(09) usage comp.
           5 jpr-glcur-value    pic s9(11)v99 usage comp-3.
           5 jpr-glcur-positive pic s9(11)v99 usage comp-3.
           5 jpr-glcur-negative pic s9(11)v99 usage comp-3.

      ******************************************************************
      * Section: Run Control
      * Description: The source system off the CLTIN header, kept to
      * tell this run's run-control totals apart from the day's other
      * json_parse runs (a supplemental run carries its own source).
      ******************************************************************
         1 jpr-source-system   pic x(08) value spaces.
         77 jpr-dq-max-price   pic s9(7)v99 usage comp-3
              value 500000.00 .
         77 jpr-dq-prev-uid    pic 9(05) value zero .
      * by 2950-Validate-Client-Master, decides where this client's
      * statement goes: paper to STMTOUT, electronic to the ESTMT
      * extract, or -- for the suppress-if-no-activity preference
      * with no transactions that day -- nowhere at all.  A paper
      * statement for an address flagged for returned mail is held
      * rather than printed, until client services confirms a good
      * address through clt_maint.  Statement
      * lines are staged through jpr-stmt-print-line and written by
      * 5990-Write-Stmt-Line to whichever file the channel calls
      * for, so the print paragraphs are written once.  Every client
      * gets a statement register line either way.
      ******************************************************************
         1 jpr-delivery-pref    pic x(01) value 'P'.
         1 jpr-mail-return-flag pic x(01) value space.
           88 jpr-mail-returned          value 'Y'.

         1 jpr-stmt-channel     pic x(01) value 'P'.
           88 jpr-deliver-print          value 'P'.
           88 jpr-deliver-elec           value 'E'.
           88 jpr-deliver-suppress       value 'S'.
           88 jpr-deliver-held           value 'H'.

         77 jpr-stmt-advance    pic 9(01) value 1 .
         1 jpr-stmt-print-line  pic x(132) value spaces.

         77 jpr-estmt-count     pic 9(09) usage comp value zero .
         77 jpr-suppress-count  pic 9(09) usage comp value zero .
         77 jpr-held-count      pic 9(09) usage comp value zero .

      ******************************************************************
      * Section: Checkpoint / Restart Control
              Perform 9150-Write-Ops-Summary
           end-if.

           If jpr-rctlout-ok
              Perform 9300-Write-Run-Control
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.
              Move 'Y' to jpr-fatal-error-sw
           end-if.

           Open output Run-Control-Out.

           If not jpr-rctlout-ok
              Display "json_parse: unable to open RCTLOUT, status "
                jpr-rctlout-status
              Move 'Y' to jpr-eof-sw
              Move 'Y' to jpr-fatal-error-sw
           end-if.

           If not jpr-fatal-error
              Perform 1500-Load-Calendar
           end-if.
              Move 'Y' to jpr-eof-sw
           Else
              Move 'Y' to jpr-header-seen-sw
              Move chr-source-system to jpr-source-system
              Set cal-idx to 1
              Search jpr-cal-entry
                at end
                 Move 'N' to jpr-client-valid-sw
              Else
                 Move cmr-delivery-pref to jpr-delivery-pref
                 Move cmr-mail-return-flag to jpr-mail-return-flag
                 If cmr-status-closed
                    Move 'N' to jpr-client-valid-sw
                    Move 'ACCOUNT CLOSED' to vxr-reason
      * statement total, throwing page breaks as needed -- on the
      * delivery channel the client master calls for: paper,
      * electronic extract, or suppressed entirely when the client
      * prefers no statement on a day with no activity.  A held
      * statement is totalled but not printed.  Every client gets a
      * statement register line either way.
      ****************************************************************
       5000-Print-Statement.

           Move zero to jpr-stmt-page-num.
           Move zero to jpr-stmt-run-total.

           If jpr-deliver-held
              Perform 5060-Total-Held-Transaction
                varying tx-idx from 1 by 1
                until tx-idx > txnum
              Add 1 to jpr-held-count
           Else
              If not jpr-deliver-suppress
                 Perform 5900-Print-Statement-Header

                 Perform 5100-Print-Transaction-Detail
                   varying tx-idx from 1 by 1
                   until tx-idx > txnum

                 Move jpr-stmt-run-total to stl-total
                 Move 2 to jpr-stmt-advance
                 Move stmt-total-line to jpr-stmt-print-line
                 Perform 5990-Write-Stmt-Line
                 Add 1 to jpr-stmt-line-count

                 If jpr-deliver-elec
                    Add 1 to jpr-estmt-count
                 Else
                    Add 1 to jpr-stmt-count
                    Add jpr-stmt-page-num to jpr-stmt-pages-total
                 end-if
              Else
                 Add 1 to jpr-suppress-count
              end-if
           end-if.

           Perform 5980-Write-Stmt-Register.
      * Description: Decides the current client's delivery channel
      * from the master's preference: suppress-if-no-activity
      * clients with no transactions today get no statement at all,
      * electronic clients feed the e-delivery extract, a paper
      * statement for an address flagged for returned mail is held,
      * and everything else -- including a blank or unrecognized
      * preference -- prints on paper, the safe default.
      ****************************************************************
       5050-Set-Delivery-Channel.
               Move 'S' to jpr-stmt-channel
             when jpr-delivery-pref = 'E'
               Move 'E' to jpr-stmt-channel
             when jpr-mail-returned
               Move 'H' to jpr-stmt-channel
             when other
               Move 'P' to jpr-stmt-channel
           End-evaluate.

      ****************************************************************
      * Paragraph: 5060-Total-Held-Transaction
      * Description: Rolls one transaction of a held statement,
      * converted to USD, into the statement total for the register
      * line, exactly as 5100 would had it printed.
      ****************************************************************
       5060-Total-Held-Transaction.

           Perform 6050-Convert-Tx-To-Usd.
           Add jpr-tx-usd-amount to jpr-stmt-run-total.

      ****************************************************************
      * Paragraph: 5100-Print-Transaction-Detail
      * Description: Prints one tx-record entry, indexed by tx-idx,
      * current client: account, page count, statement total and
      * delivery channel.  A suppressed client registers with zero
      * pages and a zero total, which is exactly the proof the
      * print-shop balancing needs; a held client registers with
      * zero pages and the total of the statement kept back.
      ****************************************************************
       5980-Write-Stmt-Register.

               Move 'ELECTRONIC' to srg-channel
             when jpr-deliver-suppress
               Move 'SUPPRESSED' to srg-channel
             when jpr-deliver-held
               Move 'HELD'       to srg-channel
             when other
               Move 'PRINT'      to srg-channel
           End-evaluate.
                  Move glr-currency to jpr-glcur-currency(glcur-idx)
                  Move zero to jpr-glcur-records(glcur-idx)
                  Move zero to jpr-glcur-value(glcur-idx)
                  Move zero to jpr-glcur-positive(glcur-idx)
                  Move zero to jpr-glcur-negative(glcur-idx)
               end-if
             when jpr-glcur-currency(glcur-idx) = glr-currency
               and glcur-idx <= jpr-glcur-count
           Add 1 to jpr-glcur-records(glcur-idx).
           Add tx-price(tx-idx) to jpr-glcur-value(glcur-idx).

           If tx-price(tx-idx) < zero
              Subtract tx-price(tx-idx)
                from jpr-glcur-negative(glcur-idx)
           Else
              Add tx-price(tx-idx) to jpr-glcur-positive(glcur-idx)
           end-if.

      ****************************************************************
      * Paragraph: 7900-Write-Checkpoint-Record
      * Description: Writes a checkpoint record carrying the last
           Close Electronic-Stmt-File.
           Close Stmt-Register-Report.
           Close Calendar-File.
           Close Run-Control-Out.

      ****************************************************************
      * Paragraph: 9100-Verify-Control-Totals
           Move jpr-suppress-count to opcl-count.
           Perform 9170-Write-Count-Line.

           Move 'STATEMENTS HELD - RETURNED MAIL' to opcl-label
           Move jpr-held-count to opcl-count.
           Perform 9170-Write-Count-Line.

      ****************************************************************
      * Paragraph: 9160-Check-Opsrpt-Status
      ****************************************************************
           end-if
           end-if.

      ****************************************************************
      * Paragraph: 9300-Write-Run-Control
      * Description: Writes the run's GL extract control totals (the
      * GLEX record) to the run-control side file: records and
      * value by currency, positive and negative prices kept apart
      * so close_cert can tie them to gl_post's debits and credits.
      * A stopped run still writes, marked stopped, so the day
      * cannot certify on it.  Past ten currencies the rest are
      * summed under the tenth and flagged on SYSOUT; the tenth
      * entry then cannot tie and the day does not certify.
      ****************************************************************
       9300-Write-Run-Control.

           Move spaces to run-control-record.
           Move jpr-run-date to rct-proc-date.
           Move 'JSONPARS'   to rct-job-name.

           If jpr-range-active
              Move jpr-range-from    to rct-run-qualifier
           Else
              Move jpr-source-system to rct-run-qualifier
           end-if.

           Move 'GLEX' to rct-total-id.
           Move function current-date to rct-run-timestamp.

           If jpr-fatal-error or jpr-control-error
              Set rct-run-stopped to true
           Else
              Set rct-run-complete to true
           end-if.

           Move zero to rct-currency-count.

           Perform 9310-Move-Run-Control-Entry
             varying glcur-idx from 1 by 1
             until glcur-idx > jpr-glcur-count.

           Write run-control-record.

           If not jpr-rctlout-ok
              Display "json_parse: RCTLOUT write error, status "
                jpr-rctlout-status
              Move 'Y' to jpr-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 9310-Move-Run-Control-Entry
      ****************************************************************
       9310-Move-Run-Control-Entry.

           If rct-currency-count < 10
              Add 1 to rct-currency-count
              Set rct-idx to rct-currency-count
              Move jpr-glcur-currency(glcur-idx)
                to rct-currency(rct-idx)
              Move zero to rct-record-count(rct-idx)
              Move zero to rct-debit-amount(rct-idx)
              Move zero to rct-credit-amount(rct-idx)
           Else
              Display "json_parse: run control carries ten "
                "currencies, " jpr-glcur-currency(glcur-idx)
                " summed under the tenth"
           end-if.

           Add jpr-glcur-records(glcur-idx)
             to rct-record-count(rct-idx).
           Add jpr-glcur-positive(glcur-idx)
             to rct-debit-amount(rct-idx).
           Add jpr-glcur-negative(glcur-idx)
             to rct-credit-amount(rct-idx).

       End program json_parse.
