      *   2026-09-02  Maintainer  Initial version, replacing the
      *               weeks-later balance-dispute discovery of
      *               postings the ledger dropped.
      *   2026-10-15  Maintainer  The day's released postings (RELS)
      *               and, of those, the ones the ledger acknowledged
      *               at the amount sent (ACKD) -- records, debits
      *               and credits, by currency -- are written to the
      *               new RCTLOUT run-control side file (JPRRCTL) for
      *               close_cert to tie out against gl_post.
      ******************************************************************
         Program-id. gl_ackrec.
       Environment division.
            Select Ack-Recon-Report assign to "ACKRPT"
              organization is sequential
              file status is ack-ackrpt-status.
            Select Run-Control-Out assign to "RCTLOUT"
              organization is sequential
              file status is ack-rctlout-status.
            Select Sort-Work-File assign to "SORTWK01".

       Data division.
            label records are standard.
         1 Ack-Recon-Line pic x(132).

        FD  Run-Control-Out
            label records are standard.
        copy JPRRCTL.

        SD  Sort-Work-File.
         1 sort-record.
          3 srt-account-num pic 9(12).
         1 ack-ackrpt-status  pic x(02) value '00'.
           88 ack-ackrpt-ok            value '00'.

         1 ack-rctlout-status pic x(02) value '00'.
           88 ack-rctlout-ok           value '00'.

         1 ack-switches.
          3 ack-ackin-eof-sw  pic x(01) value 'N'.
           88 ack-ackin-done          value 'Y'.
         77 ack-notsent-count  pic 9(09) usage comp value zero .
         77 ack-mismatch-count pic 9(09) usage comp value zero .

      ******************************************************************
      * Section: Run Control Totals
      * Description: Per currency, the postings released today as
      * they go into the sort, and -- of the items sent today --
      * those the ledger acknowledged at the amount sent, for the
      * run-control file close_cert ties out.  Prior open items
      * cleared today belong to the day they were sent and are not
      * counted here.
      ******************************************************************
         77 ack-cur-max-entries pic 9(03) usage comp value 20 .
         77 ack-cur-count       pic 9(03) usage comp value zero .

         1 ack-cur-totals.
          3 ack-cur-entry occurs 20 times indexed by cur-idx.
           5 ack-cur-currency    pic x(03).
           5 ack-cur-rel-count   pic 9(09) usage comp.
           5 ack-cur-rel-debits  pic s9(13)v99 usage comp-3.
           5 ack-cur-rel-credits pic s9(13)v99 usage comp-3.
           5 ack-cur-ack-count   pic 9(09) usage comp.
           5 ack-cur-ack-debits  pic s9(13)v99 usage comp-3.
           5 ack-cur-ack-credits pic s9(13)v99 usage comp-3.

         1 ack-cur-key           pic x(03) value spaces.

         1 ack-run-date.
          3 ack-run-yyyymmdd pic x(08).
          3 filler           pic x(13).
              Perform 5000-Write-Ack-Totals
           end-if.

           If ack-rctlout-ok
              Perform 9300-Write-Run-Control
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.
              Move 'Y' to ack-fatal-error-sw
           end-if.

           Open output Run-Control-Out.

           If not ack-rctlout-ok
              Display "gl_ackrec: unable to open RCTLOUT, status "
                ack-rctlout-status
              Move 'Y' to ack-fatal-error-sw
           end-if.

           If not ack-fatal-error
              Move ack-run-yyyymmdd to akhl-run-date
              Write Ack-Recon-Line from akrp-heading-line
           Release sort-record.
           Add 1 to ack-sent-count.

           Move pst-currency to ack-cur-key.
           Perform 2500-Find-Currency-Entry.
           Add 1 to ack-cur-rel-count(cur-idx).

           If pst-debit
              Add pst-amount to ack-cur-rel-debits(cur-idx)
           Else
              Add pst-amount to ack-cur-rel-credits(cur-idx)
           end-if.

           Perform 2300-Read-Posting.

      ****************************************************************
      * Paragraph: 2500-Find-Currency-Entry
      * Description: Finds, or creates, the run-control totals entry
      * for ack-cur-key, leaving cur-idx set to it.
      ****************************************************************
       2500-Find-Currency-Entry.

           Set cur-idx to 1.

           Search ack-cur-entry
             at end
               If ack-cur-count >= ack-cur-max-entries
                  Display "gl_ackrec: currency table overflow "
                    "at " ack-cur-max-entries " entries"
                  Set cur-idx to ack-cur-count
               Else
                  Add 1 to ack-cur-count
                  Set cur-idx to ack-cur-count
                  Move ack-cur-key to ack-cur-currency(cur-idx)
                  Move zero to ack-cur-rel-count(cur-idx)
                  Move zero to ack-cur-rel-debits(cur-idx)
                  Move zero to ack-cur-rel-credits(cur-idx)
                  Move zero to ack-cur-ack-count(cur-idx)
                  Move zero to ack-cur-ack-debits(cur-idx)
                  Move zero to ack-cur-ack-credits(cur-idx)
               end-if
             when ack-cur-currency(cur-idx) = ack-cur-key
               and cur-idx <= ack-cur-count
               Continue
           end-search.

      ****************************************************************
      * Paragraph: 3000-Match-Ack-File
      * Description: SORT output procedure: runs the two-file match

           If srt-amount = akr-amount
              Add 1 to ack-matched-count
              If srt-sent-date = ack-run-yyyymmdd
                 Perform 3650-Accumulate-Acked
              end-if
           Else
              Move srt-account-num to akdl-account-num
              Move srt-tx-uid      to akdl-tx-uid
              Add 1 to ack-mismatch-count
           end-if.

      ****************************************************************
      * Paragraph: 3650-Accumulate-Acked
      * Description: Rolls a posting sent today and acknowledged at
      * the amount sent into its currency's ACKD totals.
      ****************************************************************
       3650-Accumulate-Acked.

           Move srt-currency to ack-cur-key.
           Perform 2500-Find-Currency-Entry.
           Add 1 to ack-cur-ack-count(cur-idx).

           If srt-drcr-code = 'D'
              Add srt-amount to ack-cur-ack-debits(cur-idx)
           Else
              Add srt-amount to ack-cur-ack-credits(cur-idx)
           end-if.

      ****************************************************************
      * Paragraph: 5000-Write-Ack-Totals
      ****************************************************************
           Close Outstanding-In.
           Close Outstanding-Out.
           Close Ack-Recon-Report.
           Close Run-Control-Out.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 9300-Write-Run-Control
      * Description: Writes the ACKD record (today's postings the
      * ledger acknowledged at the amount sent) and the RELS record
      * (today's released postings) to the run-control side file,
      * in key order.  A stopped run still writes, marked stopped,
      * so the day cannot certify on it.
      ****************************************************************
       9300-Write-Run-Control.

           Move spaces to run-control-record.
           Move ack-run-yyyymmdd to rct-proc-date.
           Move 'GLACK'          to rct-job-name.
           Move 'ACKD'           to rct-total-id.
           Move function current-date to rct-run-timestamp.

           If ack-fatal-error
              Set rct-run-stopped to true
           Else
              Set rct-run-complete to true
           end-if.

           Move zero to rct-currency-count.

           Perform 9310-Move-Acked-Entry
             varying cur-idx from 1 by 1
             until cur-idx > ack-cur-count.

           Perform 9350-Write-Run-Control-Record.

           Move 'RELS' to rct-total-id.
           Move zero to rct-currency-count.

           Perform 9320-Move-Released-Entry
             varying cur-idx from 1 by 1
             until cur-idx > ack-cur-count.

           Perform 9350-Write-Run-Control-Record.

      ****************************************************************
      * Paragraph: 9310-Move-Acked-Entry
      ****************************************************************
       9310-Move-Acked-Entry.

           Perform 9330-Find-Run-Control-Entry.

           Add ack-cur-ack-count(cur-idx)
             to rct-record-count(rct-idx).
           Add ack-cur-ack-debits(cur-idx)
             to rct-debit-amount(rct-idx).
           Add ack-cur-ack-credits(cur-idx)
             to rct-credit-amount(rct-idx).

      ****************************************************************
      * Paragraph: 9320-Move-Released-Entry
      ****************************************************************
       9320-Move-Released-Entry.

           Perform 9330-Find-Run-Control-Entry.

           Add ack-cur-rel-count(cur-idx)
             to rct-record-count(rct-idx).
           Add ack-cur-rel-debits(cur-idx)
             to rct-debit-amount(rct-idx).
           Add ack-cur-rel-credits(cur-idx)
             to rct-credit-amount(rct-idx).

      ****************************************************************
      * Paragraph: 9330-Find-Run-Control-Entry
      * Description: Opens the next run-control currency entry for
      * ack-cur-currency(cur-idx).  Past ten currencies the rest are
      * summed under the tenth and flagged on SYSOUT; the tenth
      * entry then cannot tie and the day does not certify.
      ****************************************************************
       9330-Find-Run-Control-Entry.

           If rct-currency-count < 10
              Add 1 to rct-currency-count
              Set rct-idx to rct-currency-count
              Move ack-cur-currency(cur-idx) to rct-currency(rct-idx)
              Move zero to rct-record-count(rct-idx)
              Move zero to rct-debit-amount(rct-idx)
              Move zero to rct-credit-amount(rct-idx)
           Else
              Display "gl_ackrec: run control carries ten "
                "currencies, " ack-cur-currency(cur-idx)
                " summed under the tenth"
           end-if.

      ****************************************************************
      * Paragraph: 9350-Write-Run-Control-Record
      ****************************************************************
       9350-Write-Run-Control-Record.

           Write run-control-record.

           If not ack-rctlout-ok
              Display "gl_ackrec: RCTLOUT write error, status "
                ack-rctlout-status
              Move 'Y' to ack-fatal-error-sw
           end-if.

       End program gl_ackrec.
