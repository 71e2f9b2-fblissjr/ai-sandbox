       Identification division.
      ******************************************************************
      * Program ID: fx_reval
      * Purpose: Month-end foreign currency revaluation of the GL.
      * gl_balance carries every non-USD balance in its own currency
      * on the balance master (JPRBALM), so the USD value the ledger
      * reports drifts with the rates.  This run reads the closing
      * rate file operations maintains (JPRFXRT: dated month-end
      * rates per currency plus the designation of the revaluation
      * accounts), restates each foreign-currency balance on the
      * balance master generation to USD at the month-end's closing
      * rate, and compares it with its value at the prior
      * month-end's rate, the rate it was last restated at.  The
      * difference is the unrealized gain or loss: it is written as
      * a balanced USD posting pair (JPRPOST) between the designated
      * FX gain/loss account and the FX revaluation adjustment
      * account, for gl_balance to roll in with the day's other
      * released postings, and printed on the revaluation report
      * per account and currency with the old rate, the new rate,
      * and the adjustment.  The month-end date is the PARM
      * (yyyymmdd); without one it is the latest rate date on file
      * not after the run date.
      * Author: [Authors' Name]
      * Date: [Date]
      *
      * Modification History:
      *   2026-10-15  Maintainer  Initial version, replacing
      *               finance's revaluation spreadsheet and the hand-
      *               keyed journal it produced.
      ******************************************************************
         Program-id. fx_reval.
       Environment division.
        Input-output section.
        File-control.
            Select Fx-Rate-File assign to "RATEIN"
              organization is sequential
              file status is fxv-ratein-status.
            Select Balance-Master-In assign to "BALMIN"
              organization is sequential
              file status is fxv-balmin-status.
            Select Reval-Posting-File assign to "REVALOUT"
              organization is sequential
              file status is fxv-revalout-status.
            Select Reval-Report assign to "REVALRPT"
              organization is sequential
              file status is fxv-revalrpt-status.

       Data division.
        File section.

        FD  Fx-Rate-File
            label records are standard.
        copy JPRFXRT.

        FD  Balance-Master-In
            label records are standard.
        copy JPRBALM.

        FD  Reval-Posting-File
            label records are standard.
        copy JPRPOST.

        FD  Reval-Report
            label records are standard.
         1 Reval-Report-Line pic x(132).

        Working-storage section.

      ******************************************************************
      * Section: File Status and Switches
      ******************************************************************

         1 fxv-ratein-status   pic x(02) value '00'.
           88 fxv-ratein-ok             value '00'.
           88 fxv-ratein-eof            value '10'.

         1 fxv-balmin-status   pic x(02) value '00'.
           88 fxv-balmin-ok             value '00'.
           88 fxv-balmin-eof            value '10'.

         1 fxv-revalout-status pic x(02) value '00'.
           88 fxv-revalout-ok           value '00'.

         1 fxv-revalrpt-status pic x(02) value '00'.
           88 fxv-revalrpt-ok           value '00'.

         1 fxv-switches.
          3 fxv-rate-eof-sw     pic x(01) value 'N'.
           88 fxv-rate-done             value 'Y'.
          3 fxv-balmin-eof-sw   pic x(01) value 'N'.
           88 fxv-balmin-done           value 'Y'.
          3 fxv-fatal-error-sw  pic x(01) value 'N'.
           88 fxv-fatal-error           value 'Y'.
          3 fxv-control-error-sw pic x(01) value 'N'.
           88 fxv-control-error         value 'Y'.
          3 fxv-outofbal-sw     pic x(01) value 'N'.
           88 fxv-outofbal              value 'Y'.
          3 fxv-new-rate-sw     pic x(01) value 'N'.
           88 fxv-new-rate-found        value 'Y'.
          3 fxv-old-rate-sw     pic x(01) value 'N'.
           88 fxv-old-rate-found        value 'Y'.

      ******************************************************************
      * Section: Closing Rate Table
      * Description: Every 'R' record on the rate file, loaded at
      * initialization.  The file is small -- a handful of
      * currencies per month-end -- and need not be in any order:
      * the new rate is the entry for the month-end date, the old
      * rate the latest entry for the currency dated before it.
      * Overflow is a fatal setup error.
      ******************************************************************
         77 fxv-rate-max-entries pic 9(05) usage comp value 2000 .
         77 fxv-rate-count       pic 9(05) usage comp value zero .

         1 fxv-rate-table.
          3 fxv-rate-entry occurs 2000 times indexed by rate-idx.
           5 fxv-rate-date     pic x(08).
           5 fxv-rate-currency pic x(03).
           5 fxv-rate-value    pic 9(03)v9(06) usage comp-3.

      ******************************************************************
      * Section: Revaluation Accounts and Dates
      * Description: The designated gain/loss and adjustment
      * accounts from the rate file's 'D' record, the month-end date
      * being revalued, and the prior month-end the old rates come
      * from (the latest of the per-currency prior dates, for the
      * report heading).
      ******************************************************************
         1 fxv-reval-account  pic x(08) value spaces.
         1 fxv-offset-account pic x(08) value spaces.

         1 fxv-reval-date     pic x(08) value spaces.
         1 fxv-prior-date     pic x(08) value spaces.
         1 fxv-old-rate-date  pic x(08) value spaces.

         77 fxv-new-rate     pic 9(03)v9(06) usage comp-3 value zero .
         77 fxv-old-rate     pic 9(03)v9(06) usage comp-3 value zero .

      ******************************************************************
      * Section: Revaluation Accumulators
      * Description: Per balance: the USD value at the old and new
      * rates and the adjustment between them.  Run totals: gains,
      * losses, and the debits and credits written, which must
      * agree for the posting file to prove out.
      ******************************************************************
         77 fxv-old-usd      pic s9(13)v99 usage comp-3 value zero .
         77 fxv-new-usd      pic s9(13)v99 usage comp-3 value zero .
         77 fxv-adjustment   pic s9(13)v99 usage comp-3 value zero .
         77 fxv-post-amount  pic s9(13)v99 usage comp-3 value zero .

         77 fxv-tot-gain     pic s9(13)v99 usage comp-3 value zero .
         77 fxv-tot-loss     pic s9(13)v99 usage comp-3 value zero .
         77 fxv-tot-net      pic s9(13)v99 usage comp-3 value zero .
         77 fxv-tot-debits   pic s9(13)v99 usage comp-3 value zero .
         77 fxv-tot-credits  pic s9(13)v99 usage comp-3 value zero .

         77 fxv-balmin-count   pic 9(09) usage comp value zero .
         77 fxv-foreign-count  pic 9(09) usage comp value zero .
         77 fxv-revalued-count pic 9(09) usage comp value zero .
         77 fxv-norate-count   pic 9(09) usage comp value zero .
         77 fxv-pair-count     pic 9(05) usage comp value zero .
         77 fxv-posting-count  pic 9(09) usage comp value zero .

         1 fxv-run-date.
          3 fxv-run-yyyymmdd pic x(08).
          3 filler           pic x(13).

        copy JPRRVRP.

      ******************************************************************
      * Section: Linkage
      * Description: An optional 8-character yyyymmdd PARM names the
      * month-end to revalue at; anything else passed is a hard
      * stop, and no PARM means the latest rate date on file not
      * after the run date.
      ******************************************************************
       Linkage section.

         1 lk-parm-area.
          3 lk-parm-len    pic 9(04) usage comp.
          3 lk-parm-data   pic x(08).

       Procedure division using lk-parm-area.
      ****************************************************************
      * Paragraph: 0000-Main-Logic
      * Description: Entry point.  Loads the rate file and resolves
      * the month-end, then revalues the balance master one record
      * at a time and closes with the totals and posting proof.
      ****************************************************************
       0000-Main-Logic.

           Perform 1000-Initialize.

           If not fxv-fatal-error and not fxv-control-error
              Perform 2000-Read-Balance-Master
              Perform 2900-Revalue-One-Balance
                until fxv-balmin-done
           end-if.

           If not fxv-fatal-error and not fxv-control-error
              Perform 6000-Write-Reval-Totals
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.

           Goback.

      ****************************************************************
      * Paragraph: 1000-Initialize
      ****************************************************************
       1000-Initialize.

           Move function current-date to fxv-run-date.

           Open input Fx-Rate-File.

           If not fxv-ratein-ok
              Display "fx_reval: unable to open RATEIN, status "
                fxv-ratein-status
              Move 'Y' to fxv-fatal-error-sw
           end-if.

           Open input Balance-Master-In.

           If not fxv-balmin-ok
              Display "fx_reval: unable to open BALMIN, status "
                fxv-balmin-status
              Move 'Y' to fxv-fatal-error-sw
           end-if.

           Open output Reval-Posting-File.

           If not fxv-revalout-ok
              Display "fx_reval: unable to open REVALOUT, status "
                fxv-revalout-status
              Move 'Y' to fxv-fatal-error-sw
           end-if.

           Open output Reval-Report.

           If not fxv-revalrpt-ok
              Display "fx_reval: unable to open REVALRPT, status "
                fxv-revalrpt-status
              Move 'Y' to fxv-fatal-error-sw
           end-if.

           If not fxv-fatal-error
              Perform 1100-Load-Rate-File
           end-if.

           If not fxv-fatal-error
              Perform 1300-Resolve-Reval-Date
           end-if.

           If not fxv-fatal-error and not fxv-control-error
              Move fxv-reval-date   to rvhl-reval-date
              Move fxv-prior-date   to rvhl-prior-date
              Move fxv-run-yyyymmdd to rvhl-run-date
              Write Reval-Report-Line from rvrp-heading-line
              Perform 8950-Check-Revalrpt-Status
              Write Reval-Report-Line from rvrp-column-heading-line
              Perform 8950-Check-Revalrpt-Status
           end-if.

      ****************************************************************
      * Paragraph: 1100-Load-Rate-File
      * Description: Loads every rate record into fxv-rate-table and
      * takes the account designation off the 'D' record.  A file
      * with no designation cannot be posted from and stops the
      * run; an unrecognized record type is reported and skipped.
      ****************************************************************
       1100-Load-Rate-File.

           Perform 1150-Read-Rate-Record.

           Perform 1200-Store-Rate-Record
             until fxv-rate-done.

           If not fxv-fatal-error
              If fxv-reval-account = spaces
                or fxv-offset-account = spaces
                 Display "fx_reval: RATEIN carries no revaluation "
                   "account designation - run stopped"
                 Move 'Y' to fxv-control-error-sw
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 1150-Read-Rate-Record
      ****************************************************************
       1150-Read-Rate-Record.

           Read Fx-Rate-File
             at end
               Move 'Y' to fxv-rate-eof-sw
           end-read.

           If not fxv-ratein-ok and not fxv-ratein-eof
              Display "fx_reval: RATEIN read error, status "
                fxv-ratein-status
              Move 'Y' to fxv-rate-eof-sw
              Move 'Y' to fxv-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 1200-Store-Rate-Record
      ****************************************************************
       1200-Store-Rate-Record.

           Evaluate true
             when fxr-designation-entry
               Move fxd-reval-account  to fxv-reval-account
               Move fxd-offset-account to fxv-offset-account
             when fxr-rate-entry
               and fxv-rate-count >= fxv-rate-max-entries
               Display "fx_reval: RATEIN overflows the rate table "
                 "at " fxv-rate-max-entries " entries"
               Move 'Y' to fxv-rate-eof-sw
               Move 'Y' to fxv-fatal-error-sw
             when fxr-rate-entry
               Add 1 to fxv-rate-count
               Set rate-idx to fxv-rate-count
               Move fxr-rate-date to fxv-rate-date(rate-idx)
               Move fxr-currency  to fxv-rate-currency(rate-idx)
               Move fxr-usd-rate  to fxv-rate-value(rate-idx)
             when other
               Display "fx_reval: RATEIN record type "
                 fxr-record-type " not recognized - skipped"
           End-evaluate.

           If not fxv-rate-done
              Perform 1150-Read-Rate-Record
           end-if.

      ****************************************************************
      * Paragraph: 1300-Resolve-Reval-Date
      * Description: Takes the month-end from an 8-digit PARM; an
      * unusable PARM is a hard stop, the same policy as
      * cycle_stmt.  With no PARM the month-end is the latest rate
      * date on file not after the run date.  Either way at least
      * one rate must be on file for it.  The prior month-end shown
      * on the heading is the latest rate date before it.
      ****************************************************************
       1300-Resolve-Reval-Date.

           If lk-parm-len > 0
              If lk-parm-len = 8
                 and lk-parm-data(1:8) is numeric
                 Move lk-parm-data(1:8) to fxv-reval-date
              Else
                 Display "fx_reval: PARM is not a yyyymmdd month-end "
                   "- run stopped"
                 Move 'Y' to fxv-control-error-sw
              end-if
           Else
              Perform 1350-Latest-Rate-Date
                varying rate-idx from 1 by 1
                until rate-idx > fxv-rate-count
           end-if.

           If not fxv-control-error
              Perform 1400-Prior-Rate-Date
                varying rate-idx from 1 by 1
                until rate-idx > fxv-rate-count
              Move 'N' to fxv-new-rate-sw
              Set rate-idx to 1
              Search fxv-rate-entry
                at end
                  Continue
                when fxv-rate-date(rate-idx) = fxv-reval-date
                  and rate-idx <= fxv-rate-count
                  Move 'Y' to fxv-new-rate-sw
              end-search
              If fxv-new-rate-found
                 Display "fx_reval: revaluing at month-end "
                   fxv-reval-date " against prior rates of "
                   fxv-prior-date
              Else
                 Display "fx_reval: RATEIN has no rates for "
                   "month-end " fxv-reval-date " - run stopped"
                 Move 'Y' to fxv-control-error-sw
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 1350-Latest-Rate-Date
      ****************************************************************
       1350-Latest-Rate-Date.

           If fxv-rate-date(rate-idx) not > fxv-run-yyyymmdd
              and (fxv-reval-date = spaces
                or fxv-rate-date(rate-idx) > fxv-reval-date)
              Move fxv-rate-date(rate-idx) to fxv-reval-date
           end-if.

      ****************************************************************
      * Paragraph: 1400-Prior-Rate-Date
      ****************************************************************
       1400-Prior-Rate-Date.

           If fxv-rate-date(rate-idx) < fxv-reval-date
              and (fxv-prior-date = spaces
                or fxv-rate-date(rate-idx) > fxv-prior-date)
              Move fxv-rate-date(rate-idx) to fxv-prior-date
           end-if.

      ****************************************************************
      * Paragraph: 2000-Read-Balance-Master
      ****************************************************************
       2000-Read-Balance-Master.

           Read Balance-Master-In
             at end
               Move 'Y' to fxv-balmin-eof-sw
           end-read.

           If not fxv-balmin-ok and not fxv-balmin-eof
              Display "fx_reval: BALMIN read error, status "
                fxv-balmin-status
              Move 'Y' to fxv-balmin-eof-sw
              Move 'Y' to fxv-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2900-Revalue-One-Balance
      * Description: Works the balance master record in hand.  USD
      * balances -- and blank-currency balances, the old USD-only
      * feed -- need no restatement, nor do the designated
      * revaluation accounts, which only ever carry USD.  Every
      * other balance is revalued.
      ****************************************************************
       2900-Revalue-One-Balance.

           Add 1 to fxv-balmin-count.

           If bal-currency not = 'USD'
              and bal-currency not = spaces
              and bal-gl-account not = fxv-reval-account
              and bal-gl-account not = fxv-offset-account
              Add 1 to fxv-foreign-count
              Perform 3000-Find-Rates
              If fxv-new-rate-found and fxv-old-rate-found
                 Perform 3500-Restate-Balance
              Else
                 Perform 3900-Report-No-Rate
              end-if
           end-if.

           Perform 2000-Read-Balance-Master.

      ****************************************************************
      * Paragraph: 3000-Find-Rates
      * Description: Finds the month-end's closing rate for the
      * balance's currency, and the old rate: the latest rate on
      * file for the currency dated before the month-end.
      ****************************************************************
       3000-Find-Rates.

           Move 'N' to fxv-new-rate-sw.
           Move 'N' to fxv-old-rate-sw.
           Move spaces to fxv-old-rate-date.
           Move zero to fxv-new-rate.
           Move zero to fxv-old-rate.

           Perform 3100-Check-Rate-Entry
             varying rate-idx from 1 by 1
             until rate-idx > fxv-rate-count.

      ****************************************************************
      * Paragraph: 3100-Check-Rate-Entry
      ****************************************************************
       3100-Check-Rate-Entry.

           If fxv-rate-currency(rate-idx) = bal-currency
              Evaluate true
                when fxv-rate-date(rate-idx) = fxv-reval-date
                  Move fxv-rate-value(rate-idx) to fxv-new-rate
                  Move 'Y' to fxv-new-rate-sw
                when fxv-rate-date(rate-idx) < fxv-reval-date
                  and (fxv-old-rate-date = spaces
                    or fxv-rate-date(rate-idx) > fxv-old-rate-date)
                  Move fxv-rate-date(rate-idx) to fxv-old-rate-date
                  Move fxv-rate-value(rate-idx) to fxv-old-rate
                  Move 'Y' to fxv-old-rate-sw
                when other
                  Continue
              End-evaluate
           end-if.

      ****************************************************************
      * Paragraph: 3500-Restate-Balance
      * Description: Restates the balance to USD at both rates; the
      * difference is the month's unrealized gain (positive: the
      * debit-positive balance is worth more in USD) or loss.  A
      * non-zero adjustment is posted as a balanced USD pair.
      ****************************************************************
       3500-Restate-Balance.

           Add 1 to fxv-revalued-count.

           Compute fxv-old-usd rounded = bal-balance * fxv-old-rate.
           Compute fxv-new-usd rounded = bal-balance * fxv-new-rate.
           Compute fxv-adjustment = fxv-new-usd - fxv-old-usd.

           Move bal-gl-account to rvdl-gl-account
           Move bal-currency   to rvdl-currency
           Move bal-balance    to rvdl-balance
           Move fxv-old-rate   to rvdl-old-rate
           Move fxv-new-rate   to rvdl-new-rate
           Move fxv-new-usd    to rvdl-usd-value
           Move fxv-adjustment to rvdl-adjustment.

           Evaluate true
             when fxv-adjustment > zero
               Move 'GAIN' to rvdl-result
               Add fxv-adjustment to fxv-tot-gain
               Perform 4000-Write-Reval-Pair
             when fxv-adjustment < zero
               Move 'LOSS' to rvdl-result
               Add fxv-adjustment to fxv-tot-loss
               Perform 4000-Write-Reval-Pair
             when other
               Move 'NO CHANGE' to rvdl-result
           End-evaluate.

           Write Reval-Report-Line from rvrp-detail-line.
           Perform 8950-Check-Revalrpt-Status.

      ****************************************************************
      * Paragraph: 3900-Report-No-Rate
      * Description: A foreign balance whose currency lacks a rate
      * for the month-end or for any earlier month-end cannot be
      * revalued; it is listed for operations to complete the rate
      * file and flags the run.
      ****************************************************************
       3900-Report-No-Rate.

           Add 1 to fxv-norate-count.

           Move bal-gl-account to rvdl-gl-account
           Move bal-currency   to rvdl-currency
           Move bal-balance    to rvdl-balance
           Move fxv-old-rate   to rvdl-old-rate
           Move fxv-new-rate   to rvdl-new-rate
           Move zero           to rvdl-usd-value
           Move zero           to rvdl-adjustment
           Move 'NO RATE'      to rvdl-result.

           Write Reval-Report-Line from rvrp-detail-line.
           Perform 8950-Check-Revalrpt-Status.

      ****************************************************************
      * Paragraph: 4000-Write-Reval-Pair
      * Description: Writes the balanced USD posting pair for the
      * adjustment.  A gain debits the revaluation adjustment
      * account and credits the FX gain/loss account; a loss the
      * other way round.  The revalued account's own foreign
      * balance is left untouched.  The pair carries no client
      * account-num, so it is numbered in pst-tx-uid to keep it
      * distinct on the ledger's acknowledgment.
      ****************************************************************
       4000-Write-Reval-Pair.

           Add 1 to fxv-pair-count.

           If fxv-adjustment < zero
              Compute fxv-post-amount = zero - fxv-adjustment
              Move fxv-reval-account  to pst-gl-account
              Perform 4100-Write-Debit-Record
              Move fxv-offset-account to pst-gl-account
              Perform 4200-Write-Credit-Record
           Else
              Move fxv-adjustment to fxv-post-amount
              Move fxv-offset-account to pst-gl-account
              Perform 4100-Write-Debit-Record
              Move fxv-reval-account  to pst-gl-account
              Perform 4200-Write-Credit-Record
           end-if.

      ****************************************************************
      * Paragraph: 4100-Write-Debit-Record
      ****************************************************************
       4100-Write-Debit-Record.

           Move 'D' to pst-drcr-code.
           Perform 4500-Fill-And-Write-Posting.
           Add fxv-post-amount to fxv-tot-debits.

      ****************************************************************
      * Paragraph: 4200-Write-Credit-Record
      ****************************************************************
       4200-Write-Credit-Record.

           Move 'C' to pst-drcr-code.
           Perform 4500-Fill-And-Write-Posting.
           Add fxv-post-amount to fxv-tot-credits.

      ****************************************************************
      * Paragraph: 4500-Fill-And-Write-Posting
      ****************************************************************
       4500-Fill-And-Write-Posting.

           Move fxv-post-amount to pst-amount
           Move 'USD'           to pst-currency
           Move zero            to pst-account-num
           Move fxv-pair-count  to pst-tx-uid
           Move zero            to pst-item-uid.

           Write posting-record.

           If not fxv-revalout-ok
              Display "fx_reval: REVALOUT write error, status "
                fxv-revalout-status
              Move 'Y' to fxv-fatal-error-sw
           end-if.

           Add 1 to fxv-posting-count.

      ****************************************************************
      * Paragraph: 6000-Write-Reval-Totals
      * Description: Writes the gain, loss and net totals, the run
      * counts, and the posting proof: debits written must equal
      * credits written, or the posting file must not be released.
      ****************************************************************
       6000-Write-Reval-Totals.

           Write Reval-Report-Line from rvrp-blank-line.
           Perform 8950-Check-Revalrpt-Status.

           Compute fxv-tot-net = fxv-tot-gain + fxv-tot-loss.

           Move 'TOTAL UNREALIZED GAIN (USD)' to rvtl-label
           Move fxv-tot-gain to rvtl-amount
           Perform 6100-Write-Total-Line.

           Move 'TOTAL UNREALIZED LOSS (USD)' to rvtl-label
           Move fxv-tot-loss to rvtl-amount
           Perform 6100-Write-Total-Line.

           Move 'NET UNREALIZED GAIN/LOSS (USD)' to rvtl-label
           Move fxv-tot-net to rvtl-amount
           Perform 6100-Write-Total-Line.

           Move 'POSTED DEBITS (USD)' to rvtl-label
           Move fxv-tot-debits to rvtl-amount
           Perform 6100-Write-Total-Line.

           Move 'POSTED CREDITS (USD)' to rvtl-label
           Move fxv-tot-credits to rvtl-amount
           Perform 6100-Write-Total-Line.

           Write Reval-Report-Line from rvrp-blank-line.
           Perform 8950-Check-Revalrpt-Status.

           Move 'BALANCE MASTER RECORDS READ' to rvct-label
           Move fxv-balmin-count to rvct-count
           Perform 6200-Write-Count-Line.

           Move 'FOREIGN-CURRENCY BALANCES' to rvct-label
           Move fxv-foreign-count to rvct-count
           Perform 6200-Write-Count-Line.

           Move 'BALANCES REVALUED' to rvct-label
           Move fxv-revalued-count to rvct-count
           Perform 6200-Write-Count-Line.

           Move 'BALANCES WITH NO RATE' to rvct-label
           Move fxv-norate-count to rvct-count
           Perform 6200-Write-Count-Line.

           Move 'POSTING RECORDS WRITTEN' to rvct-label
           Move fxv-posting-count to rvct-count
           Perform 6200-Write-Count-Line.

           If fxv-tot-debits not = fxv-tot-credits
              Move 'Y' to fxv-outofbal-sw
              Display "fx_reval: posting file OUT OF BALANCE"
           end-if.

      ****************************************************************
      * Paragraph: 6100-Write-Total-Line
      ****************************************************************
       6100-Write-Total-Line.

           Write Reval-Report-Line from rvrp-total-line.
           Perform 8950-Check-Revalrpt-Status.

      ****************************************************************
      * Paragraph: 6200-Write-Count-Line
      ****************************************************************
       6200-Write-Count-Line.

           Write Reval-Report-Line from rvrp-count-line.
           Perform 8950-Check-Revalrpt-Status.

      ****************************************************************
      * Paragraph: 8950-Check-Revalrpt-Status
      ****************************************************************
       8950-Check-Revalrpt-Status.

           If not fxv-revalrpt-ok
              Display "fx_reval: REVALRPT write error, status "
                fxv-revalrpt-status
              Move 'Y' to fxv-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 9000-Terminate
      ****************************************************************
       9000-Terminate.

           Close Fx-Rate-File.
           Close Balance-Master-In.
           Close Reval-Posting-File.
           Close Reval-Report.

           Display "fx_reval: balances read " fxv-balmin-count
             ", revalued " fxv-revalued-count
             ", no rate " fxv-norate-count
             ", postings written " fxv-posting-count.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
      * Description: Sets RETURN-CODE for the scheduler: 12 when the
      * run could not start (unusable PARM, no designation, no
      * rates for the month-end), 8 on any I/O error or an
      * unbalanced posting file -- either way the posting file must
      * not be released -- 4 when balances were left unrevalued for
      * want of a rate, otherwise 0.
      ****************************************************************
       9200-Set-Return-Code.

           If fxv-control-error
              Move 12 to return-code
           Else
           If fxv-fatal-error or fxv-outofbal
              Move 8 to return-code
           Else
              If fxv-norate-count > 0
                 Move 4 to return-code
              Else
                 Move 0 to return-code
              end-if
           end-if
           end-if.

       End program fx_reval.
