       Identification division.
      ******************************************************************
      * Program ID: txn_surveil
      * Purpose: Daily transaction surveillance for compliance, run
      * after json_parse and ops_adjust over the day's GL extract
      * and adjustment extract.  Both are sorted
      * together on account-num + tx-uid and every transaction is
      * converted to USD with the rate table json_parse applies.
      * Three rules are applied per account:
      *   LRGT  a single transaction above the reportable threshold
      *   STRC  structuring -- transactions each just under the
      *         threshold (at or above the floor percentage of it)
      *         whose total over the rolling window crosses it
      *   SPKE  the day's transaction count above the spike multiple
      *         of the account's own average daily count over the
      *         history period
      * The rolling window and the account's history come from the
      * run's own activity history (JPRSVHS), rolled forward each
      * day against the prior generation in account-num order.
      * Every alert is written to the coded alert file (JPRSVAL) and
      * printed on the case worklist with the account, the client
      * name from the client master, and the triggering tx-uids and
      * amounts.  Thresholds and periods come from the PARM.
      * Amounts are judged by size: a large credit is as reportable
      * as a large debit.
      * Author: [Authors' Name]
      * Date: [Date]
      *
      * Modification History:
      *   2026-10-15  Maintainer  Initial version; until now the only
      *               price check was json_parse's DQ01 plausibility
      *               edit.
      ******************************************************************
         Program-id. txn_surveil.
       Environment division.
        Input-output section.
        File-control.
            Select Gl-Extract-File assign to "GLEXTR"
              organization is sequential
              file status is svl-glextr-status.
            Select Adj-Extract-File assign to "ADJEXTR"
              organization is sequential
              file status is svl-adjextr-status.
            Select Client-Master-File assign to "CLTMST"
              organization is indexed
              access is random
              record key is cmr-account-num
              file status is svl-cltmst-status.
            Select History-In-File assign to "SVHIN"
              organization is sequential
              file status is svl-svhin-status.
            Select History-Out-File assign to "SVHOUT"
              organization is sequential
              file status is svl-svhout-status.
            Select Alert-File assign to "ALERTOUT"
              organization is sequential
              file status is svl-alert-status.
            Select Case-Worklist assign to "CASERPT"
              organization is sequential
              file status is svl-caserpt-status.
            Select Sort-Work-File assign to "SORTWK01".

       Data division.
        File section.

        FD  Gl-Extract-File
            label records are standard.
        copy JPRGLEX.

        FD  Adj-Extract-File
            label records are standard.
         1 adj-extract-record pic x(134).

        FD  Client-Master-File
            label records are standard.
        copy JPRCMST.

        FD  History-In-File
            label records are standard.
        copy JPRSVHS.

        FD  History-Out-File
            label records are standard.
         1 history-out-record pic x(50).

        FD  Alert-File
            label records are standard.
        copy JPRSVAL.

        FD  Case-Worklist
            label records are standard.
         1 Case-Worklist-Line pic x(132).

        SD  Sort-Work-File.
         1 sort-record.
          3 srt-account-num pic 9(12).
          3 srt-tx-uid      pic 9(05).
          3 srt-item-desc   pic x(30).
          3 srt-item-uid    pic 9(05).
          3 srt-price       pic -9(7).99.
          3 srt-currency    pic x(03).
          3 srt-comment     pic x(60).
          3 srt-post-date   pic x(08).

        Working-storage section.

      ******************************************************************
      * Section: File Status and Switches
      ******************************************************************

         1 svl-glextr-status   pic x(02) value '00'.
           88 svl-glextr-ok             value '00'.
           88 svl-glextr-eof            value '10'.

         1 svl-adjextr-status  pic x(02) value '00'.
           88 svl-adjextr-ok            value '00'.
           88 svl-adjextr-eof           value '10'.

         1 svl-cltmst-status   pic x(02) value '00'.
           88 svl-cltmst-ok             value '00'.
           88 svl-cltmst-notfnd         value '23'.

         1 svl-svhin-status    pic x(02) value '00'.
           88 svl-svhin-ok              value '00'.
           88 svl-svhin-eof             value '10'.

         1 svl-svhout-status   pic x(02) value '00'.
           88 svl-svhout-ok             value '00'.

         1 svl-alert-status    pic x(02) value '00'.
           88 svl-alert-ok              value '00'.

         1 svl-caserpt-status  pic x(02) value '00'.
           88 svl-caserpt-ok            value '00'.

         1 svl-switches.
          3 svl-glextr-eof-sw  pic x(01) value 'N'.
           88 svl-glextr-done          value 'Y'.
          3 svl-adjextr-eof-sw pic x(01) value 'N'.
           88 svl-adjextr-done         value 'Y'.
          3 svl-svhin-eof-sw   pic x(01) value 'N'.
           88 svl-svhin-done           value 'Y'.
          3 svl-sort-eof-sw    pic x(01) value 'N'.
           88 svl-sort-done            value 'Y'.
          3 svl-fatal-error-sw pic x(01) value 'N'.
           88 svl-fatal-error          value 'Y'.
          3 svl-control-error-sw pic x(01) value 'N'.
           88 svl-control-error        value 'Y'.
          3 svl-name-loaded-sw pic x(01) value 'N'.
           88 svl-name-loaded          value 'Y'.
          3 svl-history-found-sw pic x(01) value 'N'.
           88 svl-history-found        value 'Y'.
          3 svl-usd-valid-sw   pic x(01) value 'N'.
           88 svl-usd-valid            value 'Y'.

      ******************************************************************
      * Section: Surveillance Control
      * Description: The PARM carries every threshold, so compliance
      * can tune the rules without a program change:
      * 'TTTTTTTTT-PPP-WWW-HHH-MM' --
      *   TTTTTTTTT  reportable threshold in whole USD
      *   PPP        just-under floor, percent of the threshold
      *   WWW        rolling window in days, today included
      *   HHH        history period in days, ahead of today
      *   MM         spike multiple of the average daily count
      * An unusable PARM is a hard stop: a run that silently
      * applied the wrong threshold would clear what it should flag.
      ******************************************************************
         77 svl-threshold      pic 9(09) value zero .
         77 svl-floor-percent  pic 9(03) value zero .
         77 svl-window-days    pic 9(03) value zero .
         77 svl-history-days   pic 9(03) value zero .
         77 svl-spike-multiple pic 9(02) value zero .

         77 svl-floor-amount   pic s9(13)v99 usage comp-3
              value zero .

      ******************************************************************
      * Section: Rule Floors
      * Description: Structuring needs at least two just-under
      * transactions in the window, and a count spike needs at least
      * this many transactions in the day -- one or two transactions
      * against an average near zero is not a pattern.
      ******************************************************************
         77 svl-min-structuring pic 9(03) usage comp value 2 .
         77 svl-min-spike-count pic 9(05) usage comp value 3 .

         1 svl-window-cutoff   pic x(08) value spaces.
         1 svl-history-cutoff  pic x(08) value spaces.
         1 svl-retain-cutoff   pic x(08) value spaces.

         77 svl-run-date-int   pic s9(09) usage comp value zero .
         77 svl-cutoff-int     pic s9(09) usage comp value zero .
         1 svl-date-work       pic 9(08) value zero.

      ******************************************************************
      * Section: Account Work Area
      * Description: One account at a time: its history staged from
      * the prior generation, the day's count and value, and the
      * just-under transactions inside the rolling window -- prior
      * days' from history and today's off the extract.  Today's
      * just-under transactions become the account's new T records.
      ******************************************************************
         77 svl-current-account pic 9(12) value zero .
         77 svl-today-count     pic 9(05) usage comp value zero .
         77 svl-today-usd       pic s9(13)v99 usage comp-3
              value zero .
         77 svl-hist-tx-total   pic 9(09) usage comp value zero .
         77 svl-average         pic 9(05)v99 value zero .
         77 svl-spike-limit     pic 9(07)v99 value zero .

         77 svl-tx-amount       pic s9(09)v99 usage comp-3
              value zero .
         77 svl-usd-amount      pic s9(13)v99 usage comp-3
              value zero .
         77 svl-usd-size        pic s9(13)v99 usage comp-3
              value zero .

         77 svl-near-max-entries pic 9(03) usage comp value 100 .
         77 svl-near-count       pic 9(03) usage comp value zero .
         77 svl-near-today-count pic 9(03) usage comp value zero .
         77 svl-near-total       pic s9(13)v99 usage comp-3
              value zero .

         1 svl-near-table.
          3 svl-near-entry occurs 100 times indexed by nr-idx.
           5 svl-near-uid      pic 9(05).
           5 svl-near-date     pic x(08).
           5 svl-near-currency pic x(03).
           5 svl-near-amount   pic s9(09)v99 usage comp-3.
           5 svl-near-usd      pic s9(13)v99 usage comp-3.
           5 svl-near-today-sw pic x(01).
            88 svl-near-today           value 'Y'.

      ******************************************************************
      * Section: History Staging
      * Description: The key of the prior-generation record in hand,
      * staged at read time; the match loop reads ahead, and the
      * staged key catches a generation that has fallen out of order
      * before it is rolled forward wrongly.
      ******************************************************************
         77 svl-hist-account   pic 9(12) value zero .
         1 svl-hist-key        pic x(26) value spaces.
         1 svl-prior-hist-key  pic x(26) value low-values.

         77 svl-extract-account pic 9(12) value zero .

         1 svl-history-out.
          3 svo-account-num    pic 9(12).
          3 svo-activity-date  pic x(08).
          3 svo-record-type    pic x(01).
          3 svo-tx-uid         pic 9(05).
          3 svo-tx-count       pic 9(05).
          3 svo-currency       pic x(03).
          3 svo-amount         pic s9(09)v99 usage comp-3.
          3 svo-usd-amount     pic s9(13)v99 usage comp-3.
          3 filler             pic x(02) value spaces.

      ******************************************************************
      * Section: Alert Staging
      * Description: The case in hand: its sequence number and rule,
      * and the client name read from the master once per account
      * with an alert.
      ******************************************************************
         77 svl-alert-seq      pic 9(05) value zero .
         1 svl-rule-code       pic x(04) value spaces.
         1 svl-rule-text       pic x(22) value spaces.

         1 svl-client-name.
          3 svl-name-last      pic x(20).
          3 filler             pic x(01) value spaces.
          3 svl-name-first     pic x(15).

         1 svl-item.
          3 svl-item-uid       pic 9(05).
          3 svl-item-date      pic x(08).
          3 svl-item-currency  pic x(03).
          3 svl-item-amount    pic s9(09)v99 usage comp-3.
          3 svl-item-usd       pic s9(13)v99 usage comp-3.

      ******************************************************************
      * Section: Foreign Exchange Rate Table
      * Description: The same conversion json_parse applies, so a
      * transaction is judged at the USD value the rest of the
      * system carries.  A blank currency falls through to the USD
      * entry; a non-blank currency with no match is not judged and
      * is surfaced, never guessed at 1:1.
      ******************************************************************
         1 fx-rate-data.
          3 filler pic x(09) value 'USD100000'.
          3 filler pic x(09) value 'EUR108500'.
          3 filler pic x(09) value 'GBP127000'.
          3 filler pic x(09) value 'JPY000670'.
          3 filler pic x(09) value 'CAD073500'.

         1 fx-rate-table redefines fx-rate-data.
          3 fx-rate-entry occurs 5 times indexed by fx-idx.
           5 fx-currency  pic x(03).
           5 fx-rate      pic 9(01)v9(05).

      ******************************************************************
      * Section: Run Counts
      ******************************************************************
         77 svl-glextr-count    pic 9(09) usage comp value zero .
         77 svl-adjextr-count   pic 9(09) usage comp value zero .
         77 svl-account-count   pic 9(09) usage comp value zero .
         77 svl-badfx-count     pic 9(09) usage comp value zero .
         77 svl-overflow-count  pic 9(09) usage comp value zero .
         77 svl-large-count     pic 9(09) usage comp value zero .
         77 svl-struct-count    pic 9(09) usage comp value zero .
         77 svl-spike-count     pic 9(09) usage comp value zero .
         77 svl-alert-written   pic 9(09) usage comp value zero .
         77 svl-svhin-count     pic 9(09) usage comp value zero .
         77 svl-dropped-count   pic 9(09) usage comp value zero .
         77 svl-svhout-count    pic 9(09) usage comp value zero .

         1 svl-run-date.
          3 svl-run-yyyymmdd pic x(08).
          3 filler           pic x(13).

        copy JPRSVRP.

      ******************************************************************
      * Section: Linkage
      * Description: The required 24-character PARM, for example
      * PARM='000010000-090-007-030-05'.
      ******************************************************************
       Linkage section.

         1 lk-parm-area.
          3 lk-parm-len    pic 9(04) usage comp.
          3 lk-parm-data   pic x(24).

       Procedure division using lk-parm-area.
      ****************************************************************
      * Paragraph: 0000-Main-Logic
      * Description: Entry point.  Resolves the thresholds, sorts the
      * day's GL and adjustment extracts on account-num + tx-uid,
      * and surveys the sorted stream account by account against
      * the prior activity history, rolling the history forward.
      ****************************************************************
       0000-Main-Logic.

           Perform 1000-Initialize.

           If not svl-fatal-error and not svl-control-error
              Sort Sort-Work-File
                on ascending key srt-account-num srt-tx-uid
                input procedure 2000-Release-Extracts
                output procedure 3000-Survey-Accounts
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.

           Goback.

      ****************************************************************
      * Paragraph: 1000-Initialize
      ****************************************************************
       1000-Initialize.

           Move function current-date to svl-run-date.
           Move svl-run-yyyymmdd to svl-date-work.
           Compute svl-run-date-int =
             function integer-of-date(svl-date-work).

           Perform 1100-Resolve-Thresholds.

           If svl-control-error
              Continue
           Else
              Perform 1200-Open-Files
           end-if.

           If not svl-fatal-error and not svl-control-error
              Perform 1300-Write-Worklist-Heading
           end-if.

      ****************************************************************
      * Paragraph: 1100-Resolve-Thresholds
      * Description: Validates the PARM and turns the periods into
      * cutoff dates.  The window runs back from today inclusive;
      * the history period is the days before today.  History older
      * than both is not carried forward.
      ****************************************************************
       1100-Resolve-Thresholds.

           If lk-parm-len = 24
              and lk-parm-data(1:9) is numeric
              and lk-parm-data(10:1) = '-'
              and lk-parm-data(11:3) is numeric
              and lk-parm-data(14:1) = '-'
              and lk-parm-data(15:3) is numeric
              and lk-parm-data(18:1) = '-'
              and lk-parm-data(19:3) is numeric
              and lk-parm-data(22:1) = '-'
              and lk-parm-data(23:2) is numeric
              Move lk-parm-data(1:9)  to svl-threshold
              Move lk-parm-data(11:3) to svl-floor-percent
              Move lk-parm-data(15:3) to svl-window-days
              Move lk-parm-data(19:3) to svl-history-days
              Move lk-parm-data(23:2) to svl-spike-multiple
           Else
              Display "txn_surveil: PARM is not "
                "TTTTTTTTT-PPP-WWW-HHH-MM - run stopped"
              Move 'Y' to svl-control-error-sw
           end-if.

           If not svl-control-error
              If svl-threshold = zero
                 or svl-floor-percent = zero
                 or svl-floor-percent > 99
                 or svl-window-days = zero
                 or svl-history-days = zero
                 or svl-spike-multiple < 2
                 Display "txn_surveil: threshold, floor, window, "
                   "history or multiple out of range - run stopped"
                 Move 'Y' to svl-control-error-sw
              end-if
           end-if.

           If not svl-control-error
              Compute svl-floor-amount rounded =
                svl-threshold * svl-floor-percent / 100

              Compute svl-cutoff-int =
                svl-run-date-int - svl-window-days + 1
              Compute svl-date-work =
                function date-of-integer(svl-cutoff-int)
              Move svl-date-work to svl-window-cutoff

              Compute svl-cutoff-int =
                svl-run-date-int - svl-history-days
              Compute svl-date-work =
                function date-of-integer(svl-cutoff-int)
              Move svl-date-work to svl-history-cutoff

              If svl-history-cutoff < svl-window-cutoff
                 Move svl-history-cutoff to svl-retain-cutoff
              Else
                 Move svl-window-cutoff to svl-retain-cutoff
              end-if

              Display "txn_surveil: window from " svl-window-cutoff
                ", history from " svl-history-cutoff
           end-if.

      ****************************************************************
      * Paragraph: 1200-Open-Files
      ****************************************************************
       1200-Open-Files.

           Open input Gl-Extract-File.

           If not svl-glextr-ok
              Display "txn_surveil: unable to open GLEXTR, status "
                svl-glextr-status
              Move 'Y' to svl-fatal-error-sw
           end-if.

           Open input Adj-Extract-File.

           If not svl-adjextr-ok
              Display "txn_surveil: unable to open ADJEXTR, status "
                svl-adjextr-status
              Move 'Y' to svl-fatal-error-sw
           end-if.

           Open input Client-Master-File.

           If not svl-cltmst-ok
              Display "txn_surveil: unable to open CLTMST, status "
                svl-cltmst-status
              Move 'Y' to svl-fatal-error-sw
           end-if.

           Open input History-In-File.

           If not svl-svhin-ok
              Display "txn_surveil: unable to open SVHIN, status "
                svl-svhin-status
              Move 'Y' to svl-fatal-error-sw
           end-if.

           Open output History-Out-File.

           If not svl-svhout-ok
              Display "txn_surveil: unable to open SVHOUT, status "
                svl-svhout-status
              Move 'Y' to svl-fatal-error-sw
           end-if.

           Open output Alert-File.

           If not svl-alert-ok
              Display "txn_surveil: unable to open ALERTOUT, status "
                svl-alert-status
              Move 'Y' to svl-fatal-error-sw
           end-if.

           Open output Case-Worklist.

           If not svl-caserpt-ok
              Display "txn_surveil: unable to open CASERPT, status "
                svl-caserpt-status
              Move 'Y' to svl-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 1300-Write-Worklist-Heading
      ****************************************************************
       1300-Write-Worklist-Heading.

           Move svl-run-yyyymmdd to svhl-run-date.
           Write Case-Worklist-Line from svrp-heading-line.
           Perform 8950-Check-Caserpt-Status.

           Write Case-Worklist-Line from svrp-blank-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'REPORTABLE THRESHOLD (USD)' to svpl-label
           Move svl-threshold to svpl-value.
           Write Case-Worklist-Line from svrp-param-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'JUST-UNDER FLOOR (PERCENT)' to svpl-label
           Move svl-floor-percent to svpl-value.
           Write Case-Worklist-Line from svrp-param-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'ROLLING WINDOW (DAYS)' to svpl-label
           Move svl-window-days to svpl-value.
           Write Case-Worklist-Line from svrp-param-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'HISTORY PERIOD (DAYS)' to svpl-label
           Move svl-history-days to svpl-value.
           Write Case-Worklist-Line from svrp-param-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'SPIKE MULTIPLE' to svpl-label
           Move svl-spike-multiple to svpl-value.
           Write Case-Worklist-Line from svrp-param-line.
           Perform 8950-Check-Caserpt-Status.

      ****************************************************************
      * Paragraph: 2000-Release-Extracts
      * Description: SORT input procedure: releases every GL extract
      * record, then every adjustment extract record, into the sort.
      * Both files carry the JPRGLEX layout.
      ****************************************************************
       2000-Release-Extracts.

           Perform 2100-Read-Gl-Extract.

           Perform 2200-Release-Gl-Extract
             until svl-glextr-done.

           Perform 2300-Read-Adj-Extract.

           Perform 2400-Release-Adj-Extract
             until svl-adjextr-done.

      ****************************************************************
      * Paragraph: 2100-Read-Gl-Extract
      ****************************************************************
       2100-Read-Gl-Extract.

           Read Gl-Extract-File
             at end
               Move 'Y' to svl-glextr-eof-sw
           end-read.

           If not svl-glextr-ok and not svl-glextr-eof
              Display "txn_surveil: GLEXTR read error, status "
                svl-glextr-status
              Move 'Y' to svl-glextr-eof-sw
              Move 'Y' to svl-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2200-Release-Gl-Extract
      ****************************************************************
       2200-Release-Gl-Extract.

           Release sort-record from gl-extract-record.
           Add 1 to svl-glextr-count.

           Perform 2100-Read-Gl-Extract.

      ****************************************************************
      * Paragraph: 2300-Read-Adj-Extract
      ****************************************************************
       2300-Read-Adj-Extract.

           Read Adj-Extract-File
             at end
               Move 'Y' to svl-adjextr-eof-sw
           end-read.

           If not svl-adjextr-ok and not svl-adjextr-eof
              Display "txn_surveil: ADJEXTR read error, status "
                svl-adjextr-status
              Move 'Y' to svl-adjextr-eof-sw
              Move 'Y' to svl-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2400-Release-Adj-Extract
      ****************************************************************
       2400-Release-Adj-Extract.

           Release sort-record from adj-extract-record.
           Add 1 to svl-adjextr-count.

           Perform 2300-Read-Adj-Extract.

      ****************************************************************
      * Paragraph: 3000-Survey-Accounts
      * Description: SORT output procedure: matches the prior
      * activity history against the sorted extract stream, both in
      * account-num order.  An account on only one side is still
      * worked: history alone is aged and carried forward, and an
      * account first seen today starts with no history.
      ****************************************************************
       3000-Survey-Accounts.

           If svl-fatal-error
              Move 'Y' to svl-svhin-eof-sw
              Move 'Y' to svl-sort-eof-sw
           Else
              Perform 3100-Read-History-In
              Perform 3200-Return-Sorted-Extract
           end-if.

           Perform 3300-Survey-One-Account
             until svl-svhin-done and svl-sort-done.

      ****************************************************************
      * Paragraph: 3100-Read-History-In
      * Description: Reads the next prior-generation history record
      * and stages its key.  A sequence break is a fatal stop.
      ****************************************************************
       3100-Read-History-In.

           Read History-In-File
             at end
               Move 'Y' to svl-svhin-eof-sw
           end-read.

           If not svl-svhin-ok and not svl-svhin-eof
              Display "txn_surveil: SVHIN read error, status "
                svl-svhin-status
              Move 'Y' to svl-svhin-eof-sw
              Move 'Y' to svl-fatal-error-sw
           end-if.

           If not svl-svhin-done
              Move svh-account-num to svl-hist-account
              Move svh-history-key to svl-hist-key
              If svl-hist-key < svl-prior-hist-key
                 Display "txn_surveil: SVHIN out of sequence at "
                   svl-hist-key
                 Move 'Y' to svl-fatal-error-sw
                 Move 'Y' to svl-svhin-eof-sw
                 Move 'Y' to svl-sort-eof-sw
              Else
                 Move svl-hist-key to svl-prior-hist-key
                 Add 1 to svl-svhin-count
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 3200-Return-Sorted-Extract
      ****************************************************************
       3200-Return-Sorted-Extract.

           Return Sort-Work-File
             at end
               Move 'Y' to svl-sort-eof-sw
           end-return.

           If not svl-sort-done
              Move srt-account-num to svl-extract-account
           end-if.

      ****************************************************************
      * Paragraph: 3300-Survey-One-Account
      * Description: Takes the lower of the two account-nums in hand,
      * carries its history forward (collecting the window and the
      * daily counts as it goes), takes today's transactions, and
      * applies the window and spike rules once the account has
      * been fully read.
      ****************************************************************
       3300-Survey-One-Account.

           Evaluate true
             when svl-sort-done
               Move svl-hist-account to svl-current-account
             when svl-svhin-done
               Move svl-extract-account to svl-current-account
             when svl-hist-account < svl-extract-account
               Move svl-hist-account to svl-current-account
             when other
               Move svl-extract-account to svl-current-account
           End-evaluate.

           Move zero to svl-today-count
                        svl-today-usd
                        svl-hist-tx-total
                        svl-near-count
                        svl-near-today-count
                        svl-near-total.
           Move 'N' to svl-name-loaded-sw.
           Move 'N' to svl-history-found-sw.

           Perform 3400-Carry-History-Record
             until svl-svhin-done
                or svl-hist-account not = svl-current-account.

           Perform 3500-Take-Today-Transaction
             until svl-sort-done
                or svl-extract-account not = svl-current-account.

           If svl-today-count > zero and not svl-fatal-error
              Add 1 to svl-account-count
              Perform 4000-Apply-Structuring-Rule
              Perform 4100-Apply-Spike-Rule
              Perform 4200-Write-Today-History
           end-if.

      ****************************************************************
      * Paragraph: 3400-Carry-History-Record
      * Description: A history record older than both periods is
      * dropped, as is one dated today or later (left by an earlier
      * run today, which this run replaces).  Every other record is
      * carried into the new generation; a D record inside the
      * history period adds to the account's count history, and a
      * T record inside the window joins the just-under table.
      ****************************************************************
       3400-Carry-History-Record.

           If svh-activity-date < svl-retain-cutoff
              or svh-activity-date not < svl-run-yyyymmdd
              Add 1 to svl-dropped-count
           Else
              Write history-out-record from surveillance-history-record
              Perform 8960-Check-Svhout-Status
              Add 1 to svl-svhout-count
              If svh-day-summary
                 and svh-activity-date not < svl-history-cutoff
                 Move 'Y' to svl-history-found-sw
                 Add svh-tx-count to svl-hist-tx-total
              end-if
              If svh-near-threshold
                 and svh-activity-date not < svl-window-cutoff
                 Move svh-tx-uid        to svl-item-uid
                 Move svh-activity-date to svl-item-date
                 Move svh-currency      to svl-item-currency
                 Move svh-amount        to svl-item-amount
                 Move svh-usd-amount    to svl-item-usd
                 Perform 3700-Store-Near-Entry
                 If nr-idx <= svl-near-count
                    Move 'N' to svl-near-today-sw(nr-idx)
                 end-if
              end-if
           end-if.

           Perform 3100-Read-History-In.

      ****************************************************************
      * Paragraph: 3500-Take-Today-Transaction
      * Description: Counts the transaction into the day, converts
      * it to USD, and judges its size: above the threshold it is a
      * large-transaction case on its own; at or above the floor it
      * is just under and joins the window table.
      ****************************************************************
       3500-Take-Today-Transaction.

           Add 1 to svl-today-count.

           Move srt-price to svl-tx-amount.
           Perform 3600-Convert-To-Usd.

           If svl-usd-valid
              Add svl-usd-size to svl-today-usd
              Move srt-tx-uid       to svl-item-uid
              Move svl-run-yyyymmdd to svl-item-date
              Move srt-currency     to svl-item-currency
              Move svl-tx-amount    to svl-item-amount
              Move svl-usd-amount   to svl-item-usd
              Evaluate true
                when svl-usd-size > svl-threshold
                  Add 1 to svl-large-count
                  Move 'LRGT' to svl-rule-code
                  Move 'LARGE TRANSACTION' to svl-rule-text
                  Perform 4500-Open-Case
                  Perform 4600-Write-Case-Item
                when svl-usd-size not < svl-floor-amount
                  Perform 3700-Store-Near-Entry
                  If nr-idx <= svl-near-count
                     Move 'Y' to svl-near-today-sw(nr-idx)
                     Add 1 to svl-near-today-count
                  end-if
              End-evaluate
           end-if.

           Perform 3200-Return-Sorted-Extract.

      ****************************************************************
      * Paragraph: 3600-Convert-To-Usd
      * Description: Converts svl-tx-amount in srt-currency to USD,
      * leaving the signed value in svl-usd-amount and its size in
      * svl-usd-size.  An unrecognized currency is not judged and is
      * surfaced, as json_parse does.
      ****************************************************************
       3600-Convert-To-Usd.

           Set fx-idx to 1.
           Move 'N' to svl-usd-valid-sw.
           Move zero to svl-usd-amount.

           If srt-currency = spaces
              Compute svl-usd-amount rounded =
                svl-tx-amount * fx-rate(fx-idx)
              Move 'Y' to svl-usd-valid-sw
           Else
              Search fx-rate-entry
                at end
                  Add 1 to svl-badfx-count
                  Display "txn_surveil: unrecognized currency "
                    srt-currency " for account " srt-account-num
                    " tx-uid " srt-tx-uid " - not judged"
                when fx-currency(fx-idx) = srt-currency
                  Compute svl-usd-amount rounded =
                    svl-tx-amount * fx-rate(fx-idx)
                  Move 'Y' to svl-usd-valid-sw
              end-search
           end-if.

           If svl-usd-amount < zero
              Compute svl-usd-size = zero - svl-usd-amount
           Else
              Move svl-usd-amount to svl-usd-size
           end-if.

      ****************************************************************
      * Paragraph: 3700-Store-Near-Entry
      * Description: Adds the staged item to the just-under table,
      * leaving nr-idx on it.  An account with more just-under
      * transactions in the window than the table holds is surfaced;
      * the total already exceeds the threshold many times over, so
      * the case is raised from the entries held.
      ****************************************************************
       3700-Store-Near-Entry.

           If svl-near-count >= svl-near-max-entries
              Add 1 to svl-overflow-count
              Display "txn_surveil: just-under table full for "
                "account " svl-current-account " - tx-uid "
                svl-item-uid " not listed"
              Set nr-idx to svl-near-max-entries
              Set nr-idx up by 1
           Else
              Add 1 to svl-near-count
              Set nr-idx to svl-near-count
              Move svl-item-uid      to svl-near-uid(nr-idx)
              Move svl-item-date     to svl-near-date(nr-idx)
              Move svl-item-currency to svl-near-currency(nr-idx)
              Move svl-item-amount   to svl-near-amount(nr-idx)
              Move svl-item-usd      to svl-near-usd(nr-idx)
              If svl-item-usd < zero
                 Subtract svl-item-usd from svl-near-total
              Else
                 Add svl-item-usd to svl-near-total
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 4000-Apply-Structuring-Rule
      * Description: Raises a structuring case when the account has
      * enough just-under transactions in the window, at least one
      * of them today, totalling more than the threshold.  Requiring
      * one today keeps a pattern from being raised again every day
      * it sits in the window with nothing new.
      ****************************************************************
       4000-Apply-Structuring-Rule.

           If svl-near-today-count > zero
              and svl-near-count >= svl-min-structuring
              and svl-near-total > svl-threshold
              Add 1 to svl-struct-count
              Move 'STRC' to svl-rule-code
              Move 'STRUCTURING' to svl-rule-text
              Perform 4500-Open-Case
              Perform 4050-List-Near-Entry
                varying nr-idx from 1 by 1
                until nr-idx > svl-near-count
           end-if.

      ****************************************************************
      * Paragraph: 4050-List-Near-Entry
      ****************************************************************
       4050-List-Near-Entry.

           Move svl-near-uid(nr-idx)      to svl-item-uid.
           Move svl-near-date(nr-idx)     to svl-item-date.
           Move svl-near-currency(nr-idx) to svl-item-currency.
           Move svl-near-amount(nr-idx)   to svl-item-amount.
           Move svl-near-usd(nr-idx)      to svl-item-usd.

           Perform 4600-Write-Case-Item.

      ****************************************************************
      * Paragraph: 4100-Apply-Spike-Rule
      * Description: The account's average daily count is its total
      * count over the history period divided by the days in the
      * period -- quiet days count as zero.  An account with no
      * history in the period has nothing to spike against and is
      * not judged.
      ****************************************************************
       4100-Apply-Spike-Rule.

           If svl-history-found
              and svl-today-count >= svl-min-spike-count
              Compute svl-average rounded =
                svl-hist-tx-total / svl-history-days
              Compute svl-spike-limit =
                svl-average * svl-spike-multiple
              If svl-today-count > svl-spike-limit
                 Add 1 to svl-spike-count
                 Move 'SPKE' to svl-rule-code
                 Move 'TRANSACTION COUNT SPIKE' to svl-rule-text
                 Perform 4500-Open-Case
                 Perform 4700-Write-Spike-Item
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 4200-Write-Today-History
      * Description: Writes the account's D record for today, then
      * a T record for each of today's just-under transactions, in
      * tx-uid order behind the carried history.
      ****************************************************************
       4200-Write-Today-History.

           Move svl-current-account to svo-account-num.
           Move svl-run-yyyymmdd    to svo-activity-date.
           Move 'D'                 to svo-record-type.
           Move zero                to svo-tx-uid.
           Move svl-today-count     to svo-tx-count.
           Move spaces              to svo-currency.
           Move zero                to svo-amount.
           Move svl-today-usd       to svo-usd-amount.

           Write history-out-record from svl-history-out.
           Perform 8960-Check-Svhout-Status.
           Add 1 to svl-svhout-count.

           Perform 4250-Write-Near-History
             varying nr-idx from 1 by 1
             until nr-idx > svl-near-count.

      ****************************************************************
      * Paragraph: 4250-Write-Near-History
      ****************************************************************
       4250-Write-Near-History.

           If svl-near-today(nr-idx)
              Move 'T'                       to svo-record-type
              Move svl-near-uid(nr-idx)      to svo-tx-uid
              Move 1                         to svo-tx-count
              Move svl-near-currency(nr-idx) to svo-currency
              Move svl-near-amount(nr-idx)   to svo-amount
              Move svl-near-usd(nr-idx)      to svo-usd-amount
              Write history-out-record from svl-history-out
              Perform 8960-Check-Svhout-Status
              Add 1 to svl-svhout-count
           end-if.

      ****************************************************************
      * Paragraph: 4500-Open-Case
      * Description: Numbers a new case for svl-rule-code, reads the
      * client name the first time the account has a case, and
      * prints the case line.
      ****************************************************************
       4500-Open-Case.

           Add 1 to svl-alert-seq.

           If not svl-name-loaded
              Perform 4550-Read-Client-Name
           end-if.

           Move svl-alert-seq       to svcl-alert-seq.
           Move svl-rule-code       to svcl-rule-code.
           Move svl-rule-text       to svcl-rule-text.
           Move svl-current-account to svcl-account-num.
           Move svl-client-name     to svcl-client-name.

           Write Case-Worklist-Line from svrp-blank-line.
           Perform 8950-Check-Caserpt-Status.
           Write Case-Worklist-Line from svrp-case-line.
           Perform 8950-Check-Caserpt-Status.

      ****************************************************************
      * Paragraph: 4550-Read-Client-Name
      ****************************************************************
       4550-Read-Client-Name.

           Move svl-current-account to cmr-account-num.

           Read Client-Master-File
             invalid key
               Move '** NOT ON MASTER **' to svl-name-last
               Move spaces to svl-name-first
             not invalid key
               Move cmr-name-last  to svl-name-last
               Move cmr-name-first to svl-name-first
           end-read.

           If not svl-cltmst-ok and not svl-cltmst-notfnd
              Display "txn_surveil: CLTMST read error, status "
                svl-cltmst-status
              Move 'Y' to svl-fatal-error-sw
           end-if.

           Move 'Y' to svl-name-loaded-sw.

      ****************************************************************
      * Paragraph: 4600-Write-Case-Item
      * Description: Writes the alert record for the staged item
      * under the case in hand and prints its item line.
      ****************************************************************
       4600-Write-Case-Item.

           Move spaces to surveillance-alert-record.
           Move svl-run-yyyymmdd    to sva-alert-date.
           Move svl-alert-seq       to sva-alert-seq.
           Move svl-rule-code       to sva-rule-code.
           Move svl-current-account to sva-account-num.
           Move svl-item-uid        to sva-tx-uid.
           Move svl-item-date       to sva-tx-date.
           Move svl-item-currency   to sva-currency.
           Move svl-item-amount     to sva-amount.
           Move svl-item-usd        to sva-usd-amount.
           Move 1                   to sva-tx-count.
           Move zero                to sva-average-count.

           Perform 4800-Write-Alert-Record.

           Move svl-item-uid      to svil-tx-uid.
           Move svl-item-date     to svil-tx-date.
           Move svl-item-currency to svil-currency.
           Move svl-item-amount   to svil-amount.
           Move svl-item-usd      to svil-usd-amount.

           Write Case-Worklist-Line from svrp-item-line.
           Perform 8950-Check-Caserpt-Status.

      ****************************************************************
      * Paragraph: 4700-Write-Spike-Item
      ****************************************************************
       4700-Write-Spike-Item.

           Move spaces to surveillance-alert-record.
           Move svl-run-yyyymmdd    to sva-alert-date.
           Move svl-alert-seq       to sva-alert-seq.
           Move svl-rule-code       to sva-rule-code.
           Move svl-current-account to sva-account-num.
           Move zero                to sva-tx-uid.
           Move svl-run-yyyymmdd    to sva-tx-date.
           Move zero                to sva-amount.
           Move svl-today-usd       to sva-usd-amount.
           Move svl-today-count     to sva-tx-count.
           Move svl-average         to sva-average-count.

           Perform 4800-Write-Alert-Record.

           Move svl-today-count  to svsl-today-count.
           Move svl-average      to svsl-average.
           Move svl-history-days to svsl-days.

           Write Case-Worklist-Line from svrp-spike-line.
           Perform 8950-Check-Caserpt-Status.

      ****************************************************************
      * Paragraph: 4800-Write-Alert-Record
      ****************************************************************
       4800-Write-Alert-Record.

           Write surveillance-alert-record.

           If not svl-alert-ok
              Display "txn_surveil: ALERTOUT write error, status "
                svl-alert-status
              Move 'Y' to svl-fatal-error-sw
           Else
              Add 1 to svl-alert-written
           end-if.

      ****************************************************************
      * Paragraph: 7000-Write-Run-Counts
      ****************************************************************
       7000-Write-Run-Counts.

           Write Case-Worklist-Line from svrp-blank-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'GL EXTRACT RECORDS READ' to svct-label
           Move svl-glextr-count to svct-count.
           Write Case-Worklist-Line from svrp-count-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'ADJUSTMENT EXTRACT RECORDS READ' to svct-label
           Move svl-adjextr-count to svct-count.
           Write Case-Worklist-Line from svrp-count-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'ACCOUNTS WITH ACTIVITY SURVEYED' to svct-label
           Move svl-account-count to svct-count.
           Write Case-Worklist-Line from svrp-count-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'LARGE TRANSACTION CASES' to svct-label
           Move svl-large-count to svct-count.
           Write Case-Worklist-Line from svrp-count-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'STRUCTURING CASES' to svct-label
           Move svl-struct-count to svct-count.
           Write Case-Worklist-Line from svrp-count-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'TRANSACTION COUNT SPIKE CASES' to svct-label
           Move svl-spike-count to svct-count.
           Write Case-Worklist-Line from svrp-count-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'ALERT RECORDS WRITTEN' to svct-label
           Move svl-alert-written to svct-count.
           Write Case-Worklist-Line from svrp-count-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'TRANSACTIONS NOT JUDGED (CURRENCY)' to svct-label
           Move svl-badfx-count to svct-count.
           Write Case-Worklist-Line from svrp-count-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'JUST-UNDER ENTRIES NOT LISTED' to svct-label
           Move svl-overflow-count to svct-count.
           Write Case-Worklist-Line from svrp-count-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'HISTORY RECORDS READ' to svct-label
           Move svl-svhin-count to svct-count.
           Write Case-Worklist-Line from svrp-count-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'HISTORY RECORDS AGED OFF' to svct-label
           Move svl-dropped-count to svct-count.
           Write Case-Worklist-Line from svrp-count-line.
           Perform 8950-Check-Caserpt-Status.

           Move 'HISTORY RECORDS WRITTEN' to svct-label
           Move svl-svhout-count to svct-count.
           Write Case-Worklist-Line from svrp-count-line.
           Perform 8950-Check-Caserpt-Status.

      ****************************************************************
      * Paragraph: 8950-Check-Caserpt-Status
      ****************************************************************
       8950-Check-Caserpt-Status.

           If not svl-caserpt-ok
              Display "txn_surveil: CASERPT write error, status "
                svl-caserpt-status
              Move 'Y' to svl-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 8960-Check-Svhout-Status
      ****************************************************************
       8960-Check-Svhout-Status.

           If not svl-svhout-ok
              Display "txn_surveil: SVHOUT write error, status "
                svl-svhout-status
              Move 'Y' to svl-fatal-error-sw
              Move 'Y' to svl-svhin-eof-sw
              Move 'Y' to svl-sort-eof-sw
           end-if.

      ****************************************************************
      * Paragraph: 9000-Terminate
      ****************************************************************
       9000-Terminate.

           If not svl-control-error
              If not svl-fatal-error
                 Perform 7000-Write-Run-Counts
              end-if
              Close Gl-Extract-File
              Close Adj-Extract-File
              Close Client-Master-File
              Close History-In-File
              Close History-Out-File
              Close Alert-File
              Close Case-Worklist
           end-if.

           Display "txn_surveil: accounts surveyed " svl-account-count
             ", cases " svl-alert-seq
             ", alert records " svl-alert-written.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
      * Description: Sets RETURN-CODE for the scheduler: 12 on an
      * unusable PARM (nothing was read), 8 on any I/O, sort or
      * sequence error -- the new history generation must not
      * replace the prior one -- 4 when cases were raised or
      * transactions could not be judged, otherwise 0.
      ****************************************************************
       9200-Set-Return-Code.

           If svl-control-error
              Move 12 to return-code
           Else
           If svl-fatal-error
              Move 8 to return-code
           Else
           If svl-alert-seq > zero
              or svl-badfx-count > zero
              or svl-overflow-count > zero
              Move 4 to return-code
           Else
              Move 0 to return-code
           end-if
           end-if
           end-if.

       End program txn_surveil.
