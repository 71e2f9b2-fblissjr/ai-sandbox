CBL CODEPAGE(DCBS)
       Identification division.
      ******************************************************************
      * Program ID: sub_ledger
      * Purpose: Keeps the client sub-ledger: one running balance per
      * client account-num per currency, the client-level detail
      * behind the GL account balances gl_balance carries.  The
      * day's GL extract written by json_parse and the adjustment
      * extract written by ops_adjust (both JPRGLEX records) are
      * sorted together on account-num + currency and rolled
      * against the prior sub-ledger generation (JPRSUBL records,
      * kept in the same order) into the new generation: each
      * transaction's signed price adds to its account/currency
      * balance.  Two reconciliations follow from the new balances.
      * Each client's sub-ledger balance, converted to USD, is
      * compared with the balance carried in the client-data of the
      * next client extract (CLTIN, account-num order) and every
      * client that disagrees is reported.  The sub-ledger totals
      * per currency are then proved against the balances of the
      * client-side GL accounts -- every account the chart of
      * accounts maps an item-uid to, plus the designated suspense
      * account -- on the balance master generation gl_balance
      * wrote, so an out-of-tie between client detail and the
      * ledger surfaces the night it happens.
      * Author: [Authors' Name]
      * Date: [Date]
      *
      * Modification History:
      *   2026-10-15  Maintainer  Initial version, replacing adding
      *               up weeks of GLHIN by hand to answer a client's
      *               balance query.
      ******************************************************************
         Program-id. sub_ledger.
       Environment division.
        Input-output section.
        File-control.
            Select Gl-Extract-File assign to "GLEXTR"
              organization is sequential
              file status is sld-glextr-status.
            Select Adj-Extract-File assign to "ADJEXTR"
              organization is sequential
              file status is sld-adjextr-status.
            Select Sub-Ledger-In assign to "SUBLIN"
              organization is sequential
              file status is sld-sublin-status.
            Select Sub-Ledger-Out assign to "SUBLOUT"
              organization is sequential
              file status is sld-sublout-status.
            Select Client-Json-File assign to "CLTIN"
              organization is sequential
              file status is sld-cltin-status.
            Select Chart-Accounts-File assign to "COAREF"
              organization is sequential
              file status is sld-coaref-status.
            Select Balance-Master-In assign to "BALMIN"
              organization is sequential
              file status is sld-balmin-status.
            Select Sub-Ledger-Report assign to "SUBLRPT"
              organization is sequential
              file status is sld-sublrpt-status.
            Select Sort-Work-File assign to "SORTWK01".

       Data division.
        File section.

        FD  Gl-Extract-File
            label records are standard.
        copy JPRGLEX.

        FD  Adj-Extract-File
            label records are standard.
         1 adj-extract-record pic x(134).

        FD  Sub-Ledger-In
            label records are standard.
        copy JPRSUBL.

        FD  Sub-Ledger-Out
            label records are standard.
         1 sub-ledger-out-record pic x(40).

        FD  Client-Json-File
            label records are standard.
        copy JPRCLIN.

        FD  Chart-Accounts-File
            label records are standard.
        copy JPRCOA.

        FD  Balance-Master-In
            label records are standard.
        copy JPRBALM.

        FD  Sub-Ledger-Report
            label records are standard.
         1 Sub-Ledger-Report-Line pic x(132).

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

         1 sld-glextr-status   pic x(02) value '00'.
           88 sld-glextr-ok             value '00'.
           88 sld-glextr-eof            value '10'.

         1 sld-adjextr-status  pic x(02) value '00'.
           88 sld-adjextr-ok            value '00'.
           88 sld-adjextr-eof           value '10'.

         1 sld-sublin-status   pic x(02) value '00'.
           88 sld-sublin-ok             value '00'.
           88 sld-sublin-eof            value '10'.

         1 sld-sublout-status  pic x(02) value '00'.
           88 sld-sublout-ok            value '00'.

         1 sld-cltin-status    pic x(02) value '00'.
           88 sld-cltin-ok              value '00'.
           88 sld-cltin-eof             value '10'.

         1 sld-coaref-status   pic x(02) value '00'.
           88 sld-coaref-ok             value '00'.
           88 sld-coaref-eof            value '10'.

         1 sld-balmin-status   pic x(02) value '00'.
           88 sld-balmin-ok             value '00'.
           88 sld-balmin-eof            value '10'.

         1 sld-sublrpt-status  pic x(02) value '00'.
           88 sld-sublrpt-ok            value '00'.

         1 sld-switches.
          3 sld-glextr-eof-sw  pic x(01) value 'N'.
           88 sld-glextr-done          value 'Y'.
          3 sld-adjextr-eof-sw pic x(01) value 'N'.
           88 sld-adjextr-done         value 'Y'.
          3 sld-sublin-eof-sw  pic x(01) value 'N'.
           88 sld-sublin-done          value 'Y'.
          3 sld-sort-eof-sw    pic x(01) value 'N'.
           88 sld-sort-done            value 'Y'.
          3 sld-cltin-eof-sw   pic x(01) value 'N'.
           88 sld-cltin-done           value 'Y'.
          3 sld-coa-eof-sw     pic x(01) value 'N'.
           88 sld-coa-done             value 'Y'.
          3 sld-balmin-eof-sw  pic x(01) value 'N'.
           88 sld-balmin-done          value 'Y'.
          3 sld-fatal-error-sw pic x(01) value 'N'.
           88 sld-fatal-error          value 'Y'.
          3 sld-seq-error-sw   pic x(01) value 'N'.
           88 sld-seq-error            value 'Y'.
          3 sld-outoftie-sw    pic x(01) value 'N'.
           88 sld-outoftie             value 'Y'.
          3 sld-account-open-sw pic x(01) value 'N'.
           88 sld-account-open         value 'Y'.
          3 sld-client-parse-sw pic x(01) value 'Y'.
           88 sld-client-parse-ok      value 'Y'.
          3 sld-detail-found-sw pic x(01) value 'N'.
           88 sld-detail-found         value 'Y'.
          3 sld-ctl-found-sw   pic x(01) value 'N'.
           88 sld-ctl-found            value 'Y'.

      ******************************************************************
      * Section: Match Keys
      * Description: The prior sub-ledger generation and the sorted
      * extract stream are matched on account-num + currency, the
      * way gl_balance matches its balance master.  The key and
      * balance of the prior-generation record in hand are staged
      * here at read time -- the match loop reads ahead -- and the
      * staged key catches a generation that has fallen out of
      * order before it is merged wrongly.
      ******************************************************************
         1 sld-sublin-key.
          3 sld-sublin-account  pic 9(12).
          3 sld-sublin-currency pic x(03).

         77 sld-sublin-balance pic s9(13)v99 usage comp-3
              value zero .

         1 sld-sublout-record.
          3 sld-out-account-num pic 9(12).
          3 sld-out-currency    pic x(03).
          3 sld-out-balance     pic s9(13)v99.
          3 sld-out-asof-date   pic x(08).
          3 filler              pic x(02) value spaces.

         1 sld-extract-key.
          3 sld-extract-account  pic 9(12).
          3 sld-extract-currency pic x(03).

         1 sld-group-key.
          3 sld-group-account  pic 9(12).
          3 sld-group-currency pic x(03).

         1 sld-prior-sublin-key pic x(15) value low-values.

      ******************************************************************
      * Section: Balance Accumulators
      * Description: One account/currency group at a time: the
      * opening balance carried in from the prior generation (zero
      * for a client/currency first seen today), the day's net
      * movement off the sorted extract stream, and the closing
      * balance written to the new generation.  The closing
      * balances of one account, converted to USD, accumulate in
      * sld-account-usd until the account breaks and is compared
      * with the client extract.
      ******************************************************************
         77 sld-opening      pic s9(13)v99 usage comp-3 value zero .
         77 sld-movement     pic s9(13)v99 usage comp-3 value zero .
         77 sld-closing      pic s9(13)v99 usage comp-3 value zero .
         77 sld-tx-amount    pic s9(11)v99 usage comp-3 value zero .
         77 sld-usd-amount   pic s9(13)v99 usage comp-3 value zero .
         77 sld-account-usd  pic s9(13)v99 usage comp-3 value zero .
         77 sld-difference   pic s9(13)v99 usage comp-3 value zero .

         77 sld-current-account pic 9(12) value zero .

      ******************************************************************
      * Section: Client Extract Staging
      * Description: The client extract is read in step with the
      * account breaks of the new sub-ledger; both are in
      * account-num order.  Header and trailer control records are
      * passed over -- json_parse verifies them -- and each detail's
      * client-data JSON is parsed for its carried balance, which is
      * staged here with its account-num before the next read.
      ******************************************************************
         77 sld-cltin-account       pic 9(12) value zero .
         77 sld-prior-cltin-account pic 9(12) value zero .
         77 sld-cltin-balance       pic s9(11)v99 usage comp-3
              value zero .

         1 sld-extract-date pic x(08) value spaces.

      ******************************************************************
      * Section: Control Account Table
      * Description: The client-side GL accounts the sub-ledger is
      * the detail of: every distinct account the chart of accounts
      * maps an item-uid to (a positive price debits it), plus the
      * suspense account the item-uid 00000 entry designates, since
      * unmapped items sit there until gl_reclass moves them.  Their
      * balances on the balance master, summed per currency, must
      * equal the sub-ledger totals.
      ******************************************************************
         77 sld-ctl-max-entries pic 9(05) usage comp value 500 .
         77 sld-ctl-count       pic 9(05) usage comp value zero .

         1 sld-ctl-table.
          3 sld-ctl-entry occurs 500 times indexed by ctl-idx.
           5 sld-ctl-gl-account pic x(08).

         1 sld-ctl-search-account pic x(08) value spaces.

      ******************************************************************
      * Section: Currency Proof Totals
      * Description: Per currency: the sum of the new sub-ledger
      * balances and the sum of the control accounts' balances on
      * the balance master.  The two must agree currency by
      * currency.
      ******************************************************************
         77 sld-cur-max-entries pic 9(03) usage comp value 20 .
         77 sld-cur-count       pic 9(03) usage comp value zero .

         1 sld-cur-totals.
          3 sld-cur-entry occurs 20 times indexed by cur-idx.
           5 sld-cur-currency   pic x(03).
           5 sld-cur-subledger  pic s9(13)v99 usage comp-3.
           5 sld-cur-gl-balance pic s9(13)v99 usage comp-3.

         1 sld-cur-search pic x(03) value spaces.

      ******************************************************************
      * Section: Foreign Exchange Rate Table
      * Description: The same conversion json_parse applies when it
      * reconciles the carried balance against the day's
      * transactions, so the sub-ledger's USD figure is built the
      * way the extract's balance is.  A blank currency falls
      * through to the USD entry; a non-blank currency with no match
      * is left out of the USD total and surfaced, never guessed at
      * 1:1.
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
         77 sld-glextr-count    pic 9(09) usage comp value zero .
         77 sld-adjextr-count   pic 9(09) usage comp value zero .
         77 sld-sublin-count    pic 9(09) usage comp value zero .
         77 sld-sublout-count   pic 9(09) usage comp value zero .
         77 sld-cltin-count     pic 9(09) usage comp value zero .
         77 sld-compared-count  pic 9(09) usage comp value zero .
         77 sld-diff-count      pic 9(09) usage comp value zero .
         77 sld-nosub-count     pic 9(09) usage comp value zero .
         77 sld-parse-fail-count pic 9(09) usage comp value zero .
         77 sld-badfx-count     pic 9(09) usage comp value zero .
         77 sld-balmin-count    pic 9(09) usage comp value zero .

         1 sld-run-date.
          3 sld-run-yyyymmdd pic x(08).
          3 filler           pic x(13).

         1 jtxt-1208 pic x(4000) value is all x'20'.

      ******************************************************************
      * Section: Parsed Client Data
      * Description: The layout mirrors json_parse's parsed
      * client-data structure; only the carried balance is used.
      ******************************************************************
         1 client-data.
          3 account-num   pic 999,999,999,999.
          3 balance       pic s9(9)v99.
          3 name-last     pic x(20).
          3 name-first    pic x(15).
          3 addr-street   pic x(30).
          3 addr-city     pic x(20).
          3 addr-region   pic x(02).
          3 addr-code     pic x(10).

        copy JPRSLRP.

       Procedure division.
      ****************************************************************
      * Paragraph: 0000-Main-Logic
      * Description: Entry point.  Opens the files and loads the
      * control accounts, sorts the day's GL and adjustment extracts
      * on account-num + currency, and rolls the sorted stream
      * against the prior sub-ledger generation into the new one,
      * comparing each client with the client extract as its
      * account breaks.  Closes with the GL control proof.
      ****************************************************************
       0000-Main-Logic.

           Perform 1000-Initialize.

           If not sld-fatal-error
              Sort Sort-Work-File
                on ascending key srt-account-num srt-currency
                input procedure 2000-Release-Extracts
                output procedure 3000-Roll-Sub-Ledger
           end-if.

           If not sld-fatal-error
              Perform 6000-Prove-Control-Accounts
           end-if.

           If not sld-fatal-error
              Perform 7000-Write-Run-Counts
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.

           Goback.

      ****************************************************************
      * Paragraph: 1000-Initialize
      ****************************************************************
       1000-Initialize.

           Move function current-date to sld-run-date.

           Open input Gl-Extract-File.

           If not sld-glextr-ok
              Display "sub_ledger: unable to open GLEXTR, status "
                sld-glextr-status
              Move 'Y' to sld-fatal-error-sw
           end-if.

           Open input Adj-Extract-File.

           If not sld-adjextr-ok
              Display "sub_ledger: unable to open ADJEXTR, status "
                sld-adjextr-status
              Move 'Y' to sld-fatal-error-sw
           end-if.

           Open input Sub-Ledger-In.

           If not sld-sublin-ok
              Display "sub_ledger: unable to open SUBLIN, status "
                sld-sublin-status
              Move 'Y' to sld-fatal-error-sw
           end-if.

           Open output Sub-Ledger-Out.

           If not sld-sublout-ok
              Display "sub_ledger: unable to open SUBLOUT, status "
                sld-sublout-status
              Move 'Y' to sld-fatal-error-sw
           end-if.

           Open input Client-Json-File.

           If not sld-cltin-ok
              Display "sub_ledger: unable to open CLTIN, status "
                sld-cltin-status
              Move 'Y' to sld-fatal-error-sw
           end-if.

           Open input Chart-Accounts-File.

           If not sld-coaref-ok
              Display "sub_ledger: unable to open COAREF, status "
                sld-coaref-status
              Move 'Y' to sld-fatal-error-sw
           end-if.

           Open input Balance-Master-In.

           If not sld-balmin-ok
              Display "sub_ledger: unable to open BALMIN, status "
                sld-balmin-status
              Move 'Y' to sld-fatal-error-sw
           end-if.

           Open output Sub-Ledger-Report.

           If not sld-sublrpt-ok
              Display "sub_ledger: unable to open SUBLRPT, status "
                sld-sublrpt-status
              Move 'Y' to sld-fatal-error-sw
           end-if.

           If not sld-fatal-error
              Perform 1100-Load-Control-Accounts
           end-if.

           If not sld-fatal-error
              Perform 5100-Read-Client-Detail
           end-if.

           If not sld-fatal-error
              Move sld-run-yyyymmdd to slhl-run-date
              Move sld-extract-date to slhl-extract-date
              Write Sub-Ledger-Report-Line from slrp-heading-line
              Perform 8950-Check-Sublrpt-Status
              Write Sub-Ledger-Report-Line from slrp-blank-line
              Perform 8950-Check-Sublrpt-Status
              Move 'CLIENTS DISAGREEING WITH THE CLIENT EXTRACT BALANCE'
                to slsl-text
              Write Sub-Ledger-Report-Line from slrp-section-line
              Perform 8950-Check-Sublrpt-Status
              Write Sub-Ledger-Report-Line
                from slrp-column-heading-line
              Perform 8950-Check-Sublrpt-Status
           end-if.

      ****************************************************************
      * Paragraph: 1100-Load-Control-Accounts
      * Description: Reads the chart of accounts and keeps every
      * distinct mapped GL account, plus the suspense account, as a
      * control account.  An empty chart, or one that overflows the
      * table, is a fatal setup error: the GL proof cannot be made
      * without it.
      ****************************************************************
       1100-Load-Control-Accounts.

           Perform 1150-Read-Coa-Record.

           Perform 1200-Store-Control-Account
             until sld-coa-done.

           If sld-ctl-count = zero and not sld-fatal-error
              Display "sub_ledger: COAREF is empty"
              Move 'Y' to sld-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 1150-Read-Coa-Record
      ****************************************************************
       1150-Read-Coa-Record.

           Read Chart-Accounts-File
             at end
               Move 'Y' to sld-coa-eof-sw
           end-read.

           If not sld-coaref-ok and not sld-coaref-eof
              Display "sub_ledger: COAREF read error, status "
                sld-coaref-status
              Move 'Y' to sld-coa-eof-sw
              Move 'Y' to sld-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 1200-Store-Control-Account
      * Description: Adds the chart entry's mapped GL account to the
      * control table unless it is already there.  Many item-uids
      * share one GL account, so the table holds far fewer entries
      * than the chart has records.
      ****************************************************************
       1200-Store-Control-Account.

           Move coa-gl-account to sld-ctl-search-account.

           Perform 1300-Find-Control-Account.

           If not sld-ctl-found
              If sld-ctl-count >= sld-ctl-max-entries
                 Display "sub_ledger: COAREF overflows the control "
                   "account table at " sld-ctl-max-entries " entries"
                 Move 'Y' to sld-coa-eof-sw
                 Move 'Y' to sld-fatal-error-sw
              Else
                 Add 1 to sld-ctl-count
                 Set ctl-idx to sld-ctl-count
                 Move coa-gl-account to sld-ctl-gl-account(ctl-idx)
              end-if
           end-if.

           If not sld-coa-done
              Perform 1150-Read-Coa-Record
           end-if.

      ****************************************************************
      * Paragraph: 1300-Find-Control-Account
      * Description: Looks sld-ctl-search-account up in the control
      * table, setting sld-ctl-found-sw.
      ****************************************************************
       1300-Find-Control-Account.

           Move 'N' to sld-ctl-found-sw.

           Set ctl-idx to 1.

           Search sld-ctl-entry
             at end
               Continue
             when sld-ctl-gl-account(ctl-idx) = sld-ctl-search-account
               and ctl-idx <= sld-ctl-count
               Move 'Y' to sld-ctl-found-sw
           end-search.

      ****************************************************************
      * Paragraph: 2000-Release-Extracts
      * Description: SORT input procedure: releases every GL extract
      * record, then every adjustment extract record, into the sort.
      * Both files carry the JPRGLEX layout.
      ****************************************************************
       2000-Release-Extracts.

           Perform 2100-Read-Gl-Extract.

           Perform 2200-Release-Gl-Extract
             until sld-glextr-done.

           Perform 2300-Read-Adj-Extract.

           Perform 2400-Release-Adj-Extract
             until sld-adjextr-done.

      ****************************************************************
      * Paragraph: 2100-Read-Gl-Extract
      ****************************************************************
       2100-Read-Gl-Extract.

           Read Gl-Extract-File
             at end
               Move 'Y' to sld-glextr-eof-sw
           end-read.

           If not sld-glextr-ok and not sld-glextr-eof
              Display "sub_ledger: GLEXTR read error, status "
                sld-glextr-status
              Move 'Y' to sld-glextr-eof-sw
              Move 'Y' to sld-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2200-Release-Gl-Extract
      ****************************************************************
       2200-Release-Gl-Extract.

           Release sort-record from gl-extract-record.
           Add 1 to sld-glextr-count.

           Perform 2100-Read-Gl-Extract.

      ****************************************************************
      * Paragraph: 2300-Read-Adj-Extract
      ****************************************************************
       2300-Read-Adj-Extract.

           Read Adj-Extract-File
             at end
               Move 'Y' to sld-adjextr-eof-sw
           end-read.

           If not sld-adjextr-ok and not sld-adjextr-eof
              Display "sub_ledger: ADJEXTR read error, status "
                sld-adjextr-status
              Move 'Y' to sld-adjextr-eof-sw
              Move 'Y' to sld-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2400-Release-Adj-Extract
      ****************************************************************
       2400-Release-Adj-Extract.

           Release sort-record from adj-extract-record.
           Add 1 to sld-adjextr-count.

           Perform 2300-Read-Adj-Extract.

      ****************************************************************
      * Paragraph: 3000-Roll-Sub-Ledger
      * Description: SORT output procedure: runs the two-file match
      * of the prior sub-ledger generation against the sorted
      * extract stream, both in account-num + currency order.  A
      * balance with no activity today is carried forward unchanged;
      * a client/currency first seen today opens at zero; a matched
      * one opens at its carried balance.  Once both sides are
      * exhausted the last account is compared, and any client
      * extract details beyond it are worked off.
      ****************************************************************
       3000-Roll-Sub-Ledger.

           Perform 3100-Read-Sub-Ledger-In.
           Perform 3200-Return-Sorted-Extract.

           Perform 3300-Match-One-Group
             until sld-sublin-done and sld-sort-done.

           If sld-account-open
              Perform 5000-Compare-Client-Balance
           end-if.

           Perform 5300-Report-Unmatched-Client
             until sld-cltin-done.

      ****************************************************************
      * Paragraph: 3100-Read-Sub-Ledger-In
      * Description: Reads the next prior-generation sub-ledger
      * record and stages its key and balance out of the file area.
      * A generation out of account-num + currency order would merge
      * wrongly, so a sequence break is a fatal stop.
      ****************************************************************
       3100-Read-Sub-Ledger-In.

           Read Sub-Ledger-In
             at end
               Move 'Y' to sld-sublin-eof-sw
           end-read.

           If not sld-sublin-ok and not sld-sublin-eof
              Display "sub_ledger: SUBLIN read error, status "
                sld-sublin-status
              Move 'Y' to sld-sublin-eof-sw
              Move 'Y' to sld-fatal-error-sw
           end-if.

           If not sld-sublin-done
              Move slr-account-num to sld-sublin-account
              Move slr-currency    to sld-sublin-currency
              Move slr-balance     to sld-sublin-balance
              If sld-sublin-key < sld-prior-sublin-key
                 Display "sub_ledger: SUBLIN out of sequence at "
                   sld-sublin-key
                 Move 'Y' to sld-seq-error-sw
                 Move 'Y' to sld-fatal-error-sw
                 Move 'Y' to sld-sublin-eof-sw
                 Move 'Y' to sld-sort-eof-sw
                 Move 'Y' to sld-cltin-eof-sw
              Else
                 Move sld-sublin-key to sld-prior-sublin-key
                 Add 1 to sld-sublin-count
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 3200-Return-Sorted-Extract
      ****************************************************************
       3200-Return-Sorted-Extract.

           Return Sort-Work-File
             at end
               Move 'Y' to sld-sort-eof-sw
           end-return.

           If not sld-sort-done
              Move srt-account-num to sld-extract-account
              Move srt-currency    to sld-extract-currency
           end-if.

      ****************************************************************
      * Paragraph: 3300-Match-One-Group
      * Description: Works one account-num + currency group: decides
      * which side of the match is low and hands off to the
      * carry-forward or extract-group paragraph.
      ****************************************************************
       3300-Match-One-Group.

           Evaluate true
             when sld-sort-done
               Perform 3400-Carry-Forward-Balance
             when sld-sublin-done
               Move zero to sld-opening
               Perform 3500-Process-Extract-Group
             when sld-sublin-key < sld-extract-key
               Perform 3400-Carry-Forward-Balance
             when sld-sublin-key > sld-extract-key
               Move zero to sld-opening
               Perform 3500-Process-Extract-Group
             when other
               Move sld-sublin-balance to sld-opening
               Perform 3100-Read-Sub-Ledger-In
               Perform 3500-Process-Extract-Group
           End-evaluate.

      ****************************************************************
      * Paragraph: 3400-Carry-Forward-Balance
      * Description: The prior-generation balance had no activity
      * today: it carries forward unchanged.
      ****************************************************************
       3400-Carry-Forward-Balance.

           Move sld-sublin-key to sld-group-key.
           Move sld-sublin-balance to sld-opening.
           Move zero to sld-movement.
           Move sld-opening to sld-closing.

           Perform 4000-Write-Sub-Ledger-Record.

           Perform 3100-Read-Sub-Ledger-In.

      ****************************************************************
      * Paragraph: 3500-Process-Extract-Group
      * Description: Nets the day's extract and adjustment prices for
      * the group whose key is in sld-extract-key -- sld-opening is
      * already staged by the caller -- and writes the group's
      * new-generation record.
      ****************************************************************
       3500-Process-Extract-Group.

           Move sld-extract-key to sld-group-key.
           Move zero to sld-movement.

           Perform 3600-Accumulate-Extract
             until sld-sort-done
               or sld-extract-key not = sld-group-key.

           Compute sld-closing = sld-opening + sld-movement.

           Perform 4000-Write-Sub-Ledger-Record.

      ****************************************************************
      * Paragraph: 3600-Accumulate-Extract
      ****************************************************************
       3600-Accumulate-Extract.

           Move srt-price to sld-tx-amount.
           Add sld-tx-amount to sld-movement.

           Perform 3200-Return-Sorted-Extract.

      ****************************************************************
      * Paragraph: 4000-Write-Sub-Ledger-Record
      * Description: Writes the group's new-generation record, rolls
      * its closing balance into the currency proof totals, and
      * adds its USD equivalent to the account's total -- comparing
      * the previous account with the client extract first when
      * this group starts a new account.
      ****************************************************************
       4000-Write-Sub-Ledger-Record.

           If sld-account-open
              and sld-group-account not = sld-current-account
              Perform 5000-Compare-Client-Balance
           end-if.

           If not sld-account-open
              Move sld-group-account to sld-current-account
              Move zero to sld-account-usd
              Move 'Y' to sld-account-open-sw
           end-if.

           Move sld-group-account  to sld-out-account-num
           Move sld-group-currency to sld-out-currency
           Move sld-closing        to sld-out-balance
           Move sld-run-yyyymmdd   to sld-out-asof-date.

           Write sub-ledger-out-record from sld-sublout-record.

           If not sld-sublout-ok
              Display "sub_ledger: SUBLOUT write error, status "
                sld-sublout-status
              Move 'Y' to sld-fatal-error-sw
           end-if.

           Add 1 to sld-sublout-count.

           Move sld-group-currency to sld-cur-search.
           Perform 4200-Find-Currency-Entry.
           Add sld-closing to sld-cur-subledger(cur-idx).

           Perform 4100-Convert-To-Usd.
           Add sld-usd-amount to sld-account-usd.

      ****************************************************************
      * Paragraph: 4100-Convert-To-Usd
      * Description: Converts the group's closing balance to USD
      * using fx-rate-table, leaving it in sld-usd-amount.  An
      * unrecognized currency is left out of the account's USD
      * total and surfaced, as json_parse does.
      ****************************************************************
       4100-Convert-To-Usd.

           Set fx-idx to 1.
           Move zero to sld-usd-amount.

           If sld-group-currency = spaces
              Compute sld-usd-amount rounded =
                sld-closing * fx-rate(fx-idx)
           Else
              Search fx-rate-entry
                at end
                  Add 1 to sld-badfx-count
                  Display "sub_ledger: unrecognized currency "
                    sld-group-currency " for account "
                    sld-group-account " - left out of USD total"
                when fx-currency(fx-idx) = sld-group-currency
                  Compute sld-usd-amount rounded =
                    sld-closing * fx-rate(fx-idx)
              end-search
           end-if.

      ****************************************************************
      * Paragraph: 4200-Find-Currency-Entry
      * Description: Finds, or creates, the currency proof entry for
      * sld-cur-search, leaving cur-idx set to it.  A blank currency
      * keeps its own entry, matching how it reached the GL.  A
      * currency overflowing the table is a fatal error -- the proof
      * cannot be produced without its totals.
      ****************************************************************
       4200-Find-Currency-Entry.

           Set cur-idx to 1.

           Search sld-cur-entry
             at end
               If sld-cur-count >= sld-cur-max-entries
                  Display "sub_ledger: currency table overflow at "
                    sld-cur-max-entries " entries"
                  Move 'Y' to sld-fatal-error-sw
                  Set cur-idx to 1
               Else
                  Add 1 to sld-cur-count
                  Set cur-idx to sld-cur-count
                  Move sld-cur-search to sld-cur-currency(cur-idx)
                  Move zero to sld-cur-subledger(cur-idx)
                  Move zero to sld-cur-gl-balance(cur-idx)
               end-if
             when sld-cur-currency(cur-idx) = sld-cur-search
               and cur-idx <= sld-cur-count
               Continue
           end-search.

      ****************************************************************
      * Paragraph: 5000-Compare-Client-Balance
      * Description: The account in sld-current-account has broken.
      * Client extract details for lower accounts have no sub-ledger
      * and are worked off first; a detail for this account is then
      * compared with the account's USD total.  An account absent
      * from the client extract is simply not compared -- the
      * extract only carries clients the upstream system sent.
      ****************************************************************
       5000-Compare-Client-Balance.

           Perform 5300-Report-Unmatched-Client
             until sld-cltin-done
               or sld-cltin-account >= sld-current-account.

           If not sld-cltin-done
              and sld-cltin-account = sld-current-account
              Perform 5200-Compare-One-Client
              Perform 5100-Read-Client-Detail
           end-if.

           Move 'N' to sld-account-open-sw.

      ****************************************************************
      * Paragraph: 5100-Read-Client-Detail
      * Description: Reads forward to the next client extract detail
      * record, picking the extract date off the header on the way,
      * parses its client-data JSON and stages the account-num and
      * carried balance.  A client re-sent later in the same file
      * carries the same account and is passed over; an extract out
      * of account-num order cannot be compared and is a fatal stop.
      ****************************************************************
       5100-Read-Client-Detail.

           Move 'N' to sld-detail-found-sw.

           Perform 5110-Read-Client-Record
             until sld-detail-found or sld-cltin-done.

      ****************************************************************
      * Paragraph: 5110-Read-Client-Record
      ****************************************************************
       5110-Read-Client-Record.

           Read Client-Json-File
             at end
               Move 'Y' to sld-cltin-eof-sw
           end-read.

           If not sld-cltin-ok and not sld-cltin-eof
              Display "sub_ledger: CLTIN read error, status "
                sld-cltin-status
              Move 'Y' to sld-cltin-eof-sw
              Move 'Y' to sld-fatal-error-sw
           end-if.

           If not sld-cltin-done
              Evaluate true
                when cjr-header-record
                  Move chr-extract-date to sld-extract-date
                when cjr-client-record
                  Perform 5120-Stage-Client-Detail
                when other
                  Continue
              End-evaluate
           end-if.

      ****************************************************************
      * Paragraph: 5120-Stage-Client-Detail
      ****************************************************************
       5120-Stage-Client-Detail.

           Evaluate true
             when cjr-account-num < sld-prior-cltin-account
               Display "sub_ledger: CLTIN out of sequence at "
                 cjr-account-num
               Move 'Y' to sld-seq-error-sw
               Move 'Y' to sld-fatal-error-sw
               Move 'Y' to sld-cltin-eof-sw
             when cjr-account-num = sld-prior-cltin-account
               and sld-cltin-count > zero
               Continue
             when other
               Move cjr-account-num to sld-prior-cltin-account
               Move cjr-account-num to sld-cltin-account
               Add 1 to sld-cltin-count
               Perform 5150-Parse-Client-Balance
               Move 'Y' to sld-detail-found-sw
           End-evaluate.

      ****************************************************************
      * Paragraph: 5150-Parse-Client-Balance
      * Description: Parses the detail's client-data JSON the way
      * json_parse does, keeping only the carried balance.
      ****************************************************************
       5150-Parse-Client-Balance.

           Move 'Y' to sld-client-parse-sw.
           Move zero to sld-cltin-balance.

           Initialize client-data.

           Initialize jtxt-1208 all value.
           Move cjr-client-json-text(1:cjr-client-json-len)
             to jtxt-1208(1:cjr-client-json-len).

           Json parse jtxt-1208(1:cjr-client-json-len)
             into client-data with detail
             on exception
               move 'N' to sld-client-parse-sw
           end-json.

           If sld-client-parse-ok
              Move balance to sld-cltin-balance
           end-if.

      ****************************************************************
      * Paragraph: 5200-Compare-One-Client
      * Description: Compares the account's sub-ledger USD total
      * with the balance carried on the client extract.  A
      * client-data that will not parse cannot be compared and is
      * listed as such -- json_parse will reject it too.
      ****************************************************************
       5200-Compare-One-Client.

           Add 1 to sld-compared-count.

           Move sld-current-account to sldl-account-num
           Move sld-account-usd     to sldl-subledger
           Move sld-cltin-balance   to sldl-extract.

           Evaluate true
             when not sld-client-parse-ok
               Add 1 to sld-parse-fail-count
               Move zero to sldl-difference
               Move 'UNPARSEABLE' to sldl-status
               Perform 5900-Write-Detail-Line
             when sld-account-usd not = sld-cltin-balance
               Add 1 to sld-diff-count
               Compute sld-difference =
                 sld-cltin-balance - sld-account-usd
               Move sld-difference to sldl-difference
               Move 'DISAGREES' to sldl-status
               Perform 5900-Write-Detail-Line
             when other
               Continue
           End-evaluate.

      ****************************************************************
      * Paragraph: 5300-Report-Unmatched-Client
      * Description: A client extract detail with no sub-ledger
      * balance at all: the sub-ledger stands at zero for it, so a
      * non-zero carried balance is reported.
      ****************************************************************
       5300-Report-Unmatched-Client.

           Move sld-cltin-account to sldl-account-num
           Move zero              to sldl-subledger
           Move sld-cltin-balance to sldl-extract.

           Evaluate true
             when not sld-client-parse-ok
               Add 1 to sld-parse-fail-count
               Move zero to sldl-difference
               Move 'UNPARSEABLE' to sldl-status
               Perform 5900-Write-Detail-Line
             when sld-cltin-balance not = zero
               Add 1 to sld-nosub-count
               Move sld-cltin-balance to sldl-difference
               Move 'NO SUB-LEDGER' to sldl-status
               Perform 5900-Write-Detail-Line
             when other
               Continue
           End-evaluate.

           Perform 5100-Read-Client-Detail.

      ****************************************************************
      * Paragraph: 5900-Write-Detail-Line
      ****************************************************************
       5900-Write-Detail-Line.

           Write Sub-Ledger-Report-Line from slrp-detail-line.
           Perform 8950-Check-Sublrpt-Status.

      ****************************************************************
      * Paragraph: 6000-Prove-Control-Accounts
      * Description: Sums the balance master's control-account
      * balances per currency and proves them against the
      * sub-ledger totals, one line per currency.  Any currency out
      * of tie flags the run.
      ****************************************************************
       6000-Prove-Control-Accounts.

           Perform 6100-Read-Balance-Master.

           Perform 6200-Accumulate-Gl-Balance
             until sld-balmin-done.

           If not sld-fatal-error
              Write Sub-Ledger-Report-Line from slrp-blank-line
              Perform 8950-Check-Sublrpt-Status
              Move 'SUB-LEDGER TO GL CONTROL ACCOUNT PROOF' to slsl-text
              Write Sub-Ledger-Report-Line from slrp-section-line
              Perform 8950-Check-Sublrpt-Status
              Write Sub-Ledger-Report-Line
                from slrp-proof-heading-line
              Perform 8950-Check-Sublrpt-Status
              Perform 6300-Write-Proof-Line
                varying cur-idx from 1 by 1
                until cur-idx > sld-cur-count
           end-if.

      ****************************************************************
      * Paragraph: 6100-Read-Balance-Master
      ****************************************************************
       6100-Read-Balance-Master.

           Read Balance-Master-In
             at end
               Move 'Y' to sld-balmin-eof-sw
           end-read.

           If not sld-balmin-ok and not sld-balmin-eof
              Display "sub_ledger: BALMIN read error, status "
                sld-balmin-status
              Move 'Y' to sld-balmin-eof-sw
              Move 'Y' to sld-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 6200-Accumulate-Gl-Balance
      ****************************************************************
       6200-Accumulate-Gl-Balance.

           Add 1 to sld-balmin-count.

           Move bal-gl-account to sld-ctl-search-account.
           Perform 1300-Find-Control-Account.

           If sld-ctl-found
              Move bal-currency to sld-cur-search
              Perform 4200-Find-Currency-Entry
              Add bal-balance to sld-cur-gl-balance(cur-idx)
           end-if.

           Perform 6100-Read-Balance-Master.

      ****************************************************************
      * Paragraph: 6300-Write-Proof-Line
      ****************************************************************
       6300-Write-Proof-Line.

           Move sld-cur-currency(cur-idx)   to slpl-currency
           Move sld-cur-subledger(cur-idx)  to slpl-subledger
           Move sld-cur-gl-balance(cur-idx) to slpl-gl-balance.

           Compute sld-difference =
             sld-cur-gl-balance(cur-idx) - sld-cur-subledger(cur-idx).

           Move sld-difference to slpl-difference.

           If sld-difference = zero
              Move 'IN TIE' to slpl-status
           Else
              Move 'OUT OF TIE' to slpl-status
              Move 'Y' to sld-outoftie-sw
           end-if.

           Write Sub-Ledger-Report-Line from slrp-proof-line.
           Perform 8950-Check-Sublrpt-Status.

      ****************************************************************
      * Paragraph: 7000-Write-Run-Counts
      ****************************************************************
       7000-Write-Run-Counts.

           Write Sub-Ledger-Report-Line from slrp-blank-line.
           Perform 8950-Check-Sublrpt-Status.

           Move 'GL EXTRACT RECORDS' to slct-label
           Move sld-glextr-count to slct-count
           Perform 7100-Write-Count-Line.

           Move 'ADJUSTMENT EXTRACT RECORDS' to slct-label
           Move sld-adjextr-count to slct-count
           Perform 7100-Write-Count-Line.

           Move 'SUB-LEDGER BALANCES IN' to slct-label
           Move sld-sublin-count to slct-count
           Perform 7100-Write-Count-Line.

           Move 'SUB-LEDGER BALANCES OUT' to slct-label
           Move sld-sublout-count to slct-count
           Perform 7100-Write-Count-Line.

           Move 'CLIENT EXTRACT DETAILS' to slct-label
           Move sld-cltin-count to slct-count
           Perform 7100-Write-Count-Line.

           Move 'CLIENTS COMPARED' to slct-label
           Move sld-compared-count to slct-count
           Perform 7100-Write-Count-Line.

           Move 'CLIENTS DISAGREEING' to slct-label
           Move sld-diff-count to slct-count
           Perform 7100-Write-Count-Line.

           Move 'EXTRACT CLIENTS WITH NO SUB-LEDGER' to slct-label
           Move sld-nosub-count to slct-count
           Perform 7100-Write-Count-Line.

           Move 'CLIENT-DATA NOT PARSEABLE' to slct-label
           Move sld-parse-fail-count to slct-count
           Perform 7100-Write-Count-Line.

           Move 'BALANCES IN UNRECOGNIZED CURRENCY' to slct-label
           Move sld-badfx-count to slct-count
           Perform 7100-Write-Count-Line.

      ****************************************************************
      * Paragraph: 7100-Write-Count-Line
      ****************************************************************
       7100-Write-Count-Line.

           Write Sub-Ledger-Report-Line from slrp-count-line.
           Perform 8950-Check-Sublrpt-Status.

      ****************************************************************
      * Paragraph: 8950-Check-Sublrpt-Status
      ****************************************************************
       8950-Check-Sublrpt-Status.

           If not sld-sublrpt-ok
              Display "sub_ledger: SUBLRPT write error, status "
                sld-sublrpt-status
              Move 'Y' to sld-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 9000-Terminate
      ****************************************************************
       9000-Terminate.

           Close Gl-Extract-File.
           Close Adj-Extract-File.
           Close Sub-Ledger-In.
           Close Sub-Ledger-Out.
           Close Client-Json-File.
           Close Chart-Accounts-File.
           Close Balance-Master-In.
           Close Sub-Ledger-Report.

           Display "sub_ledger: extract records in "
             sld-glextr-count ", adjustments in " sld-adjextr-count
             ", balances in " sld-sublin-count
             ", balances out " sld-sublout-count.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
      * Description: Sets RETURN-CODE for the scheduler: 8 on any
      * I/O, sequence, or sort error -- the new generation must not
      * replace the prior one -- 4 when a client disagrees with the
      * extract, a client-data would not parse, a balance sits in an
      * unrecognized currency, or the GL control proof is out of
      * tie, otherwise 0.
      ****************************************************************
       9200-Set-Return-Code.

           Evaluate true
             when sld-fatal-error
               Move 8 to return-code
             when sld-outoftie
               or sld-diff-count > zero
               or sld-nosub-count > zero
               or sld-parse-fail-count > zero
               or sld-badfx-count > zero
               Move 4 to return-code
             when other
               Move 0 to return-code
           End-evaluate.

       End program sub_ledger.
