       Identification division.
      ******************************************************************
      * Program ID: annual_stmt
      * Purpose: Produces the year-end annual client activity summary
      * and the tax group's year-end reporting extract in one pass,
      * after December's cycle_stmt run, in place of the January
      * acct_research reruns for every account.  The retained GL
      * extract generations for the year (daily and adjustment) are
      * sorted on account, and each account is matched against two
      * cycle balance generations (JPRCYCB): the prior December's,
      * whose closing balance is the January opening balance, and
      * this December's, which is the closing balance.  Each
      * account's year prints as one statement -- name and address
      * off the client master, the opening balance, the year's
      * activity totalled by item category (the chart-of-accounts
      * description of each item-uid), by currency with its USD
      * equivalent, and the year's adjustments listed under their
      * reason codes with a subtotal per code, then the net activity
      * and the closing balance.  Delivery honors the master's
      * preference the way the cycle statement does.  Every account
      * with a balance or activity in the year -- delivered or not
      * -- is written to the fixed-format reporting extract (JPRYEXT)
      * and counted on the control register (JPRYECR), whose record
      * counts and dollar totals the extract trailer repeats.  The
      * tax year is the PARM (yyyy) or, unstated, the year before
      * the run date.
      * Author: [Authors' Name]
      * Date: [Date]
      *
      * Modification History:
      *   2026-10-15  Maintainer  Initial version, replacing the
      *               tax group's January acct_research reruns.
      ******************************************************************
         Program-id. annual_stmt.
       Environment division.
        Input-output section.
        File-control.
            Select Gl-History-In-File assign to "GLHIN"
              organization is sequential
              file status is ann-glhin-status.
            Select Client-Master-File assign to "CLTMST"
              organization is indexed
              access is random
              record key is cmr-account-num
              file status is ann-cltmst-status.
            Select Chart-Accounts-File assign to "COAREF"
              organization is sequential
              file status is ann-coaref-status.
            Select Opening-Balance-File assign to "CYCOPEN"
              organization is sequential
              file status is ann-cycopen-status.
            Select Closing-Balance-File assign to "CYCCLOSE"
              organization is sequential
              file status is ann-cycclose-status.
            Select Annual-Stmt-Report assign to "ANNOUT"
              organization is sequential
              file status is ann-annout-status.
            Select Annual-Estmt-File assign to "AESTMT"
              organization is sequential
              file status is ann-aestmt-status.
            Select Year-End-Extract assign to "YEXTR"
              organization is sequential
              file status is ann-yextr-status.
            Select Control-Register assign to "YECTL"
              organization is sequential
              file status is ann-yectl-status.
            Select Sort-Work-File assign to "SORTWK01".

       Data division.
        File section.

        FD  Gl-History-In-File
            label records are standard.
        copy JPRGLEX.

        FD  Client-Master-File
            label records are standard.
        copy JPRCMST.

        FD  Chart-Accounts-File
            label records are standard.
        copy JPRCOA.

        FD  Opening-Balance-File
            label records are standard.
        copy JPRCYCB.

        FD  Closing-Balance-File
            label records are standard.
         1 closing-balance-record.
          3 clb-account-num pic 9(12).
          3 clb-balance     pic s9(11)v99.
          3 clb-cycle       pic x(06).
          3 filler          pic x(09).

        FD  Annual-Stmt-Report
            label records are standard.
         1 Annual-Stmt-Line pic x(132).

        FD  Annual-Estmt-File
            label records are standard.
         1 Annual-Estmt-Line pic x(132).

        FD  Year-End-Extract
            label records are standard.
         1 year-end-extract-out pic x(200).

        FD  Control-Register
            label records are standard.
         1 Control-Register-Line pic x(132).

        SD  Sort-Work-File.
         1 sort-record.
          3 srt-account-num pic 9(12).
          3 srt-rec-type    pic x(01).
           88 srt-activity             value '1'.
           88 srt-adjustment           value '2'.
          3 srt-category    pic x(30).
          3 srt-reason      pic x(04).
          3 srt-post-date   pic x(08).
          3 srt-tx-uid      pic 9(05).
          3 srt-item-desc   pic x(30).
          3 srt-price       pic -9(7).99.
          3 srt-currency    pic x(03).

        Working-storage section.

      ******************************************************************
      * Section: File Status and Switches
      ******************************************************************

         1 ann-glhin-status    pic x(02) value '00'.
           88 ann-glhin-ok              value '00'.
           88 ann-glhin-eof             value '10'.

         1 ann-cltmst-status   pic x(02) value '00'.
           88 ann-cltmst-ok             value '00'.
           88 ann-cltmst-notfnd         value '23'.

         1 ann-coaref-status   pic x(02) value '00'.
           88 ann-coaref-ok             value '00'.
           88 ann-coaref-eof            value '10'.

         1 ann-cycopen-status  pic x(02) value '00'.
           88 ann-cycopen-ok            value '00'.
           88 ann-cycopen-eof           value '10'.

         1 ann-cycclose-status pic x(02) value '00'.
           88 ann-cycclose-ok           value '00'.
           88 ann-cycclose-eof          value '10'.

         1 ann-annout-status   pic x(02) value '00'.
           88 ann-annout-ok             value '00'.

         1 ann-aestmt-status   pic x(02) value '00'.
           88 ann-aestmt-ok             value '00'.

         1 ann-yextr-status    pic x(02) value '00'.
           88 ann-yextr-ok              value '00'.

         1 ann-yectl-status    pic x(02) value '00'.
           88 ann-yectl-ok              value '00'.

         1 ann-switches.
          3 ann-glhin-eof-sw    pic x(01) value 'N'.
           88 ann-glhin-done           value 'Y'.
          3 ann-coa-eof-sw      pic x(01) value 'N'.
           88 ann-coa-eof              value 'Y'.
          3 ann-open-eof-sw     pic x(01) value 'N'.
           88 ann-open-done            value 'Y'.
          3 ann-close-eof-sw    pic x(01) value 'N'.
           88 ann-close-done           value 'Y'.
          3 ann-sort-eof-sw     pic x(01) value 'N'.
           88 ann-sort-done            value 'Y'.
          3 ann-fatal-error-sw  pic x(01) value 'N'.
           88 ann-fatal-error          value 'Y'.
          3 ann-control-error-sw pic x(01) value 'N'.
           88 ann-control-error        value 'Y'.
          3 ann-master-found-sw pic x(01) value 'N'.
           88 ann-master-found         value 'Y'.
          3 ann-rate-found-sw   pic x(01) value 'N'.
           88 ann-rate-found           value 'Y'.

      ******************************************************************
      * Section: Tax Year Selection
      * Description: The calendar year the summary covers, from the
      * 4-digit yyyy PARM or -- when the scheduler passes none --
      * the year before the run date, since the job runs in January
      * after December's cycle.  The opening balances must come off
      * the prior December's cycle generation and the closing
      * balances off this December's; each generation carries its
      * cycle on every record, so a wrong generation on either DD is
      * caught before anything is printed.
      ******************************************************************
         1 ann-tax-year         pic 9(04) value zero .
         1 ann-tax-year-x redefines ann-tax-year pic x(04).

         1 ann-open-cycle.
          3 ann-open-cycle-yyyy  pic 9(04).
          3 ann-open-cycle-mm    pic x(02) value '12'.

         1 ann-close-cycle.
          3 ann-close-cycle-yyyy pic 9(04).
          3 ann-close-cycle-mm   pic x(02) value '12'.

         1 ann-run-date.
          3 ann-run-yyyymmdd.
           5 ann-run-yyyy        pic 9(04).
           5 filler              pic x(04).
          3 filler               pic x(13).

      ******************************************************************
      * Section: Chart of Accounts Table
      * Description: COAREF loaded once, the way gl_post loads it, to
      * name each item-uid's category from its coa-description.  The
      * 00000 suspense designation maps no item; an item-uid with no
      * chart entry is the one gl_post posted to suspense, and is
      * totalled under ann-unmapped-category.
      ******************************************************************
         77 ann-coa-max-entries pic 9(05) usage comp value 500 .
         77 ann-coa-count       pic 9(05) usage comp value zero .

         1 ann-coa-table.
          3 ann-coa-entry occurs 500 times indexed by coa-idx.
           5 ann-coa-item-uid     pic 9(05).
           5 ann-coa-description  pic x(30).

         1 ann-unmapped-category pic x(30) value
             "UNMAPPED ITEMS (SUSPENSE)".

      ******************************************************************
      * Section: Balance Match Work
      * Description: Three streams in account order -- the opening
      * generation, the closing generation, and the sorted activity
      * -- are matched on account-num; the lowest staged key is the
      * next account.  Each balance record's account and balance are
      * staged out of its file area at read time because the match
      * reads ahead; an exhausted stream stages ann-high-key so it
      * never wins the comparison.
      ******************************************************************
         77 ann-high-key        pic 9(12) value 999999999999 .
         77 ann-group-account     pic 9(12) value zero .

         77 ann-open-key        pic 9(12) value zero .
         77 ann-open-prior-key  pic 9(12) value zero .
         77 ann-open-bal        pic s9(11)v99 usage comp-3
              value zero .
         77 ann-close-key       pic 9(12) value zero .
         77 ann-close-prior-key pic 9(12) value zero .
         77 ann-close-bal       pic s9(11)v99 usage comp-3
              value zero .
         77 ann-sort-key        pic 9(12) value zero .

      ******************************************************************
      * Section: Account Work
      * Description: One account's year: its balances, the USD net of
      * its activity, the running category and reason-code breaks,
      * and its currency totals.  The adjustments are also counted in
      * the category totals and net activity -- they are part of the
      * year's activity -- and listed again under their reason codes.
      ******************************************************************
         77 ann-opening        pic s9(11)v99 usage comp-3 value zero .
         77 ann-closing        pic s9(11)v99 usage comp-3 value zero .
         77 ann-net-activity   pic s9(11)v99 usage comp-3 value zero .
         77 ann-adjust-total   pic s9(11)v99 usage comp-3 value zero .
         77 ann-tie-check      pic s9(11)v99 usage comp-3 value zero .
         77 ann-tx-count       pic 9(07) usage comp value zero .
         77 ann-adjust-count   pic 9(07) usage comp value zero .

         77 ann-price-work     pic s9(7)v99 usage comp-3 value zero .
         77 ann-usd-amount     pic s9(9)v99 usage comp-3 value zero .

         77 ann-cat-name       pic x(30) value spaces .
         77 ann-cat-count      pic 9(07) usage comp value zero .
         77 ann-cat-usd        pic s9(11)v99 usage comp-3 value zero .
         77 ann-cat-lines      pic 9(05) usage comp value zero .

         77 ann-rsn-code       pic x(04) value spaces .
         77 ann-rsn-count      pic 9(07) usage comp value zero .
         77 ann-rsn-usd        pic s9(11)v99 usage comp-3 value zero .

         77 ann-cur-max-entries pic 9(03) usage comp value 20 .
         77 ann-cur-count       pic 9(03) usage comp value zero .

         1 ann-cur-totals.
          3 ann-cur-entry occurs 20 times indexed by cur-idx.
           5 ann-cur-currency pic x(03).
           5 ann-cur-items    pic 9(07) usage comp.
           5 ann-cur-native   pic s9(11)v99 usage comp-3.
           5 ann-cur-usd      pic s9(11)v99 usage comp-3.
           5 ann-cur-rate-sw  pic x(01).

         77 ann-run-cur-count   pic 9(03) usage comp value zero .

         1 ann-run-cur-totals.
          3 ann-run-cur-entry occurs 20 times indexed by run-idx.
           5 ann-run-cur-currency pic x(03).
           5 ann-run-cur-items    pic 9(09) usage comp.
           5 ann-run-cur-native   pic s9(13)v99 usage comp-3.
           5 ann-run-cur-usd      pic s9(13)v99 usage comp-3.

      ******************************************************************
      * Section: Foreign Exchange Rate Table
      * Description: The cycle statement's rates and policy, so the
      * annual USD figures tie to the twelve cycle statements they
      * summarize.  A blank currency falls through to the USD entry;
      * a non-blank currency with no match is left out of the USD
      * totals and surfaced, never guessed at 1:1.
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
      * Section: Statement Delivery Control
      * Description: The cycle statement's split: electronic
      * preference to the AESTMT extract, suppress preference (and
      * accounts closed or missing from the master) to no statement
      * at all, everything else to paper.  Statement lines stage
      * through ann-stmt-print-line and 5990-Write-Stmt-Line so the
      * print paragraphs serve both channels; a line that lands on a
      * full page waits in ann-stmt-hold-line while the continuation
      * page header prints.
      ******************************************************************
         1 ann-stmt-channel     pic x(01) value 'P'.
           88 ann-deliver-print          value 'P'.
           88 ann-deliver-elec           value 'E'.
           88 ann-deliver-suppress       value 'S'.

         77 ann-stmt-advance    pic 9(01) value 1 .
         1 ann-stmt-print-line  pic x(132) value spaces.
         1 ann-stmt-hold-line   pic x(132) value spaces.

         77 ann-stmt-page-num   pic 9999 usage comp value zero .
         77 ann-stmt-line-count pic 99 usage comp   value zero .
         77 ann-stmt-max-lines  pic 99 usage comp   value 55 .

      ******************************************************************
      * Section: Extract Record Work
      ******************************************************************
        copy JPRYEXT.

      ******************************************************************
      * Section: Run Counters and Control Totals
      * Description: What the control register prints and the
      * extract trailer carries.  Record counts include the header
      * and trailer; dollar totals are USD.
      ******************************************************************
         77 ann-released-count pic 9(09) usage comp value zero .
         77 ann-adjust-released pic 9(09) usage comp value zero .
         77 ann-account-count  pic 9(09) usage comp value zero .
         77 ann-stmt-count     pic 9(09) usage comp value zero .
         77 ann-estmt-count    pic 9(09) usage comp value zero .
         77 ann-pages-total    pic 9(09) usage comp value zero .
         77 ann-suppress-count pic 9(09) usage comp value zero .
         77 ann-held-count     pic 9(09) usage comp value zero .
         77 ann-nomaster-count pic 9(09) usage comp value zero .
         77 ann-zero-count     pic 9(09) usage comp value zero .
         77 ann-untied-count   pic 9(09) usage comp value zero .
         77 ann-badfx-count    pic 9(09) usage comp value zero .
         77 ann-unmapped-count pic 9(09) usage comp value zero .

         77 ann-hdr-written    pic 9(09) usage comp value zero .
         77 ann-cat-written    pic 9(09) usage comp value zero .
         77 ann-cur-written    pic 9(09) usage comp value zero .
         77 ann-rsn-written    pic 9(09) usage comp value zero .
         77 ann-acct-written   pic 9(09) usage comp value zero .
         77 ann-trl-written    pic 9(09) usage comp value zero .
         77 ann-extract-count  pic 9(09) usage comp value zero .

         77 ann-total-opening  pic s9(13)v99 usage comp-3 value zero .
         77 ann-total-closing  pic s9(13)v99 usage comp-3 value zero .
         77 ann-total-net      pic s9(13)v99 usage comp-3 value zero .
         77 ann-total-adjust   pic s9(13)v99 usage comp-3 value zero .
         77 ann-total-charges  pic s9(13)v99 usage comp-3 value zero .
         77 ann-total-credits  pic s9(13)v99 usage comp-3 value zero .

      ******************************************************************
      * Section: Annual Statement Print Lines
      ******************************************************************
        copy JPRANST.

      ******************************************************************
      * Section: Control Register Print Lines
      ******************************************************************
        copy JPRYECR.

      ******************************************************************
      * Section: Linkage
      * Description: An optional 4-character yyyy PARM names the tax
      * year; anything else passed is a hard stop, and no PARM means
      * the year before the run date.
      ******************************************************************
       Linkage section.

         1 lk-parm-area.
          3 lk-parm-len    pic 9(04) usage comp.
          3 lk-parm-data   pic x(04).

       Procedure division using lk-parm-area.
      ****************************************************************
      * Paragraph: 0000-Main-Logic
      * Description: Entry point.  Resolves the tax year, opens the
      * files, loads the chart of accounts and primes both balance
      * generations, sorts the year's GL extract activity on account
      * + category + post date, and rolls the sorted stream against
      * the balance generations into annual statements and the
      * reporting extract, then closes the extract with its trailer
      * and prints the control register.
      ****************************************************************
       0000-Main-Logic.

           Perform 1000-Initialize.

           If not ann-fatal-error and not ann-control-error
              Sort Sort-Work-File
                on ascending key srt-account-num srt-rec-type
                  srt-category srt-reason srt-post-date srt-tx-uid
                input procedure 2000-Release-Year-Activity
                output procedure 3000-Roll-Annual-Statements
           end-if.

           If not ann-fatal-error and not ann-control-error
              Perform 7000-Write-Extract-Trailer
              Perform 8000-Print-Control-Register
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.

           Goback.

      ****************************************************************
      * Paragraph: 1000-Initialize
      ****************************************************************
       1000-Initialize.

           Move function current-date to ann-run-date.

           Perform 1050-Resolve-Tax-Year.

           Open input Gl-History-In-File.

           If not ann-glhin-ok
              Display "annual_stmt: unable to open GLHIN, status "
                ann-glhin-status
              Move 'Y' to ann-fatal-error-sw
           end-if.

           Open input Client-Master-File.

           If not ann-cltmst-ok
              Display "annual_stmt: unable to open CLTMST, status "
                ann-cltmst-status
              Move 'Y' to ann-fatal-error-sw
           end-if.

           Open input Chart-Accounts-File.

           If not ann-coaref-ok
              Display "annual_stmt: unable to open COAREF, status "
                ann-coaref-status
              Move 'Y' to ann-fatal-error-sw
           end-if.

           Open input Opening-Balance-File.

           If not ann-cycopen-ok
              Display "annual_stmt: unable to open CYCOPEN, status "
                ann-cycopen-status
              Move 'Y' to ann-fatal-error-sw
           end-if.

           Open input Closing-Balance-File.

           If not ann-cycclose-ok
              Display "annual_stmt: unable to open CYCCLOSE, status "
                ann-cycclose-status
              Move 'Y' to ann-fatal-error-sw
           end-if.

           Open output Annual-Stmt-Report.

           If not ann-annout-ok
              Display "annual_stmt: unable to open ANNOUT, status "
                ann-annout-status
              Move 'Y' to ann-fatal-error-sw
           end-if.

           Open output Annual-Estmt-File.

           If not ann-aestmt-ok
              Display "annual_stmt: unable to open AESTMT, status "
                ann-aestmt-status
              Move 'Y' to ann-fatal-error-sw
           end-if.

           Open output Year-End-Extract.

           If not ann-yextr-ok
              Display "annual_stmt: unable to open YEXTR, status "
                ann-yextr-status
              Move 'Y' to ann-fatal-error-sw
           end-if.

           Open output Control-Register.

           If not ann-yectl-ok
              Display "annual_stmt: unable to open YECTL, status "
                ann-yectl-status
              Move 'Y' to ann-fatal-error-sw
           end-if.

           If not ann-fatal-error and not ann-control-error
              Perform 1100-Load-Chart-Of-Accounts
           end-if.

           If not ann-fatal-error and not ann-control-error
              Perform 3100-Read-Opening-Balance
              Perform 3150-Read-Closing-Balance
           end-if.

           If not ann-fatal-error and not ann-control-error
              Perform 1300-Write-Extract-Header
           end-if.

      ****************************************************************
      * Paragraph: 1050-Resolve-Tax-Year
      * Description: Takes the tax year from a 4-digit yyyy PARM; an
      * unusable PARM is a hard stop, the same policy as cycle_stmt.
      * With no PARM the tax year is the year before the run date --
      * the normal January schedule.  The balance generations must
      * carry the prior December and this December as their cycles.
      ****************************************************************
       1050-Resolve-Tax-Year.

           If lk-parm-len > 0
              If lk-parm-len = 4
                 and lk-parm-data(1:4) is numeric
                 Move lk-parm-data(1:4) to ann-tax-year
              Else
                 Display "annual_stmt: PARM is not a yyyy tax year "
                   "- run stopped"
                 Move 'Y' to ann-control-error-sw
              end-if
           Else
              Compute ann-tax-year = ann-run-yyyy - 1
           end-if.

           If not ann-control-error
              Compute ann-open-cycle-yyyy = ann-tax-year - 1
              Move ann-tax-year to ann-close-cycle-yyyy
              Display "annual_stmt: summarizing tax year "
                ann-tax-year ", opening cycle " ann-open-cycle
                ", closing cycle " ann-close-cycle
           end-if.

      ****************************************************************
      * Paragraph: 1100-Load-Chart-Of-Accounts
      * Description: Reads the chart-of-accounts reference file into
      * ann-coa-table.  An empty chart, or one that overflows the
      * table, is a fatal setup error: without it every item would
      * summarize as unmapped.
      ****************************************************************
       1100-Load-Chart-Of-Accounts.

           Perform 1150-Read-Coa-Record.

           Perform 1200-Store-Coa-Entry
             until ann-coa-eof.

           If ann-coa-count = zero and not ann-fatal-error
              Display "annual_stmt: COAREF is empty"
              Move 'Y' to ann-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 1150-Read-Coa-Record
      ****************************************************************
       1150-Read-Coa-Record.

           Read Chart-Accounts-File
             at end
               Move 'Y' to ann-coa-eof-sw
           end-read.

           If not ann-coaref-ok and not ann-coaref-eof
              Display "annual_stmt: COAREF read error, status "
                ann-coaref-status
              Move 'Y' to ann-coa-eof-sw
              Move 'Y' to ann-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 1200-Store-Coa-Entry
      ****************************************************************
       1200-Store-Coa-Entry.

           Evaluate true
             when coa-item-uid = zero
               Perform 1150-Read-Coa-Record
             when ann-coa-count >= ann-coa-max-entries
               Display "annual_stmt: COAREF overflows the chart "
                 "table at " ann-coa-max-entries " entries"
               Move 'Y' to ann-coa-eof-sw
               Move 'Y' to ann-fatal-error-sw
             when other
               Add 1 to ann-coa-count
               Set coa-idx to ann-coa-count
               Move coa-item-uid    to ann-coa-item-uid(coa-idx)
               Move coa-description to ann-coa-description(coa-idx)
               Perform 1150-Read-Coa-Record
           End-evaluate.

      ****************************************************************
      * Paragraph: 1300-Write-Extract-Header
      ****************************************************************
       1300-Write-Extract-Header.

           Move spaces to year-end-extract-record.
           Move 'H' to yex-record-type.
           Move ann-tax-year to yex-tax-year.
           Move zero to yex-account-num.
           Move ann-run-yyyymmdd to yex-hdr-run-date.
           Move ann-open-cycle   to yex-hdr-open-cycle.
           Move ann-close-cycle  to yex-hdr-close-cycle.

           Perform 4900-Write-Extract-Record.
           Add 1 to ann-hdr-written.

      ****************************************************************
      * Paragraph: 2000-Release-Year-Activity
      * Description: SORT input procedure: releases every retained
      * GL extract record whose post date falls in the tax year
      * under its item category, and each adjustment a second time
      * under its reason code.
      ****************************************************************
       2000-Release-Year-Activity.

           Perform 2100-Read-Gl-History.

           Perform 2200-Release-Year-Record
             until ann-glhin-done.

      ****************************************************************
      * Paragraph: 2100-Read-Gl-History
      ****************************************************************
       2100-Read-Gl-History.

           Read Gl-History-In-File
             at end
               Move 'Y' to ann-glhin-eof-sw
           end-read.

           If not ann-glhin-ok and not ann-glhin-eof
              Display "annual_stmt: GLHIN read error, status "
                ann-glhin-status
              Move 'Y' to ann-glhin-eof-sw
              Move 'Y' to ann-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2200-Release-Year-Record
      * Description: An adjustment is an ops_adjust GL extract record
      * -- tx-uid 90000 and up, comment 'ADJ ' followed by the
      * reason code (see ops_adjust 4000-Write-Adjustment-Extract).
      ****************************************************************
       2200-Release-Year-Record.

           If glr-post-date(1:4) = ann-tax-year-x
              Move glr-account-num to srt-account-num
              Move glr-post-date   to srt-post-date
              Move glr-tx-uid      to srt-tx-uid
              Move glr-item-desc   to srt-item-desc
              Move glr-price       to srt-price
              Move glr-currency    to srt-currency
              Move spaces          to srt-reason
              Move '1'             to srt-rec-type
              Perform 2300-Find-Category
              Release sort-record
              Add 1 to ann-released-count
              If glr-tx-uid >= 90000
                 and glr-comment(1:4) = 'ADJ '
                 Move '2'              to srt-rec-type
                 Move spaces           to srt-category
                 Move glr-comment(5:4) to srt-reason
                 Release sort-record
                 Add 1 to ann-adjust-released
              end-if
           end-if.

           Perform 2100-Read-Gl-History.

      ****************************************************************
      * Paragraph: 2300-Find-Category
      ****************************************************************
       2300-Find-Category.

           Move ann-unmapped-category to srt-category.

           Set coa-idx to 1.

           Search ann-coa-entry
             at end
               Add 1 to ann-unmapped-count
             when ann-coa-item-uid(coa-idx) = glr-item-uid
               and coa-idx <= ann-coa-count
               Move ann-coa-description(coa-idx) to srt-category
           end-search.

      ****************************************************************
      * Paragraph: 3000-Roll-Annual-Statements
      * Description: SORT output procedure: three-way match of the
      * opening generation, the closing generation and the sorted
      * year activity, all in account order.  An account with a
      * balance at either end of the year, or any activity in it,
      * gets its annual statement and its extract records; an
      * account with neither is only counted.
      ****************************************************************
       3000-Roll-Annual-Statements.

           Perform 3200-Return-Sorted-Record.

           Perform 3300-Match-One-Account
             until ann-open-done and ann-close-done
               and ann-sort-done.

      ****************************************************************
      * Paragraph: 3100-Read-Opening-Balance
      * Description: Reads the next opening-generation record and
      * stages its account and balance.  A record from any cycle
      * but the prior December means the wrong generation was
      * supplied -- a hard stop, nothing further is produced -- and
      * a generation out of account order is a fatal stop.
      ****************************************************************
       3100-Read-Opening-Balance.

           Read Opening-Balance-File
             at end
               Move 'Y' to ann-open-eof-sw
           end-read.

           If not ann-cycopen-ok and not ann-cycopen-eof
              Display "annual_stmt: CYCOPEN read error, status "
                ann-cycopen-status
              Move 'Y' to ann-open-eof-sw
              Move 'Y' to ann-fatal-error-sw
           end-if.

           If ann-open-done
              Move ann-high-key to ann-open-key
           Else
              Move cyb-account-num to ann-open-key
              Move cyb-balance     to ann-open-bal
              If cyb-cycle not = ann-open-cycle
                 Display "annual_stmt: CYCOPEN is cycle " cyb-cycle
                   ", expected " ann-open-cycle " - run stopped"
                 Move 'Y' to ann-control-error-sw
                 Perform 3190-Stop-Match
              Else
                 If ann-open-key < ann-open-prior-key
                    Display "annual_stmt: CYCOPEN out of sequence at "
                      ann-open-key
                    Move 'Y' to ann-fatal-error-sw
                    Perform 3190-Stop-Match
                 Else
                    Move ann-open-key to ann-open-prior-key
                 end-if
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 3150-Read-Closing-Balance
      * Description: As 3100-Read-Opening-Balance, for this
      * December's generation.
      ****************************************************************
       3150-Read-Closing-Balance.

           Read Closing-Balance-File
             at end
               Move 'Y' to ann-close-eof-sw
           end-read.

           If not ann-cycclose-ok and not ann-cycclose-eof
              Display "annual_stmt: CYCCLOSE read error, status "
                ann-cycclose-status
              Move 'Y' to ann-close-eof-sw
              Move 'Y' to ann-fatal-error-sw
           end-if.

           If ann-close-done
              Move ann-high-key to ann-close-key
           Else
              Move clb-account-num to ann-close-key
              Move clb-balance     to ann-close-bal
              If clb-cycle not = ann-close-cycle
                 Display "annual_stmt: CYCCLOSE is cycle " clb-cycle
                   ", expected " ann-close-cycle " - run stopped"
                 Move 'Y' to ann-control-error-sw
                 Perform 3190-Stop-Match
              Else
                 If ann-close-key < ann-close-prior-key
                    Display "annual_stmt: CYCCLOSE out of sequence at "
                      ann-close-key
                    Move 'Y' to ann-fatal-error-sw
                    Perform 3190-Stop-Match
                 Else
                    Move ann-close-key to ann-close-prior-key
                 end-if
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 3190-Stop-Match
      * Description: Ends all three match streams after a wrong or
      * out-of-order balance generation.
      ****************************************************************
       3190-Stop-Match.

           Move 'Y' to ann-open-eof-sw.
           Move 'Y' to ann-close-eof-sw.
           Move 'Y' to ann-sort-eof-sw.
           Move ann-high-key to ann-open-key.
           Move ann-high-key to ann-close-key.
           Move ann-high-key to ann-sort-key.

      ****************************************************************
      * Paragraph: 3200-Return-Sorted-Record
      ****************************************************************
       3200-Return-Sorted-Record.

           If ann-sort-done
              Move ann-high-key to ann-sort-key
           Else
              Return Sort-Work-File
                at end
                  Move 'Y' to ann-sort-eof-sw
              end-return
              If ann-sort-done
                 Move ann-high-key to ann-sort-key
              Else
                 Move srt-account-num to ann-sort-key
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 3300-Match-One-Account
      * Description: Takes the lowest staged key as the account,
      * picks up its opening and closing balances where the
      * generations carry it (zero where they do not), and works
      * the account unless it has neither a balance nor activity.
      ****************************************************************
       3300-Match-One-Account.

           Move ann-open-key to ann-group-account.

           If ann-close-key < ann-group-account
              Move ann-close-key to ann-group-account
           end-if.

           If ann-sort-key < ann-group-account
              Move ann-sort-key to ann-group-account
           end-if.

           Move zero to ann-opening.
           Move zero to ann-closing.

           If ann-open-key = ann-group-account
              Move ann-open-bal to ann-opening
              Perform 3100-Read-Opening-Balance
           end-if.

           If ann-close-key = ann-group-account
              Move ann-close-bal to ann-closing
              Perform 3150-Read-Closing-Balance
           end-if.

           If ann-sort-key not = ann-group-account
              and ann-opening = zero and ann-closing = zero
              Add 1 to ann-zero-count
           Else
              If not ann-control-error
                 Perform 3500-Process-Account-Year
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 3500-Process-Account-Year
      * Description: Works one account's year.  The master decides
      * the channel as it does for the cycle statement; whatever the
      * channel, the account's activity is consumed and totalled,
      * and its extract records are written, so the tax extract
      * covers every account that held money during the year.
      ****************************************************************
       3500-Process-Account-Year.

           Move zero to ann-net-activity.
           Move zero to ann-adjust-total.
           Move zero to ann-tx-count.
           Move zero to ann-adjust-count.
           Move zero to ann-cur-count.
           Move zero to ann-stmt-page-num.
           Move zero to ann-stmt-line-count.

           Add 1 to ann-account-count.

           Perform 3550-Set-Account-Channel.

           If not ann-deliver-suppress
              Perform 5900-Print-Statement-Header
           end-if.

           Perform 3600-Summarize-Categories.
           Perform 3800-Summarize-Currencies.
           Perform 4000-Summarize-Adjustments.

           If not ann-deliver-suppress
              Perform 5950-Print-Statement-Totals
              If ann-deliver-elec
                 Add 1 to ann-estmt-count
              Else
                 Add 1 to ann-stmt-count
                 Add ann-stmt-page-num to ann-pages-total
              end-if
           end-if.

           Perform 4800-Write-Account-Summary.

      ****************************************************************
      * Paragraph: 3550-Set-Account-Channel
      ****************************************************************
       3550-Set-Account-Channel.

           Move 'N' to ann-master-found-sw.
           Move ann-group-account to cmr-account-num.

           Read Client-Master-File
             invalid key
               Continue
             not invalid key
               Move 'Y' to ann-master-found-sw
           end-read.

           If not ann-cltmst-ok and not ann-cltmst-notfnd
              Display "annual_stmt: CLTMST read error, status "
                ann-cltmst-status
              Move 'Y' to ann-fatal-error-sw
           end-if.

           If not ann-master-found
              Move ann-group-account to cmr-account-num
              Move spaces to cmr-account-status
              Move spaces to cmr-delivery-pref
              Move spaces to cmr-name-last
              Move spaces to cmr-name-first
              Move spaces to cmr-addr-street
              Move spaces to cmr-addr-city
              Move spaces to cmr-addr-region
              Move spaces to cmr-addr-code
           end-if.

           Evaluate true
             when not ann-master-found
               Move 'S' to ann-stmt-channel
               Add 1 to ann-nomaster-count
               Display "annual_stmt: account " ann-group-account
                 " not on the master - extracted, no statement"
             when cmr-status-closed
               Move 'S' to ann-stmt-channel
               Add 1 to ann-suppress-count
             when cmr-deliver-suppress
               Move 'S' to ann-stmt-channel
               Add 1 to ann-suppress-count
             when cmr-deliver-electronic
               Move 'E' to ann-stmt-channel
             when cmr-mail-returned
               Move 'S' to ann-stmt-channel
               Add 1 to ann-held-count
             when other
               Move 'P' to ann-stmt-channel
           End-evaluate.

      ****************************************************************
      * Paragraph: 3600-Summarize-Categories
      * Description: Consumes the account's activity records, which
      * arrive in category order, totalling each category in USD and
      * each currency natively and in USD.  Every category break
      * prints a statement line and writes a category extract record.
      ****************************************************************
       3600-Summarize-Categories.

           Move spaces to ann-cat-name.
           Move zero to ann-cat-count.
           Move zero to ann-cat-usd.
           Move zero to ann-cat-lines.

           Perform 3610-Print-Category-Heading.

           Perform 3620-Consume-Activity-Record
             until ann-sort-done
               or srt-account-num not = ann-group-account
               or not srt-activity.

           If ann-cat-count > zero
              Perform 3650-Close-Category
           end-if.

           If ann-cat-lines = zero
              Perform 5970-Print-None-Line
           end-if.

      ****************************************************************
      * Paragraph: 3610-Print-Category-Heading
      ****************************************************************
       3610-Print-Category-Heading.

           If not ann-deliver-suppress
              Move "ACTIVITY BY CATEGORY" to ansl-title
              Move anst-section-line to ann-stmt-print-line
              Perform 5980-Print-Section-Line
              Move anst-category-heading-line to ann-stmt-print-line
              Perform 5985-Print-Body-Line
           end-if.

      ****************************************************************
      * Paragraph: 3620-Consume-Activity-Record
      ****************************************************************
       3620-Consume-Activity-Record.

           If srt-category not = ann-cat-name
              If ann-cat-count > zero
                 Perform 3650-Close-Category
              end-if
              Move srt-category to ann-cat-name
              Move zero to ann-cat-count
              Move zero to ann-cat-usd
           end-if.

           Move srt-price to ann-price-work.
           Perform 3700-Convert-To-Usd.

           Add 1 to ann-cat-count.
           Add 1 to ann-tx-count.
           Add ann-usd-amount to ann-cat-usd.
           Add ann-usd-amount to ann-net-activity.

           If ann-usd-amount > zero
              Add ann-usd-amount to ann-total-charges
           Else
              Add ann-usd-amount to ann-total-credits
           end-if.

           Perform 3750-Accumulate-Currency.
           Perform 3760-Accumulate-Run-Currency.

           Perform 3200-Return-Sorted-Record.

      ****************************************************************
      * Paragraph: 3650-Close-Category
      ****************************************************************
       3650-Close-Category.

           If not ann-deliver-suppress
              Move ann-cat-name  to ancl-category
              Move ann-cat-count to ancl-count
              Move ann-cat-usd   to ancl-usd
              Move anst-category-line to ann-stmt-print-line
              Perform 5985-Print-Body-Line
           end-if.

           Add 1 to ann-cat-lines.

           Move spaces to year-end-extract-record.
           Move 'C' to yex-record-type.
           Move ann-tax-year    to yex-tax-year.
           Move ann-group-account to yex-account-num.
           Move ann-cat-name    to yex-cat-category.
           Move ann-cat-count   to yex-cat-count.
           Move ann-cat-usd     to yex-cat-usd.

           Perform 4900-Write-Extract-Record.
           Add 1 to ann-cat-written.

      ****************************************************************
      * Paragraph: 3700-Convert-To-Usd
      * Description: Converts the record's price to USD with the
      * cycle statement's table and policy: a blank currency takes
      * the USD entry, and a non-blank currency with no match is
      * left out of the USD totals and surfaced.  Its native amount
      * still rolls into the currency totals.
      ****************************************************************
       3700-Convert-To-Usd.

           Set fx-idx to 1.
           Move zero to ann-usd-amount.
           Move 'Y' to ann-rate-found-sw.

           If srt-currency = spaces
              Compute ann-usd-amount rounded =
                ann-price-work * fx-rate(fx-idx)
           Else
              Search fx-rate-entry
                at end
                  Move 'N' to ann-rate-found-sw
                  If srt-activity
                     Add 1 to ann-badfx-count
                     Display "annual_stmt: unrecognized currency "
                       srt-currency " for account " srt-account-num
                       " tx-uid " srt-tx-uid
                       " - left out of USD totals"
                  end-if
                when fx-currency(fx-idx) = srt-currency
                  Compute ann-usd-amount rounded =
                    ann-price-work * fx-rate(fx-idx)
              end-search
           end-if.

      ****************************************************************
      * Paragraph: 3750-Accumulate-Currency
      ****************************************************************
       3750-Accumulate-Currency.

           Set cur-idx to 1.

           Search ann-cur-entry
             at end
               If ann-cur-count >= ann-cur-max-entries
                  Display "annual_stmt: currency table overflow "
                    "at " ann-cur-max-entries " entries"
                  Set cur-idx to ann-cur-count
               Else
                  Add 1 to ann-cur-count
                  Set cur-idx to ann-cur-count
                  Move srt-currency to ann-cur-currency(cur-idx)
                  Move zero to ann-cur-items(cur-idx)
                  Move zero to ann-cur-native(cur-idx)
                  Move zero to ann-cur-usd(cur-idx)
                  Move ann-rate-found-sw to ann-cur-rate-sw(cur-idx)
               end-if
             when ann-cur-currency(cur-idx) = srt-currency
               and cur-idx <= ann-cur-count
               Continue
           end-search.

           Add 1 to ann-cur-items(cur-idx).
           Add ann-price-work to ann-cur-native(cur-idx).
           Add ann-usd-amount to ann-cur-usd(cur-idx).

      ****************************************************************
      * Paragraph: 3760-Accumulate-Run-Currency
      ****************************************************************
       3760-Accumulate-Run-Currency.

           Set run-idx to 1.

           Search ann-run-cur-entry
             at end
               If ann-run-cur-count >= ann-cur-max-entries
                  Display "annual_stmt: run currency table overflow "
                    "at " ann-cur-max-entries " entries"
                  Set run-idx to ann-run-cur-count
               Else
                  Add 1 to ann-run-cur-count
                  Set run-idx to ann-run-cur-count
                  Move srt-currency to ann-run-cur-currency(run-idx)
                  Move zero to ann-run-cur-items(run-idx)
                  Move zero to ann-run-cur-native(run-idx)
                  Move zero to ann-run-cur-usd(run-idx)
               end-if
             when ann-run-cur-currency(run-idx) = srt-currency
               and run-idx <= ann-run-cur-count
               Continue
           end-search.

           Add 1 to ann-run-cur-items(run-idx).
           Add ann-price-work to ann-run-cur-native(run-idx).
           Add ann-usd-amount to ann-run-cur-usd(run-idx).

      ****************************************************************
      * Paragraph: 3800-Summarize-Currencies
      * Description: Prints the account's year by currency, native
      * amount beside its USD equivalent, and writes a currency
      * extract record for each.
      ****************************************************************
       3800-Summarize-Currencies.

           If not ann-deliver-suppress
              Move "ACTIVITY BY CURRENCY" to ansl-title
              Move anst-section-line to ann-stmt-print-line
              Perform 5980-Print-Section-Line
              Move anst-currency-heading-line to ann-stmt-print-line
              Perform 5985-Print-Body-Line
           end-if.

           Perform 3850-Close-Currency
             varying cur-idx from 1 by 1
             until cur-idx > ann-cur-count.

           If ann-cur-count = zero
              Perform 5970-Print-None-Line
           end-if.

      ****************************************************************
      * Paragraph: 3850-Close-Currency
      ****************************************************************
       3850-Close-Currency.

           If not ann-deliver-suppress
              Move ann-cur-currency(cur-idx) to ancu-currency
              Move ann-cur-native(cur-idx)   to ancu-native
              Move ann-cur-usd(cur-idx)      to ancu-usd
              Move anst-currency-line to ann-stmt-print-line
              Perform 5985-Print-Body-Line
           end-if.

           Move spaces to year-end-extract-record.
           Move 'U' to yex-record-type.
           Move ann-tax-year              to yex-tax-year.
           Move ann-group-account           to yex-account-num.
           Move ann-cur-currency(cur-idx) to yex-cur-currency.
           Move ann-cur-items(cur-idx)    to yex-cur-count.
           Move ann-cur-native(cur-idx)   to yex-cur-native.
           Move ann-cur-usd(cur-idx)      to yex-cur-usd.
           Move ann-cur-rate-sw(cur-idx)  to yex-cur-rate-found.

           Perform 4900-Write-Extract-Record.
           Add 1 to ann-cur-written.

      ****************************************************************
      * Paragraph: 4000-Summarize-Adjustments
      * Description: Consumes the account's adjustment records, which
      * arrive by reason code then post date, listing each and
      * closing every reason code with a subtotal line and a reason
      * extract record.
      ****************************************************************
       4000-Summarize-Adjustments.

           Move spaces to ann-rsn-code.
           Move zero to ann-rsn-count.
           Move zero to ann-rsn-usd.

           If not ann-deliver-suppress
              Move "ADJUSTMENTS BY REASON CODE" to ansl-title
              Move anst-section-line to ann-stmt-print-line
              Perform 5980-Print-Section-Line
              Move anst-adjust-heading-line to ann-stmt-print-line
              Perform 5985-Print-Body-Line
           end-if.

           Perform 4100-Consume-Adjustment-Record
             until ann-sort-done
               or srt-account-num not = ann-group-account.

           If ann-rsn-count > zero
              Perform 4150-Close-Reason
           end-if.

           If ann-adjust-count = zero
              Perform 5970-Print-None-Line
           end-if.

      ****************************************************************
      * Paragraph: 4100-Consume-Adjustment-Record
      ****************************************************************
       4100-Consume-Adjustment-Record.

           If srt-reason not = ann-rsn-code
              If ann-rsn-count > zero
                 Perform 4150-Close-Reason
              end-if
              Move srt-reason to ann-rsn-code
              Move zero to ann-rsn-count
              Move zero to ann-rsn-usd
           end-if.

           Move srt-price to ann-price-work.
           Perform 3700-Convert-To-Usd.

           Add 1 to ann-rsn-count.
           Add 1 to ann-adjust-count.
           Add ann-usd-amount to ann-rsn-usd.
           Add ann-usd-amount to ann-adjust-total.

           If not ann-deliver-suppress
              Move srt-post-date to anjl-date
              Move srt-tx-uid    to anjl-txid
              Move srt-item-desc to anjl-desc
              Move srt-reason    to anjl-reason
              Move srt-price     to anjl-price
              Move srt-currency  to anjl-currency
              Move anst-adjust-line to ann-stmt-print-line
              Perform 5985-Print-Body-Line
           end-if.

           Perform 3200-Return-Sorted-Record.

      ****************************************************************
      * Paragraph: 4150-Close-Reason
      ****************************************************************
       4150-Close-Reason.

           If not ann-deliver-suppress
              Move ann-rsn-code  to anrl-reason
              Move ann-rsn-count to anrl-count
              Move ann-rsn-usd   to anrl-usd
              Move anst-reason-line to ann-stmt-print-line
              Perform 5985-Print-Body-Line
           end-if.

           Move spaces to year-end-extract-record.
           Move 'R' to yex-record-type.
           Move ann-tax-year    to yex-tax-year.
           Move ann-group-account to yex-account-num.
           Move ann-rsn-code    to yex-rsn-reason.
           Move ann-rsn-count   to yex-rsn-count.
           Move ann-rsn-usd     to yex-rsn-usd.

           Perform 4900-Write-Extract-Record.
           Add 1 to ann-rsn-written.

      ****************************************************************
      * Paragraph: 4800-Write-Account-Summary
      * Description: Writes the account's summary extract record and
      * rolls its balances into the run totals.  The opening balance
      * plus the year's net activity, less its adjustments, should
      * equal the closing balance: the cycle statement balances are
      * built from the daily GL extracts only, so the ops_adjust
      * items counted in the net activity are not in them.  An
      * account that does not tie -- a retained extract missing from
      * GLHIN, or activity left out of the USD totals -- is flagged
      * 'N' on the record and counted for follow-up.
      ****************************************************************
       4800-Write-Account-Summary.

           Compute ann-tie-check =
             ann-opening + ann-net-activity - ann-adjust-total
             - ann-closing.

           Move spaces to year-end-extract-record.
           Move 'A' to yex-record-type.
           Move ann-tax-year       to yex-tax-year.
           Move ann-group-account    to yex-account-num.
           Move cmr-account-status to yex-acct-status.
           Move cmr-delivery-pref  to yex-acct-pref.
           Move ann-stmt-channel   to yex-acct-channel.
           Move cmr-name-last      to yex-name-last.
           Move cmr-name-first     to yex-name-first.
           Move cmr-addr-street    to yex-addr-street.
           Move cmr-addr-city      to yex-addr-city.
           Move cmr-addr-region    to yex-addr-region.
           Move cmr-addr-code      to yex-addr-code.
           Move ann-opening        to yex-opening.
           Move ann-closing        to yex-closing.
           Move ann-net-activity   to yex-net-activity.
           Move ann-adjust-total   to yex-adjust-total.
           Move ann-tx-count       to yex-tx-count.
           Move ann-adjust-count   to yex-adjust-count.

           If ann-tie-check = zero
              Move 'Y' to yex-ties-flag
           Else
              Move 'N' to yex-ties-flag
              Add 1 to ann-untied-count
              Display "annual_stmt: account " ann-group-account
                " opening plus activity less adjustments does not "
                "equal closing"
           end-if.

           Perform 4900-Write-Extract-Record.
           Add 1 to ann-acct-written.

           Add ann-opening      to ann-total-opening.
           Add ann-closing      to ann-total-closing.
           Add ann-net-activity to ann-total-net.
           Add ann-adjust-total to ann-total-adjust.

      ****************************************************************
      * Paragraph: 4900-Write-Extract-Record
      ****************************************************************
       4900-Write-Extract-Record.

           Write year-end-extract-out from year-end-extract-record.

           If not ann-yextr-ok
              Display "annual_stmt: YEXTR write error, status "
                ann-yextr-status
              Move 'Y' to ann-fatal-error-sw
           Else
              Add 1 to ann-extract-count
           end-if.

      ****************************************************************
      * Paragraph: 5900-Print-Statement-Header
      * Description: Throws a new page and prints the tax year
      * heading, the client's name and address off the master, and
      * the January opening balance.
      ****************************************************************
       5900-Print-Statement-Header.

           Add 1 to ann-stmt-page-num.

           Move ann-tax-year      to anhl-tax-year
           Move ann-group-account   to anhl-account-num
           Move ann-stmt-page-num to anhl-page-num.
           Move zero to ann-stmt-advance.
           Move anst-heading-line to ann-stmt-print-line.
           Perform 5990-Write-Stmt-Line.

           Move cmr-name-last  to annl-name-last
           Move cmr-name-first to annl-name-first.
           Move 1 to ann-stmt-advance.
           Move anst-name-line to ann-stmt-print-line.
           Perform 5990-Write-Stmt-Line.

           Move cmr-addr-street to anal-street
           Move cmr-addr-city   to anal-city
           Move cmr-addr-region to anal-region
           Move cmr-addr-code   to anal-code.
           Move 1 to ann-stmt-advance.
           Move anst-addr-line to ann-stmt-print-line.
           Perform 5990-Write-Stmt-Line.

           Move ann-opening to anol-opening.
           Move 2 to ann-stmt-advance.
           Move anst-opening-line to ann-stmt-print-line.
           Perform 5990-Write-Stmt-Line.

           Move 6 to ann-stmt-line-count.

      ****************************************************************
      * Paragraph: 5950-Print-Statement-Totals
      * Description: Closes the statement with the USD net activity
      * for the year and the December closing balance.  The net
      * activity includes the ops_adjust items, which the cycle
      * balances leave out, so when there are any their total is
      * shown between the two as the reconciling line: opening plus
      * net activity less it is the closing balance, the tie
      * 4800-Write-Account-Summary checks.
      ****************************************************************
       5950-Print-Statement-Totals.

           Move ann-net-activity to annt-net.
           Move anst-net-line to ann-stmt-print-line.
           Perform 5980-Print-Section-Line.

           If ann-adjust-total not = zero
              Move ann-adjust-total to anrl-adjust
              Move anst-adjust-recon-line to ann-stmt-print-line
              Perform 5985-Print-Body-Line
           end-if.

           Move ann-closing to anzl-closing.
           Move anst-closing-line to ann-stmt-print-line.
           Perform 5985-Print-Body-Line.

      ****************************************************************
      * Paragraph: 5970-Print-None-Line
      ****************************************************************
       5970-Print-None-Line.

           If not ann-deliver-suppress
              Move anst-none-line to ann-stmt-print-line
              Perform 5985-Print-Body-Line
           end-if.

      ****************************************************************
      * Paragraph: 5980-Print-Section-Line
      * Description: Prints the staged line double-spaced, throwing
      * a continuation page first when it would not fit with at
      * least two lines under it.
      ****************************************************************
       5980-Print-Section-Line.

           If ann-stmt-line-count + 4 > ann-stmt-max-lines
              Move ann-stmt-print-line to ann-stmt-hold-line
              Perform 5900-Print-Statement-Header
              Move ann-stmt-hold-line to ann-stmt-print-line
           end-if.

           Move 2 to ann-stmt-advance.
           Perform 5990-Write-Stmt-Line.
           Add 2 to ann-stmt-line-count.

      ****************************************************************
      * Paragraph: 5985-Print-Body-Line
      * Description: Prints the staged line single-spaced, throwing a
      * continuation page first when the page is full.
      ****************************************************************
       5985-Print-Body-Line.

           If ann-stmt-line-count >= ann-stmt-max-lines
              Move ann-stmt-print-line to ann-stmt-hold-line
              Perform 5900-Print-Statement-Header
              Move ann-stmt-hold-line to ann-stmt-print-line
           end-if.

           Move 1 to ann-stmt-advance.
           Perform 5990-Write-Stmt-Line.
           Add 1 to ann-stmt-line-count.

      ****************************************************************
      * Paragraph: 5990-Write-Stmt-Line
      * Description: Writes the staged statement line to the file
      * the channel calls for -- ANNOUT for paper, AESTMT for
      * electronic -- honoring the staged advancing control (0
      * throws a new page).
      ****************************************************************
       5990-Write-Stmt-Line.

           If ann-deliver-elec
              Evaluate ann-stmt-advance
                when 0
                  Write Annual-Estmt-Line from ann-stmt-print-line
                    after advancing page
                when 1
                  Write Annual-Estmt-Line from ann-stmt-print-line
                    after advancing 1 line
                when other
                  Write Annual-Estmt-Line from ann-stmt-print-line
                    after advancing 2 lines
              End-evaluate
              If not ann-aestmt-ok
                 Display "annual_stmt: AESTMT write error, status "
                   ann-aestmt-status
                 Move 'Y' to ann-fatal-error-sw
              end-if
           Else
              Evaluate ann-stmt-advance
                when 0
                  Write Annual-Stmt-Line from ann-stmt-print-line
                    after advancing page
                when 1
                  Write Annual-Stmt-Line from ann-stmt-print-line
                    after advancing 1 line
                when other
                  Write Annual-Stmt-Line from ann-stmt-print-line
                    after advancing 2 lines
              End-evaluate
              If not ann-annout-ok
                 Display "annual_stmt: ANNOUT write error, status "
                   ann-annout-status
                 Move 'Y' to ann-fatal-error-sw
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 7000-Write-Extract-Trailer
      * Description: Closes the extract with the record count
      * (header and trailer included) and the USD totals the control
      * register prints.
      ****************************************************************
       7000-Write-Extract-Trailer.

           Move spaces to year-end-extract-record.
           Move 'T' to yex-record-type.
           Move ann-tax-year to yex-tax-year.
           Move zero to yex-account-num.
           Move ann-acct-written to yex-trl-account-count.
           Compute yex-trl-record-count = ann-extract-count + 1.
           Move ann-total-opening to yex-trl-opening.
           Move ann-total-closing to yex-trl-closing.
           Move ann-total-net     to yex-trl-net-activity.
           Move ann-total-adjust  to yex-trl-adjust-total.

           Perform 4900-Write-Extract-Record.
           Add 1 to ann-trl-written.

      ****************************************************************
      * Paragraph: 8000-Print-Control-Register
      * Description: Prints the control register for the tax
      * filing: extract record counts by type, statement delivery
      * counts, the USD dollar totals carried on the extract
      * trailer, and the year's totals by currency.
      ****************************************************************
       8000-Print-Control-Register.

           Move ann-tax-year     to yehl-tax-year.
           Move ann-run-yyyymmdd to yehl-run-date.
           Write Control-Register-Line from yecr-heading-line
             after advancing page.
           Perform 8900-Check-Yectl-Status.

           Move "YEAR-END EXTRACT RECORDS" to yesl-title.
           Perform 8100-Print-Section.
           Move "HEADER RECORDS" to yecl-label.
           Move ann-hdr-written to yecl-count.
           Perform 8200-Print-Count.
           Move "CATEGORY RECORDS" to yecl-label.
           Move ann-cat-written to yecl-count.
           Perform 8200-Print-Count.
           Move "CURRENCY RECORDS" to yecl-label.
           Move ann-cur-written to yecl-count.
           Perform 8200-Print-Count.
           Move "ADJUSTMENT REASON RECORDS" to yecl-label.
           Move ann-rsn-written to yecl-count.
           Perform 8200-Print-Count.
           Move "ACCOUNT SUMMARY RECORDS" to yecl-label.
           Move ann-acct-written to yecl-count.
           Perform 8200-Print-Count.
           Move "TRAILER RECORDS" to yecl-label.
           Move ann-trl-written to yecl-count.
           Perform 8200-Print-Count.
           Move "TOTAL RECORDS WRITTEN" to yecl-label.
           Move ann-extract-count to yecl-count.
           Perform 8200-Print-Count.

           Move "ANNUAL STATEMENTS" to yesl-title.
           Perform 8100-Print-Section.
           Move "ACCOUNTS SUMMARIZED" to yecl-label.
           Move ann-account-count to yecl-count.
           Perform 8200-Print-Count.
           Move "PAPER STATEMENTS" to yecl-label.
           Move ann-stmt-count to yecl-count.
           Perform 8200-Print-Count.
           Move "PAPER PAGES" to yecl-label.
           Move ann-pages-total to yecl-count.
           Perform 8200-Print-Count.
           Move "ELECTRONIC STATEMENTS" to yecl-label.
           Move ann-estmt-count to yecl-count.
           Perform 8200-Print-Count.
           Move "SUPPRESSED (PREFERENCE OR CLOSED)" to yecl-label.
           Move ann-suppress-count to yecl-count.
           Perform 8200-Print-Count.
           Move "PAPER HELD - RETURNED MAIL" to yecl-label.
           Move ann-held-count to yecl-count.
           Perform 8200-Print-Count.
           Move "NOT ON MASTER (EXTRACTED ONLY)" to yecl-label.
           Move ann-nomaster-count to yecl-count.
           Perform 8200-Print-Count.
           Move "NO BALANCE OR ACTIVITY (NOT EXTRACTED)"
             to yecl-label.
           Move ann-zero-count to yecl-count.
           Perform 8200-Print-Count.
           Move "ACCOUNTS NOT TYING TO CLOSING BALANCE" to yecl-label.
           Move ann-untied-count to yecl-count.
           Perform 8200-Print-Count.

           Move "GL ACTIVITY FOR THE TAX YEAR" to yesl-title.
           Perform 8100-Print-Section.
           Move "GL EXTRACT RECORDS" to yecl-label.
           Move ann-released-count to yecl-count.
           Perform 8200-Print-Count.
           Move "ADJUSTMENT RECORDS" to yecl-label.
           Move ann-adjust-released to yecl-count.
           Perform 8200-Print-Count.
           Move "UNMAPPED ITEM-UID RECORDS" to yecl-label.
           Move ann-unmapped-count to yecl-count.
           Perform 8200-Print-Count.
           Move "UNRECOGNIZED CURRENCY RECORDS" to yecl-label.
           Move ann-badfx-count to yecl-count.
           Perform 8200-Print-Count.

           Move "DOLLAR TOTALS (USD)" to yesl-title.
           Perform 8100-Print-Section.
           Move "OPENING BALANCES 01/01" to yeal-label.
           Move ann-total-opening to yeal-amount.
           Perform 8300-Print-Amount.
           Move "CHARGES" to yeal-label.
           Move ann-total-charges to yeal-amount.
           Perform 8300-Print-Amount.
           Move "CREDITS AND REFUNDS" to yeal-label.
           Move ann-total-credits to yeal-amount.
           Perform 8300-Print-Amount.
           Move "NET ACTIVITY" to yeal-label.
           Move ann-total-net to yeal-amount.
           Perform 8300-Print-Amount.
           Move "CLOSING BALANCES 12/31" to yeal-label.
           Move ann-total-closing to yeal-amount.
           Perform 8300-Print-Amount.
           Move "ADJUSTMENTS (INCLUDED IN NET ACTIVITY)"
             to yeal-label.
           Move ann-total-adjust to yeal-amount.
           Perform 8300-Print-Amount.

           Move "TOTALS BY CURRENCY" to yesl-title.
           Perform 8100-Print-Section.
           Write Control-Register-Line from yecr-currency-heading-line
             after advancing 1 line.
           Perform 8900-Check-Yectl-Status.

           Perform 8400-Print-Run-Currency
             varying run-idx from 1 by 1
             until run-idx > ann-run-cur-count.

      ****************************************************************
      * Paragraph: 8100-Print-Section
      ****************************************************************
       8100-Print-Section.

           Write Control-Register-Line from yecr-section-line
             after advancing 2 lines.
           Perform 8900-Check-Yectl-Status.

      ****************************************************************
      * Paragraph: 8200-Print-Count
      ****************************************************************
       8200-Print-Count.

           Write Control-Register-Line from yecr-count-line
             after advancing 1 line.
           Perform 8900-Check-Yectl-Status.

      ****************************************************************
      * Paragraph: 8300-Print-Amount
      ****************************************************************
       8300-Print-Amount.

           Write Control-Register-Line from yecr-amount-line
             after advancing 1 line.
           Perform 8900-Check-Yectl-Status.

      ****************************************************************
      * Paragraph: 8400-Print-Run-Currency
      ****************************************************************
       8400-Print-Run-Currency.

           Move ann-run-cur-currency(run-idx) to yecu-currency.
           Move ann-run-cur-items(run-idx)    to yecu-count.
           Move ann-run-cur-native(run-idx)   to yecu-native.
           Move ann-run-cur-usd(run-idx)      to yecu-usd.

           Write Control-Register-Line from yecr-currency-line
             after advancing 1 line.
           Perform 8900-Check-Yectl-Status.

      ****************************************************************
      * Paragraph: 8900-Check-Yectl-Status
      ****************************************************************
       8900-Check-Yectl-Status.

           If not ann-yectl-ok
              Display "annual_stmt: YECTL write error, status "
                ann-yectl-status
              Move 'Y' to ann-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 9000-Terminate
      ****************************************************************
       9000-Terminate.

           Close Gl-History-In-File.
           Close Client-Master-File.
           Close Chart-Accounts-File.
           Close Opening-Balance-File.
           Close Closing-Balance-File.
           Close Annual-Stmt-Report.
           Close Annual-Estmt-File.
           Close Year-End-Extract.
           Close Control-Register.

           Display "annual_stmt: tax year " ann-tax-year
             ", year records " ann-released-count
             ", accounts " ann-account-count
             ", paper " ann-stmt-count
             ", electronic " ann-estmt-count
             ", suppressed " ann-suppress-count
             ", held " ann-held-count
             ", no master " ann-nomaster-count
             ", not tying " ann-untied-count
             ", unrecognized currency " ann-badfx-count
             ", extract records " ann-extract-count.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
      * Description: Sets RETURN-CODE for the scheduler: 12 on an
      * unusable PARM or a balance generation from the wrong cycle
      * (nothing usable was produced), 8 on any I/O, sort, or
      * sequence error -- the extract must not go to the tax
      * filing.  A complete run that found accounts missing from the
      * master, accounts not tying to their closing balance, or
      * currencies left out of the USD totals yields 4 so they get
      * chased before the filing.  A clean run leaves 0.
      ****************************************************************
       9200-Set-Return-Code.

           If ann-control-error
              Move 12 to return-code
           Else
           If ann-fatal-error
              Move 8 to return-code
           Else
              If ann-nomaster-count > 0 or ann-untied-count > 0
                 or ann-badfx-count > 0
                 Move 4 to return-code
              Else
                 Move 0 to return-code
              end-if
           end-if
           end-if.

       End program annual_stmt.
