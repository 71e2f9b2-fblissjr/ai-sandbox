       Identification division.
      ******************************************************************
      * Program ID: fee_assess
      * Purpose: Month-end fee and interest assessment.  Every
      * account on the client master is matched, in account-num
      * order, against the cycle closing balances cycle_stmt rolled
      * into the new balance generation (JPRCYCB, in USD), and every
      * open account is assessed against the schedule operations
      * maintains (JPRFEES): each schedule line the account's status
      * and delivery preference match raises one charge -- a flat
      * fee, such as a maintenance fee or the paper statement fee,
      * or interest accrued on a qualifying credit balance for the
      * days in the cycle month.  Charges are written as ready-made
      * adjustment records (JPRADJR, type 'A', USD, the schedule
      * line's reason code, authorizer FEEASSES) for ops_adjust to
      * validate, check against the GLHIST posted history and list
      * on its adjustment register like any keyed adjustment.  Each
      * charge's tx-uid is fixed by the cycle and the schedule
      * line's slot, so a rerun repeats the same keys and
      * ops_adjust refuses the repeats instead of charging twice.
      * The assessment register shows each charge's basis, rate and
      * amount.  The cycle is the PARM (yyyymm) or, unstated, the
      * month before the run date, the same as cycle_stmt.
      * Author: [Authors' Name]
      * Date: [Date]
      *
      * Modification History:
      *   2026-10-15  Maintainer  Initial version, replacing the
      *               month-end fee and interest worksheets keyed by
      *               hand as adjustments.
      ******************************************************************
         Program-id. fee_assess.
       Environment division.
        Input-output section.
        File-control.
            Select Client-Master-File assign to "CLTMST"
              organization is indexed
              access is sequential
              record key is cmr-account-num
              file status is fas-cltmst-status.
            Select Cycle-Balance-In assign to "CYCBIN"
              organization is sequential
              file status is fas-cycbin-status.
            Select Fee-Schedule-File assign to "FEESCHD"
              organization is sequential
              file status is fas-feeschd-status.
            Select Adjustment-Out assign to "ADJOUT"
              organization is sequential
              file status is fas-adjout-status.
            Select Assessment-Register assign to "ASSESRPT"
              organization is sequential
              file status is fas-assesrpt-status.

       Data division.
        File section.

        FD  Client-Master-File
            label records are standard.
        copy JPRCMST.

        FD  Cycle-Balance-In
            label records are standard.
        copy JPRCYCB.

        FD  Fee-Schedule-File
            label records are standard.
        copy JPRFEES.

        FD  Adjustment-Out
            label records are standard.
        copy JPRADJR.

        FD  Assessment-Register
            label records are standard.
         1 Assessment-Register-Line pic x(132).

        Working-storage section.

      ******************************************************************
      * Section: File Status and Switches
      ******************************************************************

         1 fas-cltmst-status   pic x(02) value '00'.
           88 fas-cltmst-ok             value '00'.
           88 fas-cltmst-eof            value '10'.

         1 fas-cycbin-status   pic x(02) value '00'.
           88 fas-cycbin-ok             value '00'.
           88 fas-cycbin-eof            value '10'.

         1 fas-feeschd-status  pic x(02) value '00'.
           88 fas-feeschd-ok            value '00'.
           88 fas-feeschd-eof           value '10'.

         1 fas-adjout-status   pic x(02) value '00'.
           88 fas-adjout-ok             value '00'.

         1 fas-assesrpt-status pic x(02) value '00'.
           88 fas-assesrpt-ok           value '00'.

         1 fas-switches.
          3 fas-cltmst-eof-sw   pic x(01) value 'N'.
           88 fas-cltmst-done           value 'Y'.
          3 fas-cycbin-eof-sw   pic x(01) value 'N'.
           88 fas-cycbin-done           value 'Y'.
          3 fas-feeschd-eof-sw  pic x(01) value 'N'.
           88 fas-feeschd-done          value 'Y'.
          3 fas-fatal-error-sw  pic x(01) value 'N'.
           88 fas-fatal-error           value 'Y'.
          3 fas-control-error-sw pic x(01) value 'N'.
           88 fas-control-error         value 'Y'.
          3 fas-line-matches-sw pic x(01) value 'N'.
           88 fas-line-matches          value 'Y'.
          3 fas-balance-found-sw pic x(01) value 'N'.
           88 fas-balance-found         value 'Y'.

      ******************************************************************
      * Section: Fee Schedule Table
      * Description: The schedule, loaded at initialization into the
      * entry numbered by each line's charge slot, so a slot used
      * twice is caught on load.  A schedule with a bad line stops
      * the run before anything is assessed -- one mistyped rate
      * would misbill every client.
      ******************************************************************
         77 fas-sch-max-slots pic 9(03) usage comp value 40 .
         77 fas-sch-count     pic 9(03) usage comp value zero .

         1 fas-sch-table.
          3 fas-sch-entry occurs 40 times indexed by sch-idx.
           5 fas-sch-used-sw     pic x(01).
            88 fas-sch-used                value 'Y'.
           5 fas-sch-type        pic x(01).
            88 fas-sch-fee                 value 'F'.
            88 fas-sch-interest            value 'I'.
           5 fas-sch-status      pic x(01).
           5 fas-sch-pref        pic x(01).
           5 fas-sch-reason      pic x(04).
           5 fas-sch-item-uid    pic 9(05).
           5 fas-sch-item-desc   pic x(30).
           5 fas-sch-fee-amount  pic 9(05)v99 usage comp-3.
           5 fas-sch-rate        pic 9(02)v9(04) usage comp-3.
           5 fas-sch-min-balance pic 9(09)v99 usage comp-3.
           5 fas-sch-charges     pic 9(07) usage comp.
           5 fas-sch-total       pic s9(13)v99 usage comp-3.

         77 fas-load-slot     pic 9(03) usage comp value zero .
         1 fas-load-error     pic x(40) value spaces.

      ******************************************************************
      * Section: Cycle Control
      * Description: The cycle month assessed, the days in it (the
      * interest accrual period), and the first tx-uid of the
      * cycle's block in the system adjustment range.  Operations
      * keys adjustment tx-uids 90000-93999 and disputes take
      * 94000-94999; system charges take 95000-99999 (see
      * JPRADJR), forty slots to a cycle, the cycle's block
      * repeating only after 125 months -- longer than GLHIST
      * retains a key.
      ******************************************************************
         1 fas-cycle.
          3 fas-cycle-yyyy pic 9(04).
          3 fas-cycle-mm   pic 9(02).

         1 fas-date-work.
          3 fas-date-yyyy  pic 9(04).
          3 fas-date-mm    pic 9(02).
          3 fas-date-dd    pic 9(02).
         1 fas-date-num redefines fas-date-work pic 9(08).

         77 fas-first-int    pic s9(09) usage comp value zero .
         77 fas-next-int     pic s9(09) usage comp value zero .
         77 fas-cycle-days   pic 9(03) usage comp value zero .
         77 fas-days-in-year pic 9(03) usage comp value 365 .

         77 fas-month-number pic 9(07) usage comp value zero .
         77 fas-month-quot   pic 9(07) usage comp value zero .
         77 fas-month-block  pic 9(03) usage comp value zero .
         77 fas-uid-base     pic 9(05) value zero .
         77 fas-uid-floor    pic 9(05) value 95000 .
         77 fas-uid-blocks   pic 9(03) usage comp value 125 .

         1 fas-authorizer    pic x(08) value 'FEEASSES'.
         1 fas-currency      pic x(03) value 'USD'.

      ******************************************************************
      * Section: Account Work Area
      * Description: The cycle balance staged out of the CYCBIN file
      * area at read time -- the match loop reads ahead -- and the
      * basis and charge for the schedule line being applied.  A
      * charge must fit the adjustment record's price field.
      ******************************************************************
         77 fas-cycb-account  pic 9(12) value zero .
         77 fas-cycb-balance  pic s9(11)v99 usage comp-3 value zero .
         77 fas-prior-cycb-key pic 9(12) value zero .

         77 fas-basis         pic s9(11)v99 usage comp-3 value zero .
         77 fas-credit-balance pic s9(11)v99 usage comp-3
              value zero .
         77 fas-charge        pic s9(11)v99 usage comp-3 value zero .
         77 fas-charge-limit  pic s9(11)v99 usage comp-3
              value 9999999.99 .

         1 fas-result         pic x(24) value spaces.

      ******************************************************************
      * Section: Run Counters and Totals
      ******************************************************************
         77 fas-master-count   pic 9(09) usage comp value zero .
         77 fas-open-count     pic 9(09) usage comp value zero .
         77 fas-notopen-count  pic 9(09) usage comp value zero .
         77 fas-nobal-count    pic 9(09) usage comp value zero .
         77 fas-nomaster-count pic 9(09) usage comp value zero .
         77 fas-charge-count   pic 9(09) usage comp value zero .
         77 fas-toolarge-count pic 9(09) usage comp value zero .

         77 fas-fee-total      pic s9(13)v99 usage comp-3 value zero .
         77 fas-interest-total pic s9(13)v99 usage comp-3 value zero .

         1 fas-run-date.
          3 fas-run-yyyymmdd pic x(08).
          3 filler           pic x(13).

        copy JPRASRP.

      ******************************************************************
      * Section: Linkage
      * Description: An optional 6-character yyyymm PARM names the
      * cycle to assess; anything else passed is a hard stop, and
      * no PARM means the month before the run date.
      ******************************************************************
       Linkage section.

         1 lk-parm-area.
          3 lk-parm-len    pic 9(04) usage comp.
          3 lk-parm-data   pic x(06).

       Procedure division using lk-parm-area.
      ****************************************************************
      * Paragraph: 0000-Main-Logic
      * Description: Entry point.  Resolves the cycle and loads the
      * schedule, then matches the client master against the cycle
      * balance generation and assesses each open account.
      ****************************************************************
       0000-Main-Logic.

           Perform 1000-Initialize.

           If not fas-fatal-error and not fas-control-error
              Perform 2000-Assess-Accounts
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.

           Goback.

      ****************************************************************
      * Paragraph: 1000-Initialize
      ****************************************************************
       1000-Initialize.

           Move function current-date to fas-run-date.

           Perform 1050-Resolve-Cycle.

           If not fas-control-error
              Perform 1100-Open-Files
           end-if.

           If not fas-fatal-error and not fas-control-error
              Perform 1200-Load-Fee-Schedule
           end-if.

           If not fas-fatal-error and not fas-control-error
              Move fas-cycle        to ashl-cycle
              Move fas-cycle-days   to ashl-days
              Move fas-run-yyyymmdd to ashl-run-date
              Write Assessment-Register-Line from asrp-heading-line
              Perform 8950-Check-Assesrpt-Status
              Write Assessment-Register-Line from asrp-blank-line
              Perform 8950-Check-Assesrpt-Status
              Write Assessment-Register-Line
                from asrp-column-heading-line
              Perform 8950-Check-Assesrpt-Status
           end-if.

      ****************************************************************
      * Paragraph: 1050-Resolve-Cycle
      * Description: Takes the cycle month from a 6-digit yyyymm
      * PARM; an unusable PARM is a hard stop, the same policy as
      * cycle_stmt.  With no PARM the cycle is the month before the
      * run date.  The days in the cycle run from its first day to
      * the first day of the next month; the cycle's tx-uid block is
      * its month number taken modulo the number of blocks.
      ****************************************************************
       1050-Resolve-Cycle.

           If lk-parm-len > 0
              If lk-parm-len = 6
                 and lk-parm-data(1:6) is numeric
                 and lk-parm-data(5:2) >= '01'
                 and lk-parm-data(5:2) <= '12'
                 Move lk-parm-data(1:6) to fas-cycle
              Else
                 Display "fee_assess: PARM is not a yyyymm cycle "
                   "- run stopped"
                 Move 'Y' to fas-control-error-sw
              end-if
           Else
              Move fas-run-yyyymmdd(1:6) to fas-cycle
              If fas-cycle-mm = 1
                 Subtract 1 from fas-cycle-yyyy
                 Move 12 to fas-cycle-mm
              Else
                 Subtract 1 from fas-cycle-mm
              end-if
           end-if.

           If not fas-control-error
              Move fas-cycle-yyyy to fas-date-yyyy
              Move fas-cycle-mm   to fas-date-mm
              Move 1              to fas-date-dd
              Compute fas-first-int =
                function integer-of-date(fas-date-num)

              If fas-cycle-mm = 12
                 Add 1 to fas-date-yyyy
                 Move 1 to fas-date-mm
              Else
                 Add 1 to fas-date-mm
              end-if
              Compute fas-next-int =
                function integer-of-date(fas-date-num)

              Compute fas-cycle-days = fas-next-int - fas-first-int

              Compute fas-month-number =
                fas-cycle-yyyy * 12 + fas-cycle-mm - 1
              Divide fas-month-number by fas-uid-blocks
                giving fas-month-quot remainder fas-month-block
              Compute fas-uid-base =
                fas-uid-floor + fas-month-block * fas-sch-max-slots

              Display "fee_assess: assessing cycle " fas-cycle
                ", " fas-cycle-days " days, tx-uids from "
                fas-uid-base
           end-if.

      ****************************************************************
      * Paragraph: 1100-Open-Files
      ****************************************************************
       1100-Open-Files.

           Open input Client-Master-File.

           If not fas-cltmst-ok
              Display "fee_assess: unable to open CLTMST, status "
                fas-cltmst-status
              Move 'Y' to fas-fatal-error-sw
           end-if.

           Open input Cycle-Balance-In.

           If not fas-cycbin-ok
              Display "fee_assess: unable to open CYCBIN, status "
                fas-cycbin-status
              Move 'Y' to fas-fatal-error-sw
           end-if.

           Open input Fee-Schedule-File.

           If not fas-feeschd-ok
              Display "fee_assess: unable to open FEESCHD, status "
                fas-feeschd-status
              Move 'Y' to fas-fatal-error-sw
           end-if.

           Open output Adjustment-Out.

           If not fas-adjout-ok
              Display "fee_assess: unable to open ADJOUT, status "
                fas-adjout-status
              Move 'Y' to fas-fatal-error-sw
           end-if.

           Open output Assessment-Register.

           If not fas-assesrpt-ok
              Display "fee_assess: unable to open ASSESRPT, status "
                fas-assesrpt-status
              Move 'Y' to fas-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 1200-Load-Fee-Schedule
      * Description: Loads every schedule line into the entry for its
      * charge slot.  A schedule with no lines, or any line that
      * fails 1300's edits, is a hard stop.
      ****************************************************************
       1200-Load-Fee-Schedule.

           Perform 8010-Clear-Schedule-Entry
             varying sch-idx from 1 by 1
             until sch-idx > fas-sch-max-slots.

           Perform 1250-Read-Fee-Schedule.

           Perform 1300-Store-Schedule-Line
             until fas-feeschd-done.

           If not fas-fatal-error and not fas-control-error
              If fas-sch-count = zero
                 Display "fee_assess: FEESCHD carries no schedule "
                   "lines - run stopped"
                 Move 'Y' to fas-control-error-sw
              Else
                 Display "fee_assess: " fas-sch-count
                   " schedule lines loaded"
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 1250-Read-Fee-Schedule
      ****************************************************************
       1250-Read-Fee-Schedule.

           Read Fee-Schedule-File
             at end
               Move 'Y' to fas-feeschd-eof-sw
           end-read.

           If not fas-feeschd-ok and not fas-feeschd-eof
              Display "fee_assess: FEESCHD read error, status "
                fas-feeschd-status
              Move 'Y' to fas-feeschd-eof-sw
              Move 'Y' to fas-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 1300-Store-Schedule-Line
      * Description: Edits one schedule line and stores it in its
      * slot.  The line must be a fee or an interest line in a free
      * slot from 01 to 40, for open accounts ('O', or '*' for any
      * status -- ops_adjust only posts to open accounts, so a line
      * for any other status could never be raised), for a known
      * delivery preference or '*', with a reason code, an item-uid
      * and a description; a fee line needs an amount, an interest
      * line a rate.  The first failure is displayed and stops the
      * run.
      ****************************************************************
       1300-Store-Schedule-Line.

           Move spaces to fas-load-error.

           If fsr-charge-slot is numeric
              Move fsr-charge-slot to fas-load-slot
           Else
              Move zero to fas-load-slot
           end-if.

           Evaluate true
             when not fsr-fee-entry and not fsr-interest-entry
               Move 'UNKNOWN RECORD TYPE' to fas-load-error
             when fas-load-slot < 1
               or fas-load-slot > fas-sch-max-slots
               Move 'CHARGE SLOT NOT 01-40' to fas-load-error
             when fas-sch-used(fas-load-slot)
               Move 'CHARGE SLOT USED TWICE' to fas-load-error
             when fsr-account-status not = 'O'
               and fsr-account-status not = '*'
               Move 'STATUS NOT O OR *' to fas-load-error
             when fsr-delivery-pref not = 'P'
               and fsr-delivery-pref not = 'E'
               and fsr-delivery-pref not = 'S'
               and fsr-delivery-pref not = '*'
               Move 'DELIVERY PREF NOT P, E, S OR *'
                 to fas-load-error
             when fsr-reason-code = spaces
               Move 'NO REASON CODE' to fas-load-error
             when fsr-item-uid is not numeric
               or fsr-item-uid = zero
               Move 'NO ITEM-UID' to fas-load-error
             when fsr-item-desc = spaces
               Move 'NO DESCRIPTION' to fas-load-error
             when fsr-fee-entry
               and (fsr-fee-amount is not numeric
                 or fsr-fee-amount = zero)
               Move 'FEE LINE WITH NO AMOUNT' to fas-load-error
             when fsr-interest-entry
               and (fsr-annual-rate is not numeric
                 or fsr-annual-rate = zero
                 or fsr-min-balance is not numeric)
               Move 'INTEREST LINE WITH NO RATE' to fas-load-error
             when other
               Continue
           End-evaluate.

           If fas-load-error not = spaces
              Display "fee_assess: FEESCHD slot " fsr-charge-slot
                " " fas-load-error " - run stopped"
              Move 'Y' to fas-control-error-sw
              Move 'Y' to fas-feeschd-eof-sw
           Else
              Perform 1350-Move-Schedule-Line
              Perform 1250-Read-Fee-Schedule
           end-if.

      ****************************************************************
      * Paragraph: 1350-Move-Schedule-Line
      ****************************************************************
       1350-Move-Schedule-Line.

           Set sch-idx to fas-load-slot.
           Add 1 to fas-sch-count.

           Move 'Y'                to fas-sch-used-sw(sch-idx)
           Move fsr-record-type    to fas-sch-type(sch-idx)
           Move fsr-account-status to fas-sch-status(sch-idx)
           Move fsr-delivery-pref  to fas-sch-pref(sch-idx)
           Move fsr-reason-code    to fas-sch-reason(sch-idx)
           Move fsr-item-uid       to fas-sch-item-uid(sch-idx)
           Move fsr-item-desc      to fas-sch-item-desc(sch-idx).

           If fsr-fee-entry
              Move fsr-fee-amount to fas-sch-fee-amount(sch-idx)
           Else
              Move fsr-annual-rate to fas-sch-rate(sch-idx)
              Move fsr-min-balance to fas-sch-min-balance(sch-idx)
           end-if.

      ****************************************************************
      * Paragraph: 2000-Assess-Accounts
      * Description: Two-file match of the client master against the
      * cycle balance generation, both in account-num order.  A
      * master account with no cycle balance is assessed on a zero
      * balance; a cycle balance with no master account is listed
      * and not assessed.
      ****************************************************************
       2000-Assess-Accounts.

           Perform 2100-Read-Client-Master.
           Perform 2200-Read-Cycle-Balance.

           Perform 2300-Match-One-Account
             until fas-cltmst-done and fas-cycbin-done.

      ****************************************************************
      * Paragraph: 2100-Read-Client-Master
      ****************************************************************
       2100-Read-Client-Master.

           Read Client-Master-File next record
             at end
               Move 'Y' to fas-cltmst-eof-sw
           end-read.

           If not fas-cltmst-ok and not fas-cltmst-eof
              Display "fee_assess: CLTMST read error, status "
                fas-cltmst-status
              Move 'Y' to fas-cltmst-eof-sw
              Move 'Y' to fas-cycbin-eof-sw
              Move 'Y' to fas-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2200-Read-Cycle-Balance
      * Description: Reads the next cycle balance and stages it out
      * of the file area.  The generation must be the one cycle_stmt
      * wrote for this cycle -- assessing on last month's balances
      * would charge interest on the wrong figures -- and must be in
      * account order; either failure stops the run.
      ****************************************************************
       2200-Read-Cycle-Balance.

           Read Cycle-Balance-In
             at end
               Move 'Y' to fas-cycbin-eof-sw
           end-read.

           If not fas-cycbin-ok and not fas-cycbin-eof
              Display "fee_assess: CYCBIN read error, status "
                fas-cycbin-status
              Move 'Y' to fas-cycbin-eof-sw
              Move 'Y' to fas-cltmst-eof-sw
              Move 'Y' to fas-fatal-error-sw
           end-if.

           If not fas-cycbin-done
              Move cyb-account-num to fas-cycb-account
              Move cyb-balance     to fas-cycb-balance
              If cyb-cycle not = fas-cycle
                 Display "fee_assess: CYCBIN is the balance "
                   "generation for cycle " cyb-cycle ", not "
                   fas-cycle " - run stopped"
                 Move 'Y' to fas-control-error-sw
                 Move 'Y' to fas-cycbin-eof-sw
                 Move 'Y' to fas-cltmst-eof-sw
              Else
              If fas-cycb-account < fas-prior-cycb-key
                 Display "fee_assess: CYCBIN out of sequence at "
                   fas-cycb-account
                 Move 'Y' to fas-fatal-error-sw
                 Move 'Y' to fas-cycbin-eof-sw
                 Move 'Y' to fas-cltmst-eof-sw
              Else
                 Move fas-cycb-account to fas-prior-cycb-key
              end-if
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 2300-Match-One-Account
      ****************************************************************
       2300-Match-One-Account.

           Evaluate true
             when fas-cltmst-done
               Perform 2500-Report-No-Master
             when fas-cycbin-done
               Move zero to fas-basis
               Move 'N' to fas-balance-found-sw
               Perform 2400-Assess-One-Account
             when fas-cycb-account < cmr-account-num
               Perform 2500-Report-No-Master
             when fas-cycb-account > cmr-account-num
               Move zero to fas-basis
               Move 'N' to fas-balance-found-sw
               Perform 2400-Assess-One-Account
             when other
               Move fas-cycb-balance to fas-basis
               Move 'Y' to fas-balance-found-sw
               Perform 2200-Read-Cycle-Balance
               Perform 2400-Assess-One-Account
           End-evaluate.

      ****************************************************************
      * Paragraph: 2400-Assess-One-Account
      * Description: Applies every schedule line to the master
      * account in hand when it is open; closed and frozen accounts
      * are not assessed -- ops_adjust would refuse the charge.
      ****************************************************************
       2400-Assess-One-Account.

           Add 1 to fas-master-count.

           If cmr-status-open
              Add 1 to fas-open-count
              If not fas-balance-found
                 Add 1 to fas-nobal-count
              end-if
              Perform 3000-Apply-Schedule-Line
                varying sch-idx from 1 by 1
                until sch-idx > fas-sch-max-slots
                  or fas-fatal-error
           Else
              Add 1 to fas-notopen-count
           end-if.

           If not fas-fatal-error and not fas-control-error
              Perform 2100-Read-Client-Master
           end-if.

      ****************************************************************
      * Paragraph: 2500-Report-No-Master
      * Description: A cycle balance whose account is not on the
      * master cannot be assessed; it is listed for client services
      * to chase, the same as cycle_stmt lists it.
      ****************************************************************
       2500-Report-No-Master.

           Add 1 to fas-nomaster-count.

           Move fas-cycb-account to asdl-account-num
           Move spaces           to asdl-status
           Move spaces           to asdl-pref
           Move zero             to asdl-slot
           Move spaces           to asdl-reason
           Move zero             to asdl-tx-uid
           Move spaces           to asdl-item-desc
           Move fas-cycb-balance to asdl-basis
           Move zero             to asdl-rate
           Move zero             to asdl-days
           Move zero             to asdl-charge
           Move 'NOT ON MASTER'  to asdl-result.

           Write Assessment-Register-Line from asrp-detail-line.
           Perform 8950-Check-Assesrpt-Status.

           Perform 2200-Read-Cycle-Balance.

      ****************************************************************
      * Paragraph: 3000-Apply-Schedule-Line
      * Description: Raises the charge for one schedule slot when the
      * line matches the account's status and delivery preference.
      * A fee is its flat amount.  Interest is accrued only on a
      * credit balance (below zero) of at least the line's minimum:
      * the balance times the annual rate for the cycle's days on a
      * 365-day year, rounded to the cent and paid to the client as
      * a negative charge; interest that rounds to nothing raises no
      * charge.
      ****************************************************************
       3000-Apply-Schedule-Line.

           Move 'N' to fas-line-matches-sw.

           If fas-sch-used(sch-idx)
              and (fas-sch-status(sch-idx) = '*'
                or fas-sch-status(sch-idx) = cmr-account-status)
              and (fas-sch-pref(sch-idx) = '*'
                or fas-sch-pref(sch-idx) = cmr-delivery-pref)
              Move 'Y' to fas-line-matches-sw
           end-if.

           Move zero to fas-charge.

           If fas-line-matches
              If fas-sch-fee(sch-idx)
                 Move fas-sch-fee-amount(sch-idx) to fas-charge
              Else
                 If fas-basis < zero
                    Compute fas-credit-balance = zero - fas-basis
                    If fas-credit-balance >=
                       fas-sch-min-balance(sch-idx)
                       Compute fas-charge rounded =
                         zero - (fas-credit-balance
                           * fas-sch-rate(sch-idx) / 100
                           * fas-cycle-days / fas-days-in-year)
                    end-if
                 end-if
              end-if
           end-if.

           If fas-charge not = zero
              If fas-charge > fas-charge-limit
                 or fas-charge < zero - fas-charge-limit
                 Add 1 to fas-toolarge-count
                 Move 'CHARGE TOO LARGE' to fas-result
                 Move zero to asdl-tx-uid
              Else
                 Perform 3100-Write-Adjustment
                 Move 'ASSESSED' to fas-result
                 Move adj-tx-uid to asdl-tx-uid
              end-if
              Perform 3200-Write-Register-Line
           end-if.

      ****************************************************************
      * Paragraph: 3100-Write-Adjustment
      * Description: Writes the charge as an adjustment for
      * ops_adjust: the slot's tx-uid in the cycle's block, the
      * schedule line's item and reason code, the system authorizer.
      ****************************************************************
       3100-Write-Adjustment.

           Move spaces to ops-adjustment-record.
           Move cmr-account-num to adj-account-num.
           Set fas-load-slot to sch-idx.
           Compute adj-tx-uid = fas-uid-base + fas-load-slot - 1.
           Set adj-type-adjustment to true.
           Move zero                       to adj-ref-tx-uid
           Move fas-sch-item-uid(sch-idx)  to adj-item-uid
           Move fas-sch-item-desc(sch-idx) to adj-item-desc
           Move fas-charge                 to adj-price
           Move fas-currency               to adj-currency
           Move fas-sch-reason(sch-idx)    to adj-reason-code
           Move fas-authorizer             to adj-authorizer.

           Write ops-adjustment-record.

           If not fas-adjout-ok
              Display "fee_assess: ADJOUT write error, status "
                fas-adjout-status
              Move 'Y' to fas-fatal-error-sw
              Move 'Y' to fas-cltmst-eof-sw
              Move 'Y' to fas-cycbin-eof-sw
           Else
              Add 1 to fas-charge-count
              Add 1 to fas-sch-charges(sch-idx)
              Add fas-charge to fas-sch-total(sch-idx)
              If fas-charge > zero
                 Add fas-charge to fas-fee-total
              Else
                 Add fas-charge to fas-interest-total
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 3200-Write-Register-Line
      ****************************************************************
       3200-Write-Register-Line.

           Move cmr-account-num            to asdl-account-num
           Move cmr-account-status         to asdl-status
           Move cmr-delivery-pref          to asdl-pref
           Set fas-load-slot to sch-idx.
           Move fas-load-slot              to asdl-slot
           Move fas-sch-reason(sch-idx)    to asdl-reason
           Move fas-sch-item-desc(sch-idx) to asdl-item-desc
           Move fas-basis                  to asdl-basis
           Move fas-charge                 to asdl-charge
           Move fas-result                 to asdl-result.

           If fas-sch-interest(sch-idx)
              Move fas-sch-rate(sch-idx) to asdl-rate
              Move fas-cycle-days        to asdl-days
           Else
              Move zero to asdl-rate
              Move zero to asdl-days
           end-if.

           Write Assessment-Register-Line from asrp-detail-line.
           Perform 8950-Check-Assesrpt-Status.

      ****************************************************************
      * Paragraph: 8010-Clear-Schedule-Entry
      ****************************************************************
       8010-Clear-Schedule-Entry.

           Move 'N'    to fas-sch-used-sw(sch-idx)
           Move spaces to fas-sch-type(sch-idx)
           Move spaces to fas-sch-status(sch-idx)
           Move spaces to fas-sch-pref(sch-idx)
           Move spaces to fas-sch-reason(sch-idx)
           Move zero   to fas-sch-item-uid(sch-idx)
           Move spaces to fas-sch-item-desc(sch-idx)
           Move zero   to fas-sch-fee-amount(sch-idx)
           Move zero   to fas-sch-rate(sch-idx)
           Move zero   to fas-sch-min-balance(sch-idx)
           Move zero   to fas-sch-charges(sch-idx)
           Move zero   to fas-sch-total(sch-idx).

      ****************************************************************
      * Paragraph: 8900-Write-Register-Totals
      * Description: Closes the register with the run counts, the
      * charges raised per schedule line, and the fee and interest
      * totals operations ties to ops_adjust's adjustment register
      * for the FEEASSES lines.
      ****************************************************************
       8900-Write-Register-Totals.

           Write Assessment-Register-Line from asrp-blank-line.
           Perform 8950-Check-Assesrpt-Status.

           Move 'MASTER ACCOUNTS READ' to asct-label
           Move fas-master-count to asct-count.
           Write Assessment-Register-Line from asrp-count-line.
           Perform 8950-Check-Assesrpt-Status.

           Move 'OPEN ACCOUNTS ASSESSED' to asct-label
           Move fas-open-count to asct-count.
           Write Assessment-Register-Line from asrp-count-line.
           Perform 8950-Check-Assesrpt-Status.

           Move '  OF WHICH WITH NO CYCLE BALANCE' to asct-label
           Move fas-nobal-count to asct-count.
           Write Assessment-Register-Line from asrp-count-line.
           Perform 8950-Check-Assesrpt-Status.

           Move 'CLOSED OR FROZEN - NOT ASSESSED' to asct-label
           Move fas-notopen-count to asct-count.
           Write Assessment-Register-Line from asrp-count-line.
           Perform 8950-Check-Assesrpt-Status.

           Move 'CYCLE BALANCES NOT ON MASTER' to asct-label
           Move fas-nomaster-count to asct-count.
           Write Assessment-Register-Line from asrp-count-line.
           Perform 8950-Check-Assesrpt-Status.

           Move 'CHARGES WRITTEN TO ADJOUT' to asct-label
           Move fas-charge-count to asct-count.
           Write Assessment-Register-Line from asrp-count-line.
           Perform 8950-Check-Assesrpt-Status.

           Move 'CHARGES TOO LARGE - NOT WRITTEN' to asct-label
           Move fas-toolarge-count to asct-count.
           Write Assessment-Register-Line from asrp-count-line.
           Perform 8950-Check-Assesrpt-Status.

           Write Assessment-Register-Line from asrp-blank-line.
           Perform 8950-Check-Assesrpt-Status.

           Perform 8910-Write-Slot-Total
             varying sch-idx from 1 by 1
             until sch-idx > fas-sch-max-slots.

           Write Assessment-Register-Line from asrp-blank-line.
           Perform 8950-Check-Assesrpt-Status.

           Move 'FEES CHARGED (USD)' to astl-label
           Move fas-fee-total to astl-amount.
           Write Assessment-Register-Line from asrp-total-line.
           Perform 8950-Check-Assesrpt-Status.

           Move 'INTEREST PAID (USD)' to astl-label
           Move fas-interest-total to astl-amount.
           Write Assessment-Register-Line from asrp-total-line.
           Perform 8950-Check-Assesrpt-Status.

      ****************************************************************
      * Paragraph: 8910-Write-Slot-Total
      ****************************************************************
       8910-Write-Slot-Total.

           If fas-sch-used(sch-idx)
              Set fas-load-slot to sch-idx
              Move fas-load-slot              to assl-slot
              Move fas-sch-reason(sch-idx)    to assl-reason
              Move fas-sch-item-desc(sch-idx) to assl-item-desc
              Move fas-sch-charges(sch-idx)   to assl-count
              Move fas-sch-total(sch-idx)     to assl-amount
              Write Assessment-Register-Line from asrp-slot-line
              Perform 8950-Check-Assesrpt-Status
           end-if.

      ****************************************************************
      * Paragraph: 8950-Check-Assesrpt-Status
      ****************************************************************
       8950-Check-Assesrpt-Status.

           If not fas-assesrpt-ok
              Display "fee_assess: ASSESRPT write error, status "
                fas-assesrpt-status
              Move 'Y' to fas-fatal-error-sw
              Move 'Y' to fas-cltmst-eof-sw
              Move 'Y' to fas-cycbin-eof-sw
           end-if.

      ****************************************************************
      * Paragraph: 9000-Terminate
      ****************************************************************
       9000-Terminate.

           If not fas-fatal-error and not fas-control-error
              Perform 8900-Write-Register-Totals
           end-if.

           Close Client-Master-File.
           Close Cycle-Balance-In.
           Close Fee-Schedule-File.
           Close Adjustment-Out.
           Close Assessment-Register.

           Display "fee_assess: accounts read " fas-master-count
             ", charges " fas-charge-count
             ", not on master " fas-nomaster-count.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
      * Description: Sets RETURN-CODE for the scheduler: 12 on an
      * unusable PARM, a bad schedule line or the wrong balance
      * generation, 8 on any I/O error -- in either case the
      * adjustments must not be released to ops_adjust -- 4 when
      * cycle balances are missing from the master or a charge was
      * too large to raise (see ASSESRPT), otherwise 0.
      ****************************************************************
       9200-Set-Return-Code.

           If fas-control-error
              Move 12 to return-code
           Else
           If fas-fatal-error
              Move 8 to return-code
           Else
           If fas-nomaster-count > zero or fas-toolarge-count > zero
              Move 4 to return-code
           Else
              Move 0 to return-code
           end-if
           end-if
           end-if.

       End program fee_assess.
