       Identification division.
      ******************************************************************
      * Program ID: disp_case
      * Purpose: Transaction dispute case tracking.  Client services
      * keys one action per case event (JPRDSPT records, in the
      * order they happened): open a case against a transaction on
      * the client's statement, give a provisional credit, resolve
      * it in the client's favor or against the client, or record
      * that the client withdrew it.  Each case lives on the dispute
      * case KSDS (JPRDSPC) under the disputed transaction's own
      * account-num + tx-uid, which must be on the GLHIST posted
      * history.  No money moves here: every credit and re-debit is
      * written as an ops_adjust adjustment (JPRADJR) and released
      * to the next OPSADJ run, so it reaches the ledger through
      * the same controls as any other adjustment --
      *   provisional credit         'R' reversal of the disputed
      *                              transaction, reason DPCR;
      *   favor, no credit yet       'R' reversal, reason DPFV;
      *   favor after a credit       none -- the credit stands;
      *   against after a credit     'A' re-debit, reason DPAG;
      *   withdrawn after a credit   'A' re-debit, reason DPWD;
      *   against/withdrawn, no
      *   credit yet                 none.
      * The keying operator is the adjustment's authorizer.  Each
      * adjustment takes the account's next tx-uid from the
      * 94000-94999 block kept for disputes.  At open the case is
      * stamped with its regulatory response dates -- provisional
      * credit due, resolution due -- and the daily aging report
      * lists every open case against them, highlighting dates
      * passed or falling due.  The day counts come from the PARM.
      * Author: [Authors' Name]
      * Date: [Date]
      *
      * Modification History:
      *   2026-10-15  Maintainer  Initial version, replacing client
      *               services' paper dispute folders.
      ******************************************************************
         Program-id. disp_case.
       Environment division.
        Input-output section.
        File-control.
            Select Dispute-Action-File assign to "DSPACT"
              organization is sequential
              file status is dsp-dspact-status.
            Select optional Dispute-Case-File assign to "DSPCASE"
              organization is indexed
              access is dynamic
              record key is dcr-case-key
              file status is dsp-dspcase-status.
            Select Client-Master-File assign to "CLTMST"
              organization is indexed
              access is random
              record key is cmr-account-num
              file status is dsp-cltmst-status.
            Select Gl-History-File assign to "GLHIST"
              organization is indexed
              access is random
              record key is ghr-history-key
              file status is dsp-glhist-status.
            Select Adjustment-Out-File assign to "ADJOUT"
              organization is sequential
              file status is dsp-adjout-status.
            Select Action-Register assign to "DSPRPT"
              organization is sequential
              file status is dsp-dsprpt-status.
            Select Aging-Report assign to "DSPAGE"
              organization is sequential
              file status is dsp-dspage-status.

       Data division.
        File section.

        FD  Dispute-Action-File
            label records are standard.
        copy JPRDSPT.

        FD  Dispute-Case-File
            label records are standard.
        copy JPRDSPC.

        FD  Client-Master-File
            label records are standard.
        copy JPRCMST.

        FD  Gl-History-File
            label records are standard.
        copy JPRHIST.

        FD  Adjustment-Out-File
            label records are standard.
        copy JPRADJR.

        FD  Action-Register
            label records are standard.
         1 Action-Register-Line pic x(132).

        FD  Aging-Report
            label records are standard.
         1 Aging-Report-Line pic x(132).

        Working-storage section.

      ******************************************************************
      * Section: File Status and Switches
      ******************************************************************

         1 dsp-dspact-status  pic x(02) value '00'.
           88 dsp-dspact-ok            value '00'.
           88 dsp-dspact-eof           value '10'.

         1 dsp-dspcase-status pic x(02) value '00'.
           88 dsp-dspcase-ok           value '00'.
           88 dsp-dspcase-created      value '05'.
           88 dsp-dspcase-eof          value '10'.
           88 dsp-dspcase-notfnd       value '23'.

         1 dsp-cltmst-status  pic x(02) value '00'.
           88 dsp-cltmst-ok            value '00'.
           88 dsp-cltmst-notfnd        value '23'.

         1 dsp-glhist-status  pic x(02) value '00'.
           88 dsp-glhist-ok            value '00'.
           88 dsp-glhist-notfnd        value '23'.

         1 dsp-adjout-status  pic x(02) value '00'.
           88 dsp-adjout-ok            value '00'.

         1 dsp-dsprpt-status  pic x(02) value '00'.
           88 dsp-dsprpt-ok            value '00'.

         1 dsp-dspage-status  pic x(02) value '00'.
           88 dsp-dspage-ok            value '00'.

         1 dsp-switches.
          3 dsp-eof-sw        pic x(01) value 'N'.
           88 dsp-eof                 value 'Y'.
          3 dsp-case-eof-sw   pic x(01) value 'N'.
           88 dsp-case-done           value 'Y'.
          3 dsp-case-found-sw pic x(01) value 'N'.
           88 dsp-case-found          value 'Y'.
          3 dsp-master-found-sw pic x(01) value 'N'.
           88 dsp-master-found        value 'Y'.
          3 dsp-posted-sw     pic x(01) value 'N'.
           88 dsp-posted              value 'Y'.
          3 dsp-apply-sw      pic x(01) value 'N'.
           88 dsp-apply               value 'Y'.
          3 dsp-fatal-error-sw pic x(01) value 'N'.
           88 dsp-fatal-error         value 'Y'.
          3 dsp-control-error-sw pic x(01) value 'N'.
           88 dsp-control-error       value 'Y'.

      ******************************************************************
      * Section: Response Deadlines
      * Description: Days from the open date by which the client
      * must have a provisional credit and by which the case must
      * be resolved, and how many days ahead of either date the
      * aging report starts warning.  Compliance owns the figures,
      * so they come from the optional PARM 'CCC-RRR-WW'; with no
      * PARM the defaults below apply.  An unusable PARM is a hard
      * stop.  The dates are fixed on the case at open, so a later
      * change to the PARM does not move an open case's dates.
      ******************************************************************
         77 dsp-credit-days   pic 9(03) value 10 .
         77 dsp-resolve-days  pic 9(03) value 45 .
         77 dsp-warn-days     pic 9(02) value 5 .

      ******************************************************************
      * Section: Dispute Adjustments
      * Description: Each account's dispute adjustments take the
      * next tx-uid in the block below -- one past the highest
      * credit or re-debit uid on that account's cases, stepping
      * over any uid already on the posted history -- so a rerun
      * cannot reissue a uid ops_adjust has seen.  The reason codes
      * tell the four money movements apart on the adjustment
      * register and the ledger.
      ******************************************************************
         77 dsp-uid-low       pic 9(05) value 94000 .
         77 dsp-uid-high      pic 9(05) value 94999 .
         77 dsp-next-uid      pic 9(06) value zero .

         1 dsp-reason-credit  pic x(04) value 'DPCR'.
         1 dsp-reason-favor   pic x(04) value 'DPFV'.
         1 dsp-reason-against pic x(04) value 'DPAG'.
         1 dsp-reason-withdrawn pic x(04) value 'DPWD'.

         1 dsp-adj-type       pic x(01) value space.
         1 dsp-adj-reason     pic x(04) value spaces.
         1 dsp-adj-desc       pic x(30) value spaces.

         77 dsp-amount-work   pic s9(07)v99 usage comp-3 value zero .
         77 dsp-price-work    pic s9(07)v99 usage comp-3 value zero .

         1 dsp-case-save      pic x(180) value spaces.
         1 dsp-result         pic x(40) value spaces.
         1 dsp-adj-uid-text   pic x(05) value spaces.

      ******************************************************************
      * Section: Date Work
      ******************************************************************
         77 dsp-run-date-int  pic s9(09) usage comp value zero .
         77 dsp-date-int      pic s9(09) usage comp value zero .
         77 dsp-days-open     pic s9(09) usage comp value zero .
         77 dsp-days-left     pic s9(09) usage comp value zero .
         1 dsp-date-work      pic 9(08) value zero.
         1 dsp-deadline       pic x(20) value spaces.

      ******************************************************************
      * Section: Run Counters
      ******************************************************************
         77 dsp-action-count    pic 9(09) usage comp value zero .
         77 dsp-opened-count    pic 9(09) usage comp value zero .
         77 dsp-credited-count  pic 9(09) usage comp value zero .
         77 dsp-favor-count     pic 9(09) usage comp value zero .
         77 dsp-against-count   pic 9(09) usage comp value zero .
         77 dsp-withdrawn-count pic 9(09) usage comp value zero .
         77 dsp-rejected-count  pic 9(09) usage comp value zero .
         77 dsp-adjust-count    pic 9(09) usage comp value zero .
         77 dsp-active-count    pic 9(09) usage comp value zero .
         77 dsp-active-cr-count pic 9(09) usage comp value zero .
         77 dsp-overdue-count   pic 9(09) usage comp value zero .
         77 dsp-due-soon-count  pic 9(09) usage comp value zero .

         1 dsp-run-date.
          3 dsp-run-yyyymmdd pic x(08).
          3 filler           pic x(13).

        copy JPRDSRP.

      ******************************************************************
      * Section: Linkage
      * Description: The optional 10-character PARM 'CCC-RRR-WW' --
      * credit days, resolution days, warning days -- for example
      * PARM='010-045-05'.
      ******************************************************************
       Linkage section.

         1 lk-parm-area.
          3 lk-parm-len    pic 9(04) usage comp.
          3 lk-parm-data   pic x(10).

       Procedure division using lk-parm-area.
      ****************************************************************
      * Paragraph: 0000-Main-Logic
      * Description: Entry point.  Applies the day's actions to the
      * case file in the order keyed, closes the action register
      * with its totals, then ages every case still open.
      ****************************************************************
       0000-Main-Logic.

           Perform 1050-Resolve-Deadlines.

           If not dsp-control-error
              Perform 1000-Initialize
           end-if.

           If not dsp-fatal-error and not dsp-control-error
              Perform 2000-Read-Action
              Perform 2900-Work-One-Action
                until dsp-eof
           end-if.

           If not dsp-fatal-error and not dsp-control-error
              Perform 5000-Write-Register-Totals
           end-if.

           If not dsp-fatal-error and not dsp-control-error
              Perform 6000-Write-Aging-Report
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.

           Goback.

      ****************************************************************
      * Paragraph: 1000-Initialize
      ****************************************************************
       1000-Initialize.

           Move function current-date to dsp-run-date.
           Move dsp-run-yyyymmdd to dsp-date-work.
           Compute dsp-run-date-int =
             function integer-of-date(dsp-date-work).

           Open input Dispute-Action-File.

           If not dsp-dspact-ok
              Display "disp_case: unable to open DSPACT, status "
                dsp-dspact-status
              Move 'Y' to dsp-fatal-error-sw
           end-if.

      * The OPTIONAL SELECT lets the first run open a defined but
      * never-loaded case KSDS.
           Open i-o Dispute-Case-File.

           If not dsp-dspcase-ok and not dsp-dspcase-created
              Display "disp_case: unable to open DSPCASE, status "
                dsp-dspcase-status
              Move 'Y' to dsp-fatal-error-sw
           end-if.

           Open input Client-Master-File.

           If not dsp-cltmst-ok
              Display "disp_case: unable to open CLTMST, status "
                dsp-cltmst-status
              Move 'Y' to dsp-fatal-error-sw
           end-if.

           Open input Gl-History-File.

           If not dsp-glhist-ok
              Display "disp_case: unable to open GLHIST, status "
                dsp-glhist-status
              Move 'Y' to dsp-fatal-error-sw
           end-if.

           Open output Adjustment-Out-File.

           If not dsp-adjout-ok
              Display "disp_case: unable to open ADJOUT, status "
                dsp-adjout-status
              Move 'Y' to dsp-fatal-error-sw
           end-if.

           Open output Action-Register.

           If not dsp-dsprpt-ok
              Display "disp_case: unable to open DSPRPT, status "
                dsp-dsprpt-status
              Move 'Y' to dsp-fatal-error-sw
           end-if.

           Open output Aging-Report.

           If not dsp-dspage-ok
              Display "disp_case: unable to open DSPAGE, status "
                dsp-dspage-status
              Move 'Y' to dsp-fatal-error-sw
           end-if.

           If not dsp-fatal-error
              Move dsp-run-yyyymmdd to dshl-run-date
              Write Action-Register-Line from dsrp-heading-line
              Perform 8950-Check-Dsprpt-Status
              Write Action-Register-Line from dsrp-blank-line
              Perform 8950-Check-Dsprpt-Status
              Write Action-Register-Line from dsrp-column-heading-line
              Perform 8950-Check-Dsprpt-Status
           end-if.

      ****************************************************************
      * Paragraph: 1050-Resolve-Deadlines
      * Description: Takes the credit, resolution and warning day
      * counts from a 'CCC-RRR-WW' PARM.  Credit must fall due
      * before resolution, and neither may be zero; anything else
      * passed is a hard stop.  No PARM keeps the defaults.
      ****************************************************************
       1050-Resolve-Deadlines.

           If lk-parm-len > 0
              If lk-parm-len = 10
                 and lk-parm-data(1:3) is numeric
                 and lk-parm-data(4:1) = '-'
                 and lk-parm-data(5:3) is numeric
                 and lk-parm-data(8:1) = '-'
                 and lk-parm-data(9:2) is numeric
                 Move lk-parm-data(1:3) to dsp-credit-days
                 Move lk-parm-data(5:3) to dsp-resolve-days
                 Move lk-parm-data(9:2) to dsp-warn-days
              Else
                 Display "disp_case: PARM is not CCC-RRR-WW "
                   "- run stopped"
                 Move 'Y' to dsp-control-error-sw
              end-if
           end-if.

           If not dsp-control-error
              If dsp-credit-days = zero
                 or dsp-credit-days >= dsp-resolve-days
                 Display "disp_case: credit days " dsp-credit-days
                   " must be above zero and below resolution days "
                   dsp-resolve-days " - run stopped"
                 Move 'Y' to dsp-control-error-sw
              Else
                 Display "disp_case: credit due in " dsp-credit-days
                   " days, resolution in " dsp-resolve-days
                   " days, warning " dsp-warn-days " days ahead"
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 2000-Read-Action
      ****************************************************************
       2000-Read-Action.

           Read Dispute-Action-File
             at end
               Move 'Y' to dsp-eof-sw
           end-read.

           If not dsp-dspact-ok and not dsp-dspact-eof
              Display "disp_case: DSPACT read error, status "
                dsp-dspact-status
              Move 'Y' to dsp-eof-sw
              Move 'Y' to dsp-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2900-Work-One-Action
      * Description: Validates one action against its case and, if
      * it can be applied, writes any adjustment it calls for and
      * moves the case on.  Every action gets a register line.
      ****************************************************************
       2900-Work-One-Action.

           Add 1 to dsp-action-count.

           Move spaces to dsp-result
           Move spaces to dsp-adj-uid-text
           Move zero   to dsp-amount-work
           Move 'N'    to dsp-case-found-sw.

           Perform 3000-Validate-Action.

           If dsp-result = spaces
              Perform 4000-Apply-Action
           Else
              Add 1 to dsp-rejected-count
           end-if.

           Perform 5100-Write-Register-Line.

           If not dsp-eof
              Perform 2000-Read-Action
           end-if.

      ****************************************************************
      * Paragraph: 3000-Validate-Action
      * Description: Runs every edit and leaves the first failure's
      * reason in dsp-result -- spaces means the action can be
      * applied.  The key must be readable and the case must be in
      * a state the action can move on from.  An open needs the
      * account on the master, the transaction on the posted
      * history, and the disputed charge off the statement.  Any
      * action that will move money needs the account open, since
      * ops_adjust refuses adjustments to any other account.
      ****************************************************************
       3000-Validate-Action.

           Evaluate true
             when not dsa-action-valid
               Move 'UNKNOWN ACTION' to dsp-result
             when dsa-account-num is not numeric
               Move 'INVALID ACCOUNT NUMBER' to dsp-result
             when dsa-tx-uid is not numeric
               Move 'INVALID TX-UID' to dsp-result
             when dsa-operator-id = spaces
               Move 'NO OPERATOR' to dsp-result
             when other
               Continue
           End-evaluate.

           If dsp-result = spaces
              Perform 3050-Validate-Against-Case
           end-if.

      ****************************************************************
      * Paragraph: 3050-Validate-Against-Case
      ****************************************************************
       3050-Validate-Against-Case.

           Perform 3100-Read-Case.

           If dsp-case-found
              Move dcr-amount to dsp-amount-work
           end-if.

           Evaluate true
             when dsp-fatal-error
               Move 'CASE FILE READ ERROR' to dsp-result
             when dsa-action-open
               Perform 3200-Validate-Open
             when not dsp-case-found
               Move 'NO CASE ON FILE' to dsp-result
             when not dcr-status-active
               Move 'CASE ALREADY RESOLVED' to dsp-result
             when dsa-action-credit and dcr-status-credited
               Move 'PROVISIONAL CREDIT ALREADY GIVEN'
                 to dsp-result
             when other
               Continue
           End-evaluate.

           If dsp-result = spaces
              and ((dsa-action-credit)
                or (dsa-action-favor and dcr-status-open)
                or (dsa-action-against and dcr-status-credited)
                or (dsa-action-withdrawn and dcr-status-credited))
              Perform 3400-Lookup-Master
              Evaluate true
                when dsp-fatal-error
                  Move 'MASTER READ ERROR' to dsp-result
                when not dsp-master-found
                  Move 'NOT ON MASTER' to dsp-result
                when not cmr-status-open
                  Move 'ACCOUNT NOT OPEN' to dsp-result
                when other
                  Continue
              End-evaluate
           end-if.

      ****************************************************************
      * Paragraph: 3100-Read-Case
      ****************************************************************
       3100-Read-Case.

           Move 'N' to dsp-case-found-sw.
           Move dsa-account-num to dcr-account-num
           Move dsa-tx-uid      to dcr-tx-uid.

           Read Dispute-Case-File
             invalid key
               Continue
             not invalid key
               Move 'Y' to dsp-case-found-sw
           end-read.

           If not dsp-dspcase-ok and not dsp-dspcase-notfnd
              Display "disp_case: DSPCASE read error, status "
                dsp-dspcase-status
              Move 'Y' to dsp-eof-sw
              Move 'Y' to dsp-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 3200-Validate-Open
      * Description: One case per transaction, for a client on the
      * master, against a transaction that actually posted.  The
      * disputed amount -- de-edited into dsp-amount-work, since
      * the numeric-edited field never compares to ZERO as it
      * stands -- is a charge, so it must be positive; the
      * item-uid and currency carry onto the credit adjustment.
      ****************************************************************
       3200-Validate-Open.

           Move dsa-amount to dsp-amount-work.

           If dsp-case-found
              Move 'CASE ALREADY ON FILE' to dsp-result
           Else
              Perform 3400-Lookup-Master
              Perform 3500-Check-Posted
              Evaluate true
                when dsp-fatal-error
                  Move 'MASTER OR GLHIST READ ERROR' to dsp-result
                when not dsp-master-found
                  Move 'NOT ON MASTER' to dsp-result
                when not dsp-posted
                  Move 'TRANSACTION NOT ON GLHIST' to dsp-result
                when dsp-amount-work not > zero
                  Move 'AMOUNT MUST BE A POSITIVE CHARGE'
                    to dsp-result
                when dsa-currency = spaces
                  Move 'NO CURRENCY' to dsp-result
                when dsa-item-uid is not numeric
                  or dsa-item-uid = zero
                  Move 'NO ITEM-UID' to dsp-result
                when dsa-dispute-reason = spaces
                  Move 'NO DISPUTE REASON' to dsp-result
                when other
                  Continue
              End-evaluate
           end-if.

      ****************************************************************
      * Paragraph: 3400-Lookup-Master
      ****************************************************************
       3400-Lookup-Master.

           Move 'N' to dsp-master-found-sw.
           Move dsa-account-num to cmr-account-num.

           Read Client-Master-File
             invalid key
               Continue
             not invalid key
               Move 'Y' to dsp-master-found-sw
           end-read.

           If not dsp-cltmst-ok and not dsp-cltmst-notfnd
              Display "disp_case: CLTMST read error, status "
                dsp-cltmst-status
              Move 'Y' to dsp-eof-sw
              Move 'Y' to dsp-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 3500-Check-Posted
      * Description: Looks up the action's account + tx-uid on the
      * posted history; the posted date is kept for the case.
      ****************************************************************
       3500-Check-Posted.

           Move 'N' to dsp-posted-sw.
           Move dsa-account-num to ghr-account-num
           Move dsa-tx-uid      to ghr-tx-uid.

           Read Gl-History-File
             invalid key
               Continue
             not invalid key
               Move 'Y' to dsp-posted-sw
           end-read.

           If not dsp-glhist-ok and not dsp-glhist-notfnd
              Display "disp_case: GLHIST read error, status "
                dsp-glhist-status
              Move 'Y' to dsp-eof-sw
              Move 'Y' to dsp-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 4000-Apply-Action
      * Description: Moves the case on.  An action that moves money
      * gets its adjustment written first; if no tx-uid is left in
      * the account's dispute block the action is rejected and the
      * case is left as it was.
      ****************************************************************
       4000-Apply-Action.

           Move spaces to dsp-adj-type.

           Evaluate true
             when dsa-action-open
               Perform 4100-Open-Case
             when dsa-action-credit
               Move 'R' to dsp-adj-type
               Move dsp-reason-credit to dsp-adj-reason
               Move 'P' to dcr-status
               Move 'PROVISIONAL CREDIT ISSUED' to dsp-result
             when dsa-action-favor and dcr-status-open
               Move 'R' to dsp-adj-type
               Move dsp-reason-favor to dsp-adj-reason
               Move 'F' to dcr-status
               Move 'RESOLVED FOR CLIENT - CREDIT ISSUED'
                 to dsp-result
             when dsa-action-favor
               Move 'F' to dcr-status
               Move 'RESOLVED FOR CLIENT - CREDIT STANDS'
                 to dsp-result
             when dsa-action-against and dcr-status-credited
               Move 'A' to dsp-adj-type
               Move dsp-reason-against to dsp-adj-reason
               Move 'A' to dcr-status
               Move 'RESOLVED AGAINST CLIENT - RE-DEBITED'
                 to dsp-result
             when dsa-action-against
               Move 'A' to dcr-status
               Move 'RESOLVED AGAINST CLIENT' to dsp-result
             when dsa-action-withdrawn and dcr-status-credited
               Move 'A' to dsp-adj-type
               Move dsp-reason-withdrawn to dsp-adj-reason
               Move 'W' to dcr-status
               Move 'WITHDRAWN - RE-DEBITED' to dsp-result
             when other
               Move 'W' to dcr-status
               Move 'WITHDRAWN' to dsp-result
           End-evaluate.

           Move 'Y' to dsp-apply-sw.

           If dsp-adj-type not = spaces
              Perform 4500-Allocate-Adj-Tx-Uid
              If dsp-fatal-error
                 Move 'N' to dsp-apply-sw
              Else
              If dsp-next-uid > dsp-uid-high
                 Move 'NO DISPUTE TX-UID LEFT FOR ACCOUNT'
                   to dsp-result
                 Add 1 to dsp-rejected-count
                 Move 'N' to dsp-apply-sw
              Else
                 Perform 4600-Write-Adjustment
              end-if
              end-if
           end-if.

           If dsp-apply and not dsp-fatal-error
              Perform 4700-Update-Case
           end-if.

      ****************************************************************
      * Paragraph: 4100-Open-Case
      * Description: Builds the new case.  The response dates run
      * from today, the day client services took the dispute.
      ****************************************************************
       4100-Open-Case.

           Move spaces to dispute-case-record.
           Move dsa-account-num    to dcr-account-num
           Move dsa-tx-uid         to dcr-tx-uid
           Move 'O'                to dcr-status
           Move dsp-run-yyyymmdd   to dcr-opened-date
           Move ghr-posted-date    to dcr-posted-date
           Move dsp-amount-work    to dcr-amount
           Move dsa-currency       to dcr-currency
           Move dsa-item-uid       to dcr-item-uid
           Move dsa-item-desc      to dcr-item-desc
           Move dsa-dispute-reason to dcr-dispute-reason
           Move dsa-operator-id    to dcr-opened-by
           Move zero               to dcr-credit-tx-uid
           Move zero               to dcr-rebill-tx-uid.

           Compute dsp-date-int = dsp-run-date-int + dsp-credit-days.
           Compute dsp-date-work =
             function date-of-integer(dsp-date-int).
           Move dsp-date-work to dcr-credit-due-date.

           Compute dsp-date-int = dsp-run-date-int + dsp-resolve-days.
           Compute dsp-date-work =
             function date-of-integer(dsp-date-int).
           Move dsp-date-work to dcr-resolve-due-date.

           Move 'CASE OPENED' to dsp-result.

      ****************************************************************
      * Paragraph: 4500-Allocate-Adj-Tx-Uid
      * Description: Browses the account's cases for the highest
      * credit or re-debit uid already given out and takes the next
      * one, stepping over any uid already on the posted history.
      * The browse moves through the case file's record area, so
      * the case being worked is saved and put back around it.
      * dsp-next-uid above the block's top means the block is full.
      ****************************************************************
       4500-Allocate-Adj-Tx-Uid.

           Move dispute-case-record to dsp-case-save.
           Compute dsp-next-uid = dsp-uid-low - 1.

           Move dsa-account-num to dcr-account-num
           Move zero            to dcr-tx-uid.
           Move 'N' to dsp-case-eof-sw.

           Start Dispute-Case-File key is not less than dcr-case-key
             invalid key
               Move 'Y' to dsp-case-eof-sw
           end-start.

           If not dsp-dspcase-ok and not dsp-dspcase-notfnd
              Display "disp_case: DSPCASE start error, status "
                dsp-dspcase-status
              Move 'Y' to dsp-case-eof-sw
              Move 'Y' to dsp-eof-sw
              Move 'Y' to dsp-fatal-error-sw
           end-if.

           If not dsp-case-done
              Perform 4550-Read-Next-Case
           end-if.

           Perform 4560-Note-Case-Uids
             until dsp-case-done.

           Add 1 to dsp-next-uid.

           Move dsp-case-save to dispute-case-record.

           Move 'Y' to dsp-posted-sw.
           Perform 4570-Skip-Posted-Uid
             until not dsp-posted
                or dsp-fatal-error
                or dsp-next-uid > dsp-uid-high.

      ****************************************************************
      * Paragraph: 4550-Read-Next-Case
      * Description: Reads on through the account's cases; the
      * first case for another account ends the browse.
      ****************************************************************
       4550-Read-Next-Case.

           Read Dispute-Case-File next record
             at end
               Move 'Y' to dsp-case-eof-sw
           end-read.

           If not dsp-dspcase-ok and not dsp-dspcase-eof
              Display "disp_case: DSPCASE read error, status "
                dsp-dspcase-status
              Move 'Y' to dsp-case-eof-sw
              Move 'Y' to dsp-eof-sw
              Move 'Y' to dsp-fatal-error-sw
           end-if.

           If not dsp-case-done
              and dcr-account-num not = dsa-account-num
              Move 'Y' to dsp-case-eof-sw
           end-if.

      ****************************************************************
      * Paragraph: 4560-Note-Case-Uids
      ****************************************************************
       4560-Note-Case-Uids.

           If dcr-credit-tx-uid is numeric
              and dcr-credit-tx-uid > dsp-next-uid
              Move dcr-credit-tx-uid to dsp-next-uid
           end-if.

           If dcr-rebill-tx-uid is numeric
              and dcr-rebill-tx-uid > dsp-next-uid
              Move dcr-rebill-tx-uid to dsp-next-uid
           end-if.

           Perform 4550-Read-Next-Case.

      ****************************************************************
      * Paragraph: 4570-Skip-Posted-Uid
      * Description: Checks the candidate uid against the posted
      * history and steps past it when it is already there.
      ****************************************************************
       4570-Skip-Posted-Uid.

           Move 'N' to dsp-posted-sw.

           If dsp-next-uid not > dsp-uid-high
              Move dsa-account-num to ghr-account-num
              Move dsp-next-uid    to ghr-tx-uid
              Read Gl-History-File
                invalid key
                  Continue
                not invalid key
                  Move 'Y' to dsp-posted-sw
                  Add 1 to dsp-next-uid
              end-read
              If not dsp-glhist-ok and not dsp-glhist-notfnd
                 Display "disp_case: GLHIST read error, status "
                   dsp-glhist-status
                 Move 'Y' to dsp-eof-sw
                 Move 'Y' to dsp-fatal-error-sw
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 4600-Write-Adjustment
      * Description: Writes the credit or re-debit for ops_adjust.
      * A credit is a type 'R' reversal of the disputed transaction
      * for the disputed amount, negative -- a refund in the daily
      * feed's sign convention; a re-debit is a type 'A' charge for
      * the same amount, referencing the same transaction.  The
      * item-uid and currency are the disputed transaction's, so
      * the money maps back to the same GL account.
      ****************************************************************
       4600-Write-Adjustment.

           Move spaces to dsp-adj-desc.

           If dsp-adj-type = 'R'
              Compute dsp-price-work = 0 - dcr-amount
              String 'DISPUTE CREDIT TX ' delimited by size
                     dcr-tx-uid delimited by size
                into dsp-adj-desc
              end-string
           Else
              Move dcr-amount to dsp-price-work
              String 'DISPUTE RE-DEBIT TX ' delimited by size
                     dcr-tx-uid delimited by size
                into dsp-adj-desc
              end-string
           end-if.

           Move spaces to ops-adjustment-record.
           Move dcr-account-num  to adj-account-num
           Move dsp-next-uid     to adj-tx-uid
           Move dsp-adj-type     to adj-type
           Move dcr-tx-uid       to adj-ref-tx-uid
           Move dcr-item-uid     to adj-item-uid
           Move dsp-adj-desc     to adj-item-desc
           Move dsp-price-work   to adj-price
           Move dcr-currency     to adj-currency
           Move dsp-adj-reason   to adj-reason-code
           Move dsa-operator-id  to adj-authorizer.

           Move adj-tx-uid to dsp-adj-uid-text.

           Write ops-adjustment-record.

           If not dsp-adjout-ok
              Display "disp_case: ADJOUT write error, status "
                dsp-adjout-status
              Move 'ADJOUT WRITE ERROR' to dsp-result
              Move 'Y' to dsp-eof-sw
              Move 'Y' to dsp-fatal-error-sw
           Else
              Add 1 to dsp-adjust-count
           end-if.

      ****************************************************************
      * Paragraph: 4700-Update-Case
      * Description: Records the action, and the adjustment it
      * raised, on the case and writes the case back.
      ****************************************************************
       4700-Update-Case.

           Move dsa-action       to dcr-last-action
           Move dsp-run-yyyymmdd to dcr-last-action-date
           Move dsa-operator-id  to dcr-last-operator.

           Evaluate true
             when dsa-action-open
               Continue
             when dsa-action-credit
               Move dsp-run-yyyymmdd to dcr-credit-date
               Move dsp-next-uid     to dcr-credit-tx-uid
             when dsp-adj-type = 'R'
               Move dsp-run-yyyymmdd to dcr-credit-date
               Move dsp-next-uid     to dcr-credit-tx-uid
               Move dsp-run-yyyymmdd to dcr-resolved-date
             when dsp-adj-type = 'A'
               Move dsp-next-uid     to dcr-rebill-tx-uid
               Move dsp-run-yyyymmdd to dcr-resolved-date
             when other
               Move dsp-run-yyyymmdd to dcr-resolved-date
           End-evaluate.

           If dsa-action-open
              Write dispute-case-record
                invalid key
                  Continue
              end-write
           Else
              Rewrite dispute-case-record
                invalid key
                  Continue
              end-rewrite
           end-if.

           If not dsp-dspcase-ok
              Display "disp_case: DSPCASE update error, status "
                dsp-dspcase-status " at " dsa-account-num
                " " dsa-tx-uid
              Move 'CASE FILE UPDATE ERROR' to dsp-result
              Move 'Y' to dsp-eof-sw
              Move 'Y' to dsp-fatal-error-sw
           Else
              Evaluate true
                when dsa-action-open
                  Add 1 to dsp-opened-count
                when dsa-action-credit
                  Add 1 to dsp-credited-count
                when dsa-action-favor
                  Add 1 to dsp-favor-count
                when dsa-action-against
                  Add 1 to dsp-against-count
                when other
                  Add 1 to dsp-withdrawn-count
              End-evaluate
           end-if.

      ****************************************************************
      * Paragraph: 5000-Write-Register-Totals
      ****************************************************************
       5000-Write-Register-Totals.

           Write Action-Register-Line from dsrp-blank-line.
           Perform 8950-Check-Dsprpt-Status.

           Move 'ACTIONS READ' to dsct-label
           Move dsp-action-count to dsct-count.
           Write Action-Register-Line from dsrp-count-line.
           Perform 8950-Check-Dsprpt-Status.

           Move 'CASES OPENED' to dsct-label
           Move dsp-opened-count to dsct-count.
           Write Action-Register-Line from dsrp-count-line.
           Perform 8950-Check-Dsprpt-Status.

           Move 'PROVISIONAL CREDITS' to dsct-label
           Move dsp-credited-count to dsct-count.
           Write Action-Register-Line from dsrp-count-line.
           Perform 8950-Check-Dsprpt-Status.

           Move 'RESOLVED FOR CLIENT' to dsct-label
           Move dsp-favor-count to dsct-count.
           Write Action-Register-Line from dsrp-count-line.
           Perform 8950-Check-Dsprpt-Status.

           Move 'RESOLVED AGAINST CLIENT' to dsct-label
           Move dsp-against-count to dsct-count.
           Write Action-Register-Line from dsrp-count-line.
           Perform 8950-Check-Dsprpt-Status.

           Move 'WITHDRAWN' to dsct-label
           Move dsp-withdrawn-count to dsct-count.
           Write Action-Register-Line from dsrp-count-line.
           Perform 8950-Check-Dsprpt-Status.

           Move 'REJECTED' to dsct-label
           Move dsp-rejected-count to dsct-count.
           Write Action-Register-Line from dsrp-count-line.
           Perform 8950-Check-Dsprpt-Status.

           Move 'ADJUSTMENTS WRITTEN FOR OPS_ADJUST' to dsct-label
           Move dsp-adjust-count to dsct-count.
           Write Action-Register-Line from dsrp-count-line.
           Perform 8950-Check-Dsprpt-Status.

      ****************************************************************
      * Paragraph: 5100-Write-Register-Line
      * Description: The action as keyed, the case amount (the
      * keyed amount on an open), the tx-uid of any adjustment
      * written, and the result or the reason it was rejected.
      ****************************************************************
       5100-Write-Register-Line.

           Move dsa-action       to dsdl-action
           Move dsa-account-num  to dsdl-account-num
           Move dsa-tx-uid       to dsdl-tx-uid
           Move dsa-operator-id  to dsdl-operator
           Move dsp-amount-work  to dsdl-amount
           Move dsa-currency     to dsdl-currency
           Move dsp-adj-uid-text to dsdl-adj-tx-uid
           Move dsp-result       to dsdl-result.

           If dsp-case-found and not dsa-action-open
              Move dcr-currency to dsdl-currency
           end-if.

           Write Action-Register-Line from dsrp-detail-line.
           Perform 8950-Check-Dsprpt-Status.

      ****************************************************************
      * Paragraph: 6000-Write-Aging-Report
      * Description: Reads the whole case file in key order and
      * ages every case still open or provisionally credited.
      ****************************************************************
       6000-Write-Aging-Report.

           Move dsp-run-yyyymmdd to dsah-run-date.
           Write Aging-Report-Line from dsag-heading-line.
           Perform 8960-Check-Dspage-Status.
           Write Aging-Report-Line from dsrp-blank-line.
           Perform 8960-Check-Dspage-Status.
           Write Aging-Report-Line from dsag-column-heading-line.
           Perform 8960-Check-Dspage-Status.

           Move 'N' to dsp-case-eof-sw.
           Move zero to dcr-account-num
           Move zero to dcr-tx-uid.

           Start Dispute-Case-File key is not less than dcr-case-key
             invalid key
               Move 'Y' to dsp-case-eof-sw
           end-start.

           If not dsp-dspcase-ok and not dsp-dspcase-notfnd
              Display "disp_case: DSPCASE start error, status "
                dsp-dspcase-status
              Move 'Y' to dsp-case-eof-sw
              Move 'Y' to dsp-fatal-error-sw
           end-if.

           If not dsp-case-done
              Perform 6100-Read-Next-Case
           end-if.

           Perform 6200-Age-One-Case
             until dsp-case-done.

           Perform 6900-Write-Aging-Totals.

      ****************************************************************
      * Paragraph: 6100-Read-Next-Case
      ****************************************************************
       6100-Read-Next-Case.

           Read Dispute-Case-File next record
             at end
               Move 'Y' to dsp-case-eof-sw
           end-read.

           If not dsp-dspcase-ok and not dsp-dspcase-eof
              Display "disp_case: DSPCASE read error, status "
                dsp-dspcase-status
              Move 'Y' to dsp-case-eof-sw
              Move 'Y' to dsp-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 6200-Age-One-Case
      * Description: Resolved cases stay on file for the record but
      * are not aged.
      ****************************************************************
       6200-Age-One-Case.

           If dcr-status-active
              Perform 6300-Write-Aging-Line
           end-if.

           Perform 6100-Read-Next-Case.

      ****************************************************************
      * Paragraph: 6300-Write-Aging-Line
      * Description: An open case is judged against both response
      * dates, a credited case only against resolution.  A date
      * already passed is OVERDUE and outranks one falling due
      * within the warning window; the resolution date outranks the
      * credit date.
      ****************************************************************
       6300-Write-Aging-Line.

           Add 1 to dsp-active-count.
           Move spaces to dsp-deadline.
           Move zero to dsp-days-open.

           If dcr-opened-date is numeric
              Move dcr-opened-date to dsp-date-work
              Compute dsp-date-int =
                function integer-of-date(dsp-date-work)
              Compute dsp-days-open = dsp-run-date-int - dsp-date-int
           end-if.

           If dcr-resolve-due-date is numeric
              Move dcr-resolve-due-date to dsp-date-work
              Compute dsp-date-int =
                function integer-of-date(dsp-date-work)
              Compute dsp-days-left = dsp-date-int - dsp-run-date-int
              Evaluate true
                when dsp-days-left < 0
                  Move '*** RESOLVE OVERDUE' to dsp-deadline
                when dsp-days-left <= dsp-warn-days
                  Move '** RESOLVE DUE SOON' to dsp-deadline
                when other
                  Continue
              End-evaluate
           end-if.

           If dcr-status-open
              and dcr-credit-due-date is numeric
              and dsp-deadline(1:3) not = '***'
              Move dcr-credit-due-date to dsp-date-work
              Compute dsp-date-int =
                function integer-of-date(dsp-date-work)
              Compute dsp-days-left = dsp-date-int - dsp-run-date-int
              Evaluate true
                when dsp-days-left < 0
                  Move '*** CREDIT OVERDUE' to dsp-deadline
                when dsp-days-left <= dsp-warn-days
                  and dsp-deadline = spaces
                  Move '** CREDIT DUE SOON' to dsp-deadline
                when other
                  Continue
              End-evaluate
           end-if.

           Evaluate true
             when dsp-deadline(1:3) = '***'
               Add 1 to dsp-overdue-count
             when dsp-deadline not = spaces
               Add 1 to dsp-due-soon-count
             when other
               Continue
           End-evaluate.

           Move dcr-account-num      to dsal-account-num
           Move dcr-tx-uid           to dsal-tx-uid
           Move dcr-opened-date      to dsal-opened-date
           Move dsp-days-open        to dsal-days-open
           Move dcr-amount           to dsal-amount
           Move dcr-currency         to dsal-currency
           Move dcr-credit-due-date  to dsal-credit-due
           Move dcr-resolve-due-date to dsal-resolve-due
           Move dsp-deadline         to dsal-deadline.

           If dcr-status-credited
              Move 'CREDITED' to dsal-status
              Move 'GIVEN'    to dsal-credit-due
              Add 1 to dsp-active-cr-count
           Else
              Move 'OPEN'     to dsal-status
           end-if.

           Write Aging-Report-Line from dsag-detail-line.
           Perform 8960-Check-Dspage-Status.

      ****************************************************************
      * Paragraph: 6900-Write-Aging-Totals
      ****************************************************************
       6900-Write-Aging-Totals.

           Write Aging-Report-Line from dsrp-blank-line.
           Perform 8960-Check-Dspage-Status.

           Move 'CASES OPEN' to dsac-label
           Move dsp-active-count to dsac-count.
           Write Aging-Report-Line from dsag-count-line.
           Perform 8960-Check-Dspage-Status.

           Move 'OF WHICH PROVISIONALLY CREDITED' to dsac-label
           Move dsp-active-cr-count to dsac-count.
           Write Aging-Report-Line from dsag-count-line.
           Perform 8960-Check-Dspage-Status.

           Move 'PAST A RESPONSE DATE' to dsac-label
           Move dsp-overdue-count to dsac-count.
           Write Aging-Report-Line from dsag-count-line.
           Perform 8960-Check-Dspage-Status.

           Move 'RESPONSE DATE DUE SOON' to dsac-label
           Move dsp-due-soon-count to dsac-count.
           Write Aging-Report-Line from dsag-count-line.
           Perform 8960-Check-Dspage-Status.

      ****************************************************************
      * Paragraph: 8950-Check-Dsprpt-Status
      ****************************************************************
       8950-Check-Dsprpt-Status.

           If not dsp-dsprpt-ok
              Display "disp_case: DSPRPT write error, status "
                dsp-dsprpt-status
              Move 'Y' to dsp-eof-sw
              Move 'Y' to dsp-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 8960-Check-Dspage-Status
      ****************************************************************
       8960-Check-Dspage-Status.

           If not dsp-dspage-ok
              Display "disp_case: DSPAGE write error, status "
                dsp-dspage-status
              Move 'Y' to dsp-case-eof-sw
              Move 'Y' to dsp-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 9000-Terminate
      ****************************************************************
       9000-Terminate.

           If not dsp-control-error
              Close Dispute-Action-File
              Close Dispute-Case-File
              Close Client-Master-File
              Close Gl-History-File
              Close Adjustment-Out-File
              Close Action-Register
              Close Aging-Report
           end-if.

           Display "disp_case: actions read " dsp-action-count
             ", rejected " dsp-rejected-count
             ", adjustments " dsp-adjust-count
             ", cases open " dsp-active-count
             ", overdue " dsp-overdue-count.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
      * Description: Sets RETURN-CODE for the scheduler: 12 on an
      * unusable PARM (nothing was read), 8 on any I/O error -- the
      * adjustments must not be released -- 4 when actions were
      * rejected or a case is past a response date, otherwise 0.
      ****************************************************************
       9200-Set-Return-Code.

           If dsp-control-error
              Move 12 to return-code
           Else
           If dsp-fatal-error
              Move 8 to return-code
           Else
           If dsp-rejected-count > zero
              or dsp-overdue-count > zero
              Move 4 to return-code
           Else
              Move 0 to return-code
           end-if
           end-if
           end-if.

       End program disp_case.
