       Identification division.
      ******************************************************************
      * Program ID: acct_dormancy
      * Purpose: Monthly dormant account review.  Every open account
      * on the client master is judged by its last activity: the
      * latest ghr-posted-date on the GLHIST posted-history KSDS,
      * which carries json_parse postings and, once ADJHNEW is
      * loaded, ops_adjust postings as well.  The system charges
      * fee_assess raises every month on every open account (tx-uid
      * 95000-99999, see JPRADJR) are not activity and are passed
      * over, or no account would ever go dormant; an account with
      * nothing else on file is listed as having no activity.
      * An open account idle longer than the dormancy period is
      * frozen -- not by this program, which only reads the master,
      * but by a status change transaction (action 'S', status 'F',
      * operator DORMANCY) written to the maintenance transaction
      * file that clt_maint applies in the next step, so every
      * dormancy freeze prints on the change report like any keyed
      * change.
      * An open account within the warning period of the threshold
      * is listed as approaching so client services can contact the
      * client first, and an open account with no posted history at
      * all is listed for review without being touched.  Both
      * periods come from the PARM in days, dormancy first.
      * Author: [Authors' Name]
      * Date: [Date]
      *
      * Modification History:
      *   2026-10-15  Maintainer  Initial version, replacing the
      *               quarterly dormancy query run by hand.
      ******************************************************************
         Program-id. acct_dormancy.
       Environment division.
        Input-output section.
        File-control.
            Select Client-Master-File assign to "CLTMST"
              organization is indexed
              access is sequential
              record key is cmr-account-num
              file status is dor-cltmst-status.
            Select Gl-History-File assign to "GLHIST"
              organization is indexed
              access is sequential
              record key is ghr-history-key
              file status is dor-glhist-status.
            Select Maint-Transaction-File assign to "MNTOUT"
              organization is sequential
              file status is dor-mntout-status.
            Select Dormancy-Report assign to "DORMRPT"
              organization is sequential
              file status is dor-dormrpt-status.

       Data division.
        File section.

        FD  Client-Master-File
            label records are standard.
        copy JPRCMST.

        FD  Gl-History-File
            label records are standard.
        copy JPRHIST.

        FD  Maint-Transaction-File
            label records are standard.
        copy JPRCMTX.

        FD  Dormancy-Report
            label records are standard.
         1 Dormancy-Report-Line pic x(132).

        Working-storage section.

      ******************************************************************
      * Section: File Status and Switches
      ******************************************************************

         1 dor-cltmst-status  pic x(02) value '00'.
           88 dor-cltmst-ok            value '00'.
           88 dor-cltmst-eof           value '10'.

         1 dor-glhist-status  pic x(02) value '00'.
           88 dor-glhist-ok            value '00'.
           88 dor-glhist-eof           value '10'.

         1 dor-mntout-status  pic x(02) value '00'.
           88 dor-mntout-ok            value '00'.

         1 dor-dormrpt-status pic x(02) value '00'.
           88 dor-dormrpt-ok           value '00'.

         1 dor-switches.
          3 dor-cltmst-eof-sw pic x(01) value 'N'.
           88 dor-cltmst-done         value 'Y'.
          3 dor-glhist-eof-sw pic x(01) value 'N'.
           88 dor-glhist-done         value 'Y'.
          3 dor-fatal-error-sw pic x(01) value 'N'.
           88 dor-fatal-error         value 'Y'.
          3 dor-control-error-sw pic x(01) value 'N'.
           88 dor-control-error       value 'Y'.

      ******************************************************************
      * Section: Dormancy Control
      * Description: The PARM carries both periods in days, the
      * dormancy period first: 'DDDDD-WWWWW'.  The dormancy cutoff
      * is the run date less the dormancy period; an account last
      * posted before it is dormant.  The warning cutoff is the
      * run date less (dormancy less warning); an account last
      * posted before it, but not before the dormancy cutoff, is
      * approaching.  An unusable PARM is a hard stop -- a review
      * run with a mistyped period would freeze good accounts.
      ******************************************************************
         77 dor-dormancy-days pic 9(05) value zero .
         77 dor-warning-days  pic 9(05) value zero .
         77 dor-warning-start pic 9(05) value zero .

         1 dor-dormancy-cutoff pic x(08) value spaces.
         1 dor-warning-cutoff  pic x(08) value spaces.

         77 dor-run-date-int  pic s9(09) usage comp value zero .
         77 dor-cutoff-int    pic s9(09) usage comp value zero .
         77 dor-last-date-int pic s9(09) usage comp value zero .
         77 dor-days-idle     pic s9(09) usage comp value zero .
         1 dor-date-work      pic 9(08) value zero.

         1 dor-operator-id    pic x(08) value 'DORMANCY'.
         1 dor-new-status     pic x(01) value 'F'.

      ******************************************************************
      * Section: Account Work Area
      * Description: The latest posted date found on GLHIST for the
      * master account in hand; spaces when it has none.
      ******************************************************************
         1 dor-last-posted    pic x(08) value spaces.

      ******************************************************************
      * Section: System Charge Range
      * Description: The tx-uid block of the fee_assess charges
      * (JPRADJR), which do not count as account activity.
      ******************************************************************
         77 dor-system-uid-low  pic 9(05) value 95000 .
         77 dor-system-uid-high pic 9(05) value 99999 .
         1 dor-result         pic x(24) value spaces.

      ******************************************************************
      * Section: Review Counters
      ******************************************************************
         77 dor-accounts-read pic 9(09) usage comp value zero .
         77 dor-open-reviewed pic 9(09) usage comp value zero .
         77 dor-dormant-count pic 9(09) usage comp value zero .
         77 dor-approach-count pic 9(09) usage comp value zero .
         77 dor-no-hist-count pic 9(09) usage comp value zero .
         77 dor-active-count  pic 9(09) usage comp value zero .
         77 dor-bad-date-count pic 9(09) usage comp value zero .
         77 dor-trans-written pic 9(09) usage comp value zero .

         1 dor-run-date.
          3 dor-run-yyyymmdd pic x(08).
          3 filler           pic x(13).

        copy JPRDORM.

      ******************************************************************
      * Section: Linkage
      * Description: The required 11-character PARM names both
      * periods in days, dormancy first, for example
      * PARM='00730-00060'.
      ******************************************************************
       Linkage section.

         1 lk-parm-area.
          3 lk-parm-len    pic 9(04) usage comp.
          3 lk-parm-data   pic x(11).

       Procedure division using lk-parm-area.
      ****************************************************************
      * Paragraph: 0000-Main-Logic
      * Description: Entry point.  Resolves the two periods, then
      * matches the client master against GLHIST in account-num
      * order, judging each open account by its last posting.
      ****************************************************************
       0000-Main-Logic.

           Perform 1000-Initialize.

           If not dor-fatal-error and not dor-control-error
              Perform 2000-Review-Accounts
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.

           Goback.

      ****************************************************************
      * Paragraph: 1000-Initialize
      ****************************************************************
       1000-Initialize.

           Move function current-date to dor-run-date.
           Move dor-run-yyyymmdd to dor-date-work.
           Compute dor-run-date-int =
             function integer-of-date(dor-date-work).

           Perform 1100-Resolve-Periods.

           If dor-control-error
              Continue
           Else
              Perform 1200-Open-Files
           end-if.

           If not dor-fatal-error and not dor-control-error
              Perform 1300-Write-Report-Heading
           end-if.

      ****************************************************************
      * Paragraph: 1100-Resolve-Periods
      * Description: Validates the PARM and turns each period into
      * its cutoff date.  The warning period must be shorter than
      * the dormancy period, or nothing could be approaching.
      ****************************************************************
       1100-Resolve-Periods.

           If lk-parm-len = 11
              and lk-parm-data(1:5) is numeric
              and lk-parm-data(6:1) = '-'
              and lk-parm-data(7:5) is numeric
              Move lk-parm-data(1:5) to dor-dormancy-days
              Move lk-parm-data(7:5) to dor-warning-days
           Else
              Display "acct_dormancy: PARM is not DDDDD-WWWWW "
                "dormancy days - run stopped"
              Move 'Y' to dor-control-error-sw
           end-if.

           If not dor-control-error
              If dor-dormancy-days = zero
                 or dor-warning-days not < dor-dormancy-days
                 Display "acct_dormancy: dormancy days zero or "
                   "not above warning days - run stopped"
                 Move 'Y' to dor-control-error-sw
              end-if
           end-if.

           If not dor-control-error
              Compute dor-cutoff-int =
                dor-run-date-int - dor-dormancy-days
              Compute dor-date-work =
                function date-of-integer(dor-cutoff-int)
              Move dor-date-work to dor-dormancy-cutoff

              Compute dor-warning-start =
                dor-dormancy-days - dor-warning-days
              Compute dor-cutoff-int =
                dor-run-date-int - dor-warning-start
              Compute dor-date-work =
                function date-of-integer(dor-cutoff-int)
              Move dor-date-work to dor-warning-cutoff

              Display "acct_dormancy: dormancy cutoff "
                dor-dormancy-cutoff ", warning cutoff "
                dor-warning-cutoff
           end-if.

      ****************************************************************
      * Paragraph: 1200-Open-Files
      ****************************************************************
       1200-Open-Files.

           Open input Client-Master-File.

           If not dor-cltmst-ok
              Display "acct_dormancy: unable to open CLTMST, status "
                dor-cltmst-status
              Move 'Y' to dor-fatal-error-sw
           end-if.

           Open input Gl-History-File.

           If not dor-glhist-ok
              Display "acct_dormancy: unable to open GLHIST, status "
                dor-glhist-status
              Move 'Y' to dor-fatal-error-sw
           end-if.

           Open output Maint-Transaction-File.

           If not dor-mntout-ok
              Display "acct_dormancy: unable to open MNTOUT, status "
                dor-mntout-status
              Move 'Y' to dor-fatal-error-sw
           end-if.

           Open output Dormancy-Report.

           If not dor-dormrpt-ok
              Display "acct_dormancy: unable to open DORMRPT, "
                "status " dor-dormrpt-status
              Move 'Y' to dor-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 1300-Write-Report-Heading
      ****************************************************************
       1300-Write-Report-Heading.

           Move dor-run-yyyymmdd to drhl-run-date.
           Write Dormancy-Report-Line from drrp-heading-line.
           Perform 8950-Check-Dormrpt-Status.

           Write Dormancy-Report-Line from drrp-blank-line.
           Perform 8950-Check-Dormrpt-Status.

           Move 'DORMANCY PERIOD:              ' to drpl-label
           Move dor-dormancy-days   to drpl-days
           Move dor-dormancy-cutoff to drpl-cutoff.
           Write Dormancy-Report-Line from drrp-param-line.
           Perform 8950-Check-Dormrpt-Status.

           Move 'WARNING PERIOD:               ' to drpl-label
           Move dor-warning-days   to drpl-days
           Move dor-warning-cutoff to drpl-cutoff.
           Write Dormancy-Report-Line from drrp-param-line.
           Perform 8950-Check-Dormrpt-Status.

           Write Dormancy-Report-Line from drrp-blank-line.
           Perform 8950-Check-Dormrpt-Status.

           Write Dormancy-Report-Line from drrp-column-heading-line.
           Perform 8950-Check-Dormrpt-Status.

      ****************************************************************
      * Paragraph: 2000-Review-Accounts
      * Description: Both files are read in account-num order; the
      * history for each master account is consumed before the
      * account is judged.  History for an account no longer on
      * the master is skipped.
      ****************************************************************
       2000-Review-Accounts.

           Perform 2100-Read-Client-Master.
           Perform 2200-Read-Gl-History.

           Perform 2300-Review-One-Account
             until dor-cltmst-done.

      ****************************************************************
      * Paragraph: 2100-Read-Client-Master
      ****************************************************************
       2100-Read-Client-Master.

           Read Client-Master-File next record
             at end
               Move 'Y' to dor-cltmst-eof-sw
           end-read.

           If not dor-cltmst-ok and not dor-cltmst-eof
              Display "acct_dormancy: CLTMST read error, status "
                dor-cltmst-status
              Move 'Y' to dor-cltmst-eof-sw
              Move 'Y' to dor-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2200-Read-Gl-History
      ****************************************************************
       2200-Read-Gl-History.

           Read Gl-History-File next record
             at end
               Move 'Y' to dor-glhist-eof-sw
           end-read.

           If not dor-glhist-ok and not dor-glhist-eof
              Display "acct_dormancy: GLHIST read error, status "
                dor-glhist-status
              Move 'Y' to dor-glhist-eof-sw
              Move 'Y' to dor-cltmst-eof-sw
              Move 'Y' to dor-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2300-Review-One-Account
      * Description: Skips history keyed below the master account,
      * takes the latest posted date from the account's own
      * history, and judges the account when it is open.  Closed
      * and frozen accounts are left alone: they are already out of
      * the daily flow.
      ****************************************************************
       2300-Review-One-Account.

           Add 1 to dor-accounts-read.
           Move spaces to dor-last-posted.

           Perform 2200-Read-Gl-History
             until dor-glhist-done
                or ghr-account-num not < cmr-account-num.

           Perform 2310-Take-Last-Posted
             until dor-glhist-done
                or ghr-account-num not = cmr-account-num.

           If cmr-status-open and not dor-fatal-error
              Add 1 to dor-open-reviewed
              Perform 2400-Judge-Open-Account
           end-if.

           If not dor-cltmst-done
              Perform 2100-Read-Client-Master
           end-if.

      ****************************************************************
      * Paragraph: 2310-Take-Last-Posted
      * Description: Keeps the latest posted date of the account's
      * history, passing over the fee_assess system charges.
      ****************************************************************
       2310-Take-Last-Posted.

           If ghr-posted-date > dor-last-posted
              and (ghr-tx-uid < dor-system-uid-low
                or ghr-tx-uid > dor-system-uid-high)
              Move ghr-posted-date to dor-last-posted
           end-if.

           Perform 2200-Read-Gl-History.

      ****************************************************************
      * Paragraph: 2400-Judge-Open-Account
      * Description: An account with no history, or whose latest
      * posted date cannot be read as a date, is listed for review
      * and never frozen on a guess.  Otherwise the posted date
      * against the two cutoffs decides between dormant,
      * approaching, and active (not listed).
      ****************************************************************
       2400-Judge-Open-Account.

           Move zero to dor-days-idle.

           If dor-last-posted = spaces
              Add 1 to dor-no-hist-count
              Move 'NO ACTIVITY ON FILE' to dor-result
              Perform 2600-Write-Detail-Line
           Else
           If dor-last-posted is not numeric
              or dor-last-posted(5:2) < '01'
              or dor-last-posted(5:2) > '12'
              or dor-last-posted(7:2) < '01'
              or dor-last-posted(7:2) > '31'
              Add 1 to dor-bad-date-count
              Move 'POSTED DATE UNREADABLE' to dor-result
              Perform 2600-Write-Detail-Line
           Else
              Move dor-last-posted to dor-date-work
              Compute dor-last-date-int =
                function integer-of-date(dor-date-work)
              Compute dor-days-idle =
                dor-run-date-int - dor-last-date-int
              Evaluate true
                When dor-last-posted < dor-dormancy-cutoff
                   Perform 2500-Write-Status-Change
                   Add 1 to dor-dormant-count
                   Move 'DORMANT - FROZEN' to dor-result
                   Perform 2600-Write-Detail-Line
                When dor-last-posted < dor-warning-cutoff
                   Add 1 to dor-approach-count
                   Move 'APPROACHING DORMANCY' to dor-result
                   Perform 2600-Write-Detail-Line
                When other
                   Add 1 to dor-active-count
              End-evaluate
           end-if
           end-if.

      ****************************************************************
      * Paragraph: 2500-Write-Status-Change
      * Description: Writes the status change clt_maint applies:
      * action 'S' to frozen, keyed to the dormancy operator so the
      * change report shows where it came from.
      ****************************************************************
       2500-Write-Status-Change.

           Move spaces to client-maint-record.
           Set mtr-action-status to true.
           Move cmr-account-num to mtr-account-num.
           Move dor-new-status  to mtr-account-status.
           Move dor-operator-id to mtr-operator-id.

           Write client-maint-record.

           If not dor-mntout-ok
              Display "acct_dormancy: MNTOUT write error, status "
                dor-mntout-status
              Move 'Y' to dor-fatal-error-sw
              Move 'Y' to dor-cltmst-eof-sw
           Else
              Add 1 to dor-trans-written
           end-if.

      ****************************************************************
      * Paragraph: 2600-Write-Detail-Line
      ****************************************************************
       2600-Write-Detail-Line.

           Move cmr-account-num to drdl-account-num.
           Move cmr-name-last   to drdl-name-last.
           Move cmr-name-first  to drdl-name-first.
           Move dor-last-posted to drdl-last-date.
           Move dor-days-idle   to drdl-days-idle.
           Move dor-result      to drdl-result.

           Write Dormancy-Report-Line from drrp-detail-line.
           Perform 8950-Check-Dormrpt-Status.

      ****************************************************************
      * Paragraph: 8900-Write-Report-Totals
      ****************************************************************
       8900-Write-Report-Totals.

           Write Dormancy-Report-Line from drrp-blank-line.
           Perform 8950-Check-Dormrpt-Status.

           Move 'MASTER ACCOUNTS READ' to drct-label
           Move dor-accounts-read to drct-count.
           Write Dormancy-Report-Line from drrp-count-line.
           Perform 8950-Check-Dormrpt-Status.

           Move 'OPEN ACCOUNTS REVIEWED' to drct-label
           Move dor-open-reviewed to drct-count.
           Write Dormancy-Report-Line from drrp-count-line.
           Perform 8950-Check-Dormrpt-Status.

           Move 'ACTIVE' to drct-label
           Move dor-active-count to drct-count.
           Write Dormancy-Report-Line from drrp-count-line.
           Perform 8950-Check-Dormrpt-Status.

           Move 'APPROACHING DORMANCY' to drct-label
           Move dor-approach-count to drct-count.
           Write Dormancy-Report-Line from drrp-count-line.
           Perform 8950-Check-Dormrpt-Status.

           Move 'DORMANT - STATUS CHANGES WRITTEN' to drct-label
           Move dor-trans-written to drct-count.
           Write Dormancy-Report-Line from drrp-count-line.
           Perform 8950-Check-Dormrpt-Status.

           Move 'NO ACTIVITY ON FILE' to drct-label
           Move dor-no-hist-count to drct-count.
           Write Dormancy-Report-Line from drrp-count-line.
           Perform 8950-Check-Dormrpt-Status.

           Move 'POSTED DATE UNREADABLE' to drct-label
           Move dor-bad-date-count to drct-count.
           Write Dormancy-Report-Line from drrp-count-line.
           Perform 8950-Check-Dormrpt-Status.

      ****************************************************************
      * Paragraph: 8950-Check-Dormrpt-Status
      ****************************************************************
       8950-Check-Dormrpt-Status.

           If not dor-dormrpt-ok
              Display "acct_dormancy: DORMRPT write error, status "
                dor-dormrpt-status
              Move 'Y' to dor-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 9000-Terminate
      ****************************************************************
       9000-Terminate.

           If not dor-control-error
              If not dor-fatal-error
                 Perform 8900-Write-Report-Totals
              end-if
              Close Client-Master-File
              Close Gl-History-File
              Close Maint-Transaction-File
              Close Dormancy-Report
           end-if.

           Display "acct_dormancy: accounts read " dor-accounts-read
             ", dormant " dor-dormant-count
             ", approaching " dor-approach-count
             ", no activity " dor-no-hist-count.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
      * Description: Sets RETURN-CODE for the scheduler: 12 on an
      * unusable PARM (nothing was read), 8 on any I/O error -- the
      * status changes must not be applied -- 4 when accounts are
      * listed for review (no history, or an unreadable posted
      * date), otherwise 0.  Dormant and approaching accounts are
      * the normal output of the run and do not raise the code.
      ****************************************************************
       9200-Set-Return-Code.

           If dor-control-error
              Move 12 to return-code
           Else
           If dor-fatal-error
              Move 8 to return-code
           Else
           If dor-no-hist-count > zero or dor-bad-date-count > zero
              Move 4 to return-code
           Else
              Move 0 to return-code
           end-if
           end-if
           end-if.

       End program acct_dormancy.
