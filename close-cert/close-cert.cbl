       Identification division.
      ******************************************************************
      * Program ID: close_cert
      * Purpose: Certifies the daily close from the control totals
      * every job of the GL chain leaves on the shared run-control
      * file (JPRRCTL records, keyed by processing date + job + run
      * qualifier + total id), instead of operations ticking a
      * dozen reports against each other by hand.  Per processing
      * date and per currency it ties out:
      *   - the GL extract (json_parse) and adjustment extract
      *     (ops_adjust) against the postings gl_post wrote: two
      *     postings per transaction, the gross extract value on
      *     each side;
      *   - the postings gl_post and gl_reclass wrote against the
      *     day's trial balance movement (gl_balance), revaluation
      *     postings set aside;
      *   - those postings against the postings gl_ackrec saw
      *     released, and the released postings against what the
      *     ledger acknowledged at the amount sent.
      * Every required job must have reported, and none may have
      * stopped.  The certification report shows each check and
      * ends each date CERTIFIED or NOT CERTIFIED; the return code
      * lets the scheduler hold the next cycle on a date that did
      * not certify.
      * Author: [Authors' Name]
      * Date: [Date]
      *
      * Modification History:
      *   2026-10-15  Maintainer  Initial version, replacing the
      *               hand tick-and-tie of the close reports.
      ******************************************************************
         Program-id. close_cert.
       Environment division.
        Input-output section.
        File-control.
            Select Run-Control-File assign to "RUNCTL"
              organization is indexed
              access is dynamic
              record key is rct-key
              file status is crt-runctl-status.
            Select Certification-Report assign to "CERTRPT"
              organization is sequential
              file status is crt-certrpt-status.

       Data division.
        File section.

        FD  Run-Control-File
            label records are standard.
        copy JPRRCTL.

        FD  Certification-Report
            label records are standard.
         1 Certification-Line pic x(132).

        Working-storage section.

      ******************************************************************
      * Section: File Status and Switches
      ******************************************************************

         1 crt-runctl-status  pic x(02) value '00'.
           88 crt-runctl-ok            value '00'.
           88 crt-runctl-eof           value '10'.
           88 crt-runctl-notfnd        value '23'.

         1 crt-certrpt-status pic x(02) value '00'.
           88 crt-certrpt-ok           value '00'.

         1 crt-switches.
          3 crt-eof-sw           pic x(01) value 'N'.
           88 crt-eof                   value 'Y'.
          3 crt-fatal-error-sw   pic x(01) value 'N'.
           88 crt-fatal-error           value 'Y'.
          3 crt-control-error-sw pic x(01) value 'N'.
           88 crt-control-error         value 'Y'.
          3 crt-certified-sw     pic x(01) value 'N'.
           88 crt-certified             value 'Y'.
          3 crt-period-done-sw   pic x(01) value 'N'.
           88 crt-period-done           value 'Y'.

      ******************************************************************
      * Section: Certification Period
      * Description: The processing dates to certify, from the
      * optional PARM: none for today, 'YYYYMMDD' for one date, or
      * 'YYYYMMDD-YYYYMMDD' for a range (a catch-up after a held
      * cycle).  An unusable PARM is a hard stop.  Every calendar
      * date of the period is certified in turn, whether or not
      * anything reported for it.
      ******************************************************************
         1 crt-from-date     pic x(08) value spaces.
         1 crt-to-date       pic x(08) value spaces.
         1 crt-cert-date     pic x(08) value spaces.
         77 crt-cert-date-int pic s9(09) usage comp value zero .
         1 crt-date-work     pic 9(08) value zero.

      ******************************************************************
      * Section: Jobs of the Close
      * Description: The load modules that write run-control
      * totals, whether each is required for a date to certify,
      * and, per date, whether it reported and whether any of its
      * runs stopped.  Every job is required: OPSADJ runs daily,
      * its adjustment input carrying at least the day's dispute
      * releases.
      ******************************************************************
         1 crt-job-names-area.
          3 filler pic x(24) value "JSONPARSOPSADJ  GLPOST  ".
          3 filler pic x(24) value "GLRECL  GLBAL   GLACK   ".
         1 crt-job-names redefines crt-job-names-area.
          3 crt-job-name     pic x(08) occurs 6 times
                               indexed by job-idx.

         1 crt-job-required-area pic x(06) value "YYYYYY".
         1 crt-job-required redefines crt-job-required-area.
          3 crt-job-req-flag pic x(01) occurs 6 times.

         1 crt-job-state.
          3 crt-job-entry occurs 6 times.
           5 crt-job-reported-sw pic x(01).
            88 crt-job-reported         value 'Y'.
           5 crt-job-stopped-sw  pic x(01).
            88 crt-job-stopped          value 'Y'.

      ******************************************************************
      * Section: Control Total Ids
      * Description: The totals the run-control file carries (see
      * JPRRCTL), in the order of the per-currency total slots
      * below:  1 GLEX  2 ADJX  3 POST  4 RCLS  5 MOVE  6 FXRV
      * 7 RELS  8 ACKD.
      ******************************************************************
         1 crt-total-ids-area.
          3 filler pic x(16) value "GLEXADJXPOSTRCLS".
          3 filler pic x(16) value "MOVEFXRVRELSACKD".
         1 crt-total-ids redefines crt-total-ids-area.
          3 crt-total-id     pic x(04) occurs 8 times
                               indexed by tid-idx.

      ******************************************************************
      * Section: Date Totals
      * Description: One processing date at a time: per currency,
      * the record count, debits and credits of each total, summed
      * over every run and slice that reported it.
      ******************************************************************
         77 crt-cur-max-entries pic 9(03) usage comp value 20 .
         77 crt-cur-count       pic 9(03) usage comp value zero .

         1 crt-cur-totals.
          3 crt-cur-entry occurs 20 times indexed by cur-idx.
           5 crt-cur-currency pic x(03).
           5 crt-cur-total occurs 8 times indexed by tot-idx.
            7 crt-tot-count   pic 9(09) usage comp.
            7 crt-tot-debits  pic s9(13)v99 usage comp-3.
            7 crt-tot-credits pic s9(13)v99 usage comp-3.

         77 crt-tot-slot pic 9(02) usage comp value zero .

      ******************************************************************
      * Section: Tie Work Fields
      * Description: Expected and actual figures of the check in
      * hand, staged for 4900-Write-Tie-Line.
      ******************************************************************
         77 crt-exp-count   pic s9(09) usage comp value zero .
         77 crt-act-count   pic s9(09) usage comp value zero .
         77 crt-exp-debits  pic s9(13)v99 usage comp-3 value zero .
         77 crt-act-debits  pic s9(13)v99 usage comp-3 value zero .
         77 crt-exp-credits pic s9(13)v99 usage comp-3 value zero .
         77 crt-act-credits pic s9(13)v99 usage comp-3 value zero .

      ******************************************************************
      * Section: Run Counters
      ******************************************************************
         77 crt-record-count    pic 9(09) usage comp value zero .
         77 crt-date-rec-count  pic 9(09) usage comp value zero .
         77 crt-date-count      pic 9(09) usage comp value zero .
         77 crt-certified-count pic 9(09) usage comp value zero .
         77 crt-failed-count    pic 9(09) usage comp value zero .

         1 crt-run-date.
          3 crt-run-yyyymmdd pic x(08).
          3 filler           pic x(13).

        copy JPRCERT.

      ******************************************************************
      * Section: Linkage
      * Description: The optional PARM -- none, 'YYYYMMDD', or
      * 'YYYYMMDD-YYYYMMDD'.
      ******************************************************************
       Linkage section.

         1 lk-parm-area.
          3 lk-parm-len    pic 9(04) usage comp.
          3 lk-parm-data   pic x(17).

       Procedure division using lk-parm-area.
      ****************************************************************
      * Paragraph: 0000-Main-Logic
      * Description: Entry point.  Resolves the period, positions
      * the run-control file at its first date, and certifies the
      * period one calendar date per pass, closing with the run
      * totals.
      ****************************************************************
       0000-Main-Logic.

           Perform 1000-Initialize.

           If not crt-fatal-error and not crt-control-error
              Perform 2000-Start-Run-Control
           end-if.

           If crt-fatal-error or crt-control-error
              Move 'Y' to crt-period-done-sw
           end-if.

           Perform 3000-Certify-One-Date
             until crt-period-done.

           If not crt-fatal-error and not crt-control-error
              Perform 6000-Write-Run-Totals
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.

           Goback.

      ****************************************************************
      * Paragraph: 1000-Initialize
      ****************************************************************
       1000-Initialize.

           Move function current-date to crt-run-date.

           Perform 1100-Resolve-Period.

           If crt-control-error
              Move 'Y' to crt-eof-sw
           Else
              Perform 1200-Open-Files
           end-if.

      ****************************************************************
      * Paragraph: 1100-Resolve-Period
      * Description: Validates the PARM into the from and to
      * processing dates, each of which must be a calendar date.
      * No PARM certifies today.
      ****************************************************************
       1100-Resolve-Period.

           Evaluate true
             when lk-parm-len = zero
               Move crt-run-yyyymmdd to crt-from-date
               Move crt-run-yyyymmdd to crt-to-date
             when lk-parm-len = 8
               and lk-parm-data(1:8) is numeric
               Move lk-parm-data(1:8) to crt-from-date
               Move lk-parm-data(1:8) to crt-to-date
             when lk-parm-len = 17
               and lk-parm-data(1:8) is numeric
               and lk-parm-data(9:1) = '-'
               and lk-parm-data(10:8) is numeric
               Move lk-parm-data(1:8)  to crt-from-date
               Move lk-parm-data(10:8) to crt-to-date
             when other
               Display "close_cert: PARM is not YYYYMMDD or "
                 "YYYYMMDD-YYYYMMDD - run stopped"
               Move 'Y' to crt-control-error-sw
           End-evaluate.

           If not crt-control-error
              Move crt-from-date to crt-date-work
              If function test-date-yyyymmdd(crt-date-work) not = 0
                 Display "close_cert: PARM date " crt-from-date
                   " is not a calendar date - run stopped"
                 Move 'Y' to crt-control-error-sw
              end-if
           end-if.

           If not crt-control-error
              Move crt-to-date to crt-date-work
              If function test-date-yyyymmdd(crt-date-work) not = 0
                 Display "close_cert: PARM date " crt-to-date
                   " is not a calendar date - run stopped"
                 Move 'Y' to crt-control-error-sw
              end-if
           end-if.

           If not crt-control-error
              and crt-from-date > crt-to-date
              Display "close_cert: PARM from-date " crt-from-date
                " is after to-date " crt-to-date " - run stopped"
              Move 'Y' to crt-control-error-sw
           end-if.

           If not crt-control-error
              Move crt-from-date to crt-cert-date
           end-if.

      ****************************************************************
      * Paragraph: 1200-Open-Files
      ****************************************************************
       1200-Open-Files.

           Open input Run-Control-File.

           If not crt-runctl-ok
              Display "close_cert: unable to open RUNCTL, status "
                crt-runctl-status
              Move 'Y' to crt-eof-sw
              Move 'Y' to crt-fatal-error-sw
           end-if.

           Open output Certification-Report.

           If not crt-certrpt-ok
              Display "close_cert: unable to open CERTRPT, status "
                crt-certrpt-status
              Move 'Y' to crt-eof-sw
              Move 'Y' to crt-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2000-Start-Run-Control
      * Description: Positions the run-control file at the first
      * record of the from-date and reads it.  No record at or
      * after it leaves the run at end of file.
      ****************************************************************
       2000-Start-Run-Control.

           Move low-values    to rct-key.
           Move crt-from-date to rct-proc-date.

           Start Run-Control-File key is not less than rct-key
             invalid key
               Move 'Y' to crt-eof-sw
           end-start.

           If not crt-runctl-ok and not crt-runctl-notfnd
              Display "close_cert: RUNCTL start error, status "
                crt-runctl-status
              Move 'Y' to crt-eof-sw
              Move 'Y' to crt-fatal-error-sw
           end-if.

           If not crt-eof
              Perform 2100-Read-Run-Control
           end-if.

      ****************************************************************
      * Paragraph: 2100-Read-Run-Control
      * Description: Reads the next run-control record.  A record
      * past the to-date ends the period.
      ****************************************************************
       2100-Read-Run-Control.

           Read Run-Control-File next record
             at end
               Move 'Y' to crt-eof-sw
           end-read.

           If not crt-runctl-ok and not crt-runctl-eof
              Display "close_cert: RUNCTL read error, status "
                crt-runctl-status
              Move 'Y' to crt-eof-sw
              Move 'Y' to crt-fatal-error-sw
           end-if.

           If not crt-eof
              If rct-proc-date > crt-to-date
                 Move 'Y' to crt-eof-sw
              Else
                 Add 1 to crt-record-count
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 3000-Certify-One-Date
      * Description: Gathers every run-control record of the
      * calendar date in crt-cert-date, certifies the date, and
      * steps to the next one.  A date nothing reported for is
      * still certified -- and fails, every job not run.  The
      * record of a later date is left in the file area for the
      * next pass of the PERFORM ... UNTIL crt-period-done loop in
      * 0000-Main-Logic; a record of no calendar date of the period
      * (a malformed date) is shown on SYSOUT and passed over.
      ****************************************************************
       3000-Certify-One-Date.

           Add 1 to crt-date-count.
           Move zero to crt-date-rec-count.

           Perform 3100-Clear-Date-Totals.

           Perform 3050-Skip-Stray-Record
             until crt-eof
               or rct-proc-date not < crt-cert-date.

           Perform 3200-Accumulate-Record
             until crt-eof
               or rct-proc-date not = crt-cert-date.

           If not crt-fatal-error
              Perform 4000-Certify-Date
           end-if.

           Move crt-cert-date to crt-date-work.
           Compute crt-cert-date-int =
             function integer-of-date(crt-date-work) + 1.
           Compute crt-date-work =
             function date-of-integer(crt-cert-date-int).
           Move crt-date-work to crt-cert-date.

           If crt-fatal-error
              or crt-cert-date > crt-to-date
              Move 'Y' to crt-period-done-sw
           end-if.

      ****************************************************************
      * Paragraph: 3050-Skip-Stray-Record
      ****************************************************************
       3050-Skip-Stray-Record.

           Display "close_cert: RUNCTL date " rct-proc-date
             " is not a calendar date - ignored".

           Perform 2100-Read-Run-Control.

      ****************************************************************
      * Paragraph: 3100-Clear-Date-Totals
      ****************************************************************
       3100-Clear-Date-Totals.

           Move zero to crt-cur-count.
           Move 'Y'  to crt-certified-sw.

           Perform 3110-Clear-Job-State
             varying job-idx from 1 by 1
             until job-idx > 6.

      ****************************************************************
      * Paragraph: 3110-Clear-Job-State
      ****************************************************************
       3110-Clear-Job-State.

           Move 'N' to crt-job-reported-sw(job-idx).
           Move 'N' to crt-job-stopped-sw(job-idx).

      ****************************************************************
      * Paragraph: 3200-Accumulate-Record
      * Description: Marks the record's job as reported (and as
      * stopped when the run stopped), and adds its currency
      * entries into the date's totals under its total id.  A job
      * or total id this program does not know is shown on SYSOUT
      * and left out.
      ****************************************************************
       3200-Accumulate-Record.

           Add 1 to crt-date-rec-count.

           Set job-idx to 1.

           Search crt-job-name
             at end
               Display "close_cert: unknown job " rct-job-name
                 " on RUNCTL for " rct-proc-date " - ignored"
             when crt-job-name(job-idx) = rct-job-name
               Move 'Y' to crt-job-reported-sw(job-idx)
               If rct-run-stopped
                  Move 'Y' to crt-job-stopped-sw(job-idx)
               end-if
           end-search.

           Set tid-idx to 1.

           Search crt-total-id
             at end
               Display "close_cert: unknown total " rct-total-id
                 " on RUNCTL for " rct-proc-date " - ignored"
             when crt-total-id(tid-idx) = rct-total-id
               Set crt-tot-slot to tid-idx
               Perform 3300-Add-Currency-Entry
                 varying rct-idx from 1 by 1
                 until rct-idx > rct-currency-count
                    or rct-idx > 10
           end-search.

           Perform 2100-Read-Run-Control.

      ****************************************************************
      * Paragraph: 3300-Add-Currency-Entry
      * Description: Adds one currency entry of the run-control
      * record into the date's totals under slot crt-tot-slot.
      ****************************************************************
       3300-Add-Currency-Entry.

           Perform 3400-Find-Currency-Entry.

           Set tot-idx to crt-tot-slot.
           Add rct-record-count(rct-idx)
             to crt-tot-count(cur-idx tot-idx).
           Add rct-debit-amount(rct-idx)
             to crt-tot-debits(cur-idx tot-idx).
           Add rct-credit-amount(rct-idx)
             to crt-tot-credits(cur-idx tot-idx).

      ****************************************************************
      * Paragraph: 3400-Find-Currency-Entry
      * Description: Finds, or creates with every slot zero, the
      * date's totals entry for rct-currency(rct-idx), leaving
      * cur-idx set to it.  A currency overflowing the table is a
      * fatal error -- the date cannot be tied without its totals.
      ****************************************************************
       3400-Find-Currency-Entry.

           Set cur-idx to 1.

           Search crt-cur-entry
             at end
               If crt-cur-count >= crt-cur-max-entries
                  Display "close_cert: currency table overflow at "
                    crt-cur-max-entries " entries"
                  Move 'Y' to crt-eof-sw
                  Move 'Y' to crt-fatal-error-sw
                  Set cur-idx to 1
               Else
                  Add 1 to crt-cur-count
                  Set cur-idx to crt-cur-count
                  Move rct-currency(rct-idx)
                    to crt-cur-currency(cur-idx)
                  Perform 3410-Clear-Total-Slot
                    varying tot-idx from 1 by 1
                    until tot-idx > 8
               end-if
             when crt-cur-currency(cur-idx) = rct-currency(rct-idx)
               and cur-idx <= crt-cur-count
               Continue
           end-search.

      ****************************************************************
      * Paragraph: 3410-Clear-Total-Slot
      ****************************************************************
       3410-Clear-Total-Slot.

           Move zero to crt-tot-count(cur-idx tot-idx).
           Move zero to crt-tot-debits(cur-idx tot-idx).
           Move zero to crt-tot-credits(cur-idx tot-idx).

      ****************************************************************
      * Paragraph: 4000-Certify-Date
      * Description: Reports the date: how each job of the close
      * ended, every check per currency, and the verdict.  Any job
      * required that did not report, any run that stopped, and
      * any check that does not tie leaves the date NOT CERTIFIED.
      ****************************************************************
       4000-Certify-Date.

           Write Certification-Line from cert-blank-line.
           Perform 8950-Check-Certrpt-Status.

           Move crt-cert-date    to crhl-proc-date
           Move crt-run-yyyymmdd to crhl-run-date.
           Write Certification-Line from cert-heading-line.
           Perform 8950-Check-Certrpt-Status.

           Perform 4100-Report-Job
             varying job-idx from 1 by 1
             until job-idx > 6.

           Write Certification-Line from cert-column-heading-1.
           Perform 8950-Check-Certrpt-Status.
           Write Certification-Line from cert-column-heading-2.
           Perform 8950-Check-Certrpt-Status.

           If crt-date-rec-count = zero
              Move 'NO RUN-CONTROL RECORDS FOR THIS DATE'
                to crml-text
              Write Certification-Line from cert-message-line
              Perform 8950-Check-Certrpt-Status
           Else
              If crt-cur-count = zero
                 Move 'NO ACTIVITY CARRIED ON THE RUN-CONTROL TOTALS'
                   to crml-text
                 Write Certification-Line from cert-message-line
                 Perform 8950-Check-Certrpt-Status
              end-if
           end-if.

           Perform 4200-Tie-Currency
             varying cur-idx from 1 by 1
             until cur-idx > crt-cur-count.

           Move crt-cert-date to crrl-proc-date.

           If crt-certified
              Move 'CERTIFIED'     to crrl-result
              Add 1 to crt-certified-count
           Else
              Move 'NOT CERTIFIED' to crrl-result
              Add 1 to crt-failed-count
           end-if.

           Write Certification-Line from cert-result-line.
           Perform 8950-Check-Certrpt-Status.

      ****************************************************************
      * Paragraph: 4100-Report-Job
      * Description: Shows how the job ended on the date.  A
      * required job that did not report is NOT RUN when nothing at
      * all reported for the date, otherwise DID NOT REPORT; either
      * breaks the certification.
      ****************************************************************
       4100-Report-Job.

           Move crt-job-name(job-idx) to crjl-job-name.

           Evaluate true
             when crt-job-stopped(job-idx)
               Move 'STOPPED - NOT CERTIFIABLE' to crjl-status
               Move 'N' to crt-certified-sw
             when crt-job-reported(job-idx)
               Move 'COMPLETE' to crjl-status
             when crt-job-req-flag(job-idx) = 'Y'
               and crt-date-rec-count = zero
               Move 'NOT RUN' to crjl-status
               Move 'N' to crt-certified-sw
             when crt-job-req-flag(job-idx) = 'Y'
               Move 'DID NOT REPORT' to crjl-status
               Move 'N' to crt-certified-sw
             when other
               Move 'NOT RUN' to crjl-status
           End-evaluate.

           Write Certification-Line from cert-job-line.
           Perform 8950-Check-Certrpt-Status.

      ****************************************************************
      * Paragraph: 4200-Tie-Currency
      * Description: Runs the four checks for one currency.  Slots:
      * 1 GLEX  2 ADJX  3 POST  4 RCLS  5 MOVE  6 FXRV  7 RELS
      * 8 ACKD.  gl_post writes a debit and a credit per extract
      * transaction, each for the unsigned price, so the postings
      * expected are twice the extract records, with the gross
      * extract value -- positive plus negative prices -- on each
      * side.
      ****************************************************************
       4200-Tie-Currency.

           Move crt-cur-currency(cur-idx) to crdl-currency.

           Compute crt-exp-count =
             2 * (crt-tot-count(cur-idx 1)
                + crt-tot-count(cur-idx 2)).
           Compute crt-exp-debits =
             crt-tot-debits(cur-idx 1) + crt-tot-credits(cur-idx 1)
             + crt-tot-debits(cur-idx 2)
             + crt-tot-credits(cur-idx 2).
           Move crt-exp-debits to crt-exp-credits.
           Move crt-tot-count(cur-idx 3)   to crt-act-count
           Move crt-tot-debits(cur-idx 3)  to crt-act-debits
           Move crt-tot-credits(cur-idx 3) to crt-act-credits.
           Move 'EXTRACTS TO POSTINGS' to crdl-check.
           Perform 4900-Write-Tie-Line.

           Compute crt-exp-count =
             crt-tot-count(cur-idx 3) + crt-tot-count(cur-idx 4).
           Compute crt-exp-debits =
             crt-tot-debits(cur-idx 3) + crt-tot-debits(cur-idx 4).
           Compute crt-exp-credits =
             crt-tot-credits(cur-idx 3) + crt-tot-credits(cur-idx 4).
           Compute crt-act-count =
             crt-tot-count(cur-idx 5) - crt-tot-count(cur-idx 6).
           Compute crt-act-debits =
             crt-tot-debits(cur-idx 5) - crt-tot-debits(cur-idx 6).
           Compute crt-act-credits =
             crt-tot-credits(cur-idx 5) - crt-tot-credits(cur-idx 6).
           Move 'POSTINGS TO TRIAL BAL' to crdl-check.
           Perform 4900-Write-Tie-Line.

           Move crt-tot-count(cur-idx 7)   to crt-act-count
           Move crt-tot-debits(cur-idx 7)  to crt-act-debits
           Move crt-tot-credits(cur-idx 7) to crt-act-credits.
           Move 'POSTINGS TO RELEASED' to crdl-check.
           Perform 4900-Write-Tie-Line.

           Move crt-act-count   to crt-exp-count
           Move crt-act-debits  to crt-exp-debits
           Move crt-act-credits to crt-exp-credits.
           Move crt-tot-count(cur-idx 8)   to crt-act-count
           Move crt-tot-debits(cur-idx 8)  to crt-act-debits
           Move crt-tot-credits(cur-idx 8) to crt-act-credits.
           Move 'RELEASED TO ACKED' to crdl-check.
           Perform 4900-Write-Tie-Line.

           If crt-tot-count(cur-idx 6) > zero
              Perform 4300-Write-Revaluation-Line
           end-if.

      ****************************************************************
      * Paragraph: 4300-Write-Revaluation-Line
      * Description: Shows, for information, the revaluation
      * postings the trial balance rolled and the tie set aside.
      ****************************************************************
       4300-Write-Revaluation-Line.

           Move 'REVALUATION'                  to crdl-check
           Move zero                           to crdl-exp-count
           Move crt-tot-count(cur-idx 6)       to crdl-act-count
           Move zero                           to crdl-exp-debit
           Move crt-tot-debits(cur-idx 6)      to crdl-act-debit
           Move zero                           to crdl-exp-credit
           Move crt-tot-credits(cur-idx 6)     to crdl-act-credit
           Move 'INFO'                         to crdl-status.

           Write Certification-Line from cert-detail-line.
           Perform 8950-Check-Certrpt-Status.

      ****************************************************************
      * Paragraph: 4900-Write-Tie-Line
      * Description: Compares the staged expected and actual
      * figures and writes the check's line; any difference breaks
      * the date's certification.
      ****************************************************************
       4900-Write-Tie-Line.

           Move crt-exp-count   to crdl-exp-count
           Move crt-act-count   to crdl-act-count
           Move crt-exp-debits  to crdl-exp-debit
           Move crt-act-debits  to crdl-act-debit
           Move crt-exp-credits to crdl-exp-credit
           Move crt-act-credits to crdl-act-credit.

           If crt-exp-count   = crt-act-count
             and crt-exp-debits  = crt-act-debits
             and crt-exp-credits = crt-act-credits
              Move 'OK'    to crdl-status
           Else
              Move 'BREAK' to crdl-status
              Move 'N' to crt-certified-sw
           end-if.

           Write Certification-Line from cert-detail-line.
           Perform 8950-Check-Certrpt-Status.

      ****************************************************************
      * Paragraph: 6000-Write-Run-Totals
      * Description: Closes the report with the period's counts.
      ****************************************************************
       6000-Write-Run-Totals.

           Write Certification-Line from cert-blank-line.
           Perform 8950-Check-Certrpt-Status.

           Move 'RUN-CONTROL RECORDS READ' to crct-label
           Move crt-record-count to crct-count.
           Write Certification-Line from cert-count-line.
           Perform 8950-Check-Certrpt-Status.

           Move 'PROCESSING DATES CERTIFIED' to crct-label
           Move crt-certified-count to crct-count.
           Write Certification-Line from cert-count-line.
           Perform 8950-Check-Certrpt-Status.

           Move 'PROCESSING DATES NOT CERTIFIED' to crct-label
           Move crt-failed-count to crct-count.
           Write Certification-Line from cert-count-line.
           Perform 8950-Check-Certrpt-Status.

      ****************************************************************
      * Paragraph: 8950-Check-Certrpt-Status
      ****************************************************************
       8950-Check-Certrpt-Status.

           If not crt-certrpt-ok
              Display "close_cert: CERTRPT write error, status "
                crt-certrpt-status
              Move 'Y' to crt-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 9000-Terminate
      ****************************************************************
       9000-Terminate.

           If not crt-control-error
              Close Run-Control-File
              Close Certification-Report
           end-if.

           Display "close_cert: dates certified " crt-certified-count
             ", not certified " crt-failed-count.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
      * Description: Sets RETURN-CODE for the scheduler: 12 on an
      * unusable PARM (nothing was read), 8 on any I/O error -- the
      * close is unproven either way -- 4 when any processing date
      * did not certify, which holds the next cycle, otherwise 0.
      ****************************************************************
       9200-Set-Return-Code.

           If crt-control-error
              Move 12 to return-code
           Else
           If crt-fatal-error
              Move 8 to return-code
           Else
           If crt-failed-count > zero
              Move 4 to return-code
           Else
              Move 0 to return-code
           end-if
           end-if
           end-if.

       End program close_cert.
