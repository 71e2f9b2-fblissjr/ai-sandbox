       Identification division.
      ******************************************************************
      * Program ID: mail_return
      * Purpose: Returned-mail processing.  The mail house's file of
      * paper statements the post office sent back (JPRRTML records,
      * any order) is sorted together with the PRINT channel lines
      * off the retained statement registers -- daily json_parse
      * and month-end cycle_stmt alike, each register dated by the
      * RUN OF date on its heading -- on account-num + statement
      * date, so each return is matched to the statement that was
      * actually mailed.  A matched return for an address not yet
      * held gets an undeliverable-flag transaction (action 'U',
      * operator RTNMAIL) on the maintenance transaction file that
      * clt_maint applies in the next step, so the flag prints on
      * its change report like any keyed change; json_parse holds
      * the client's paper statements from then on, until a name/
      * address change through clt_maint clears the flag.  This
      * program only reads the master.  Returns with no printed
      * statement on the register history, for accounts not on the
      * master, or unreadable, are listed as exceptions and nothing
      * is flagged.  The aging report then lists every address held
      * for returned mail -- those already flagged on the master and
      * those flagged by this run -- with the days held.
      * Author: [Authors' Name]
      * Date: [Date]
      *
      * Modification History:
      *   2026-10-15  Maintainer  Initial version, replacing the
      *               mail room's spreadsheet of returned envelopes.
      ******************************************************************
         Program-id. mail_return.
       Environment division.
        Input-output section.
        File-control.
            Select Returned-Mail-File assign to "RTNMAIL"
              organization is sequential
              file status is mrt-rtnmail-status.
            Select Stmt-Register-In assign to "STMTREG"
              organization is sequential
              file status is mrt-stmtreg-status.
            Select Client-Master-File assign to "CLTMST"
              organization is indexed
              access is dynamic
              record key is cmr-account-num
              file status is mrt-cltmst-status.
            Select Maint-Transaction-File assign to "MNTOUT"
              organization is sequential
              file status is mrt-mntout-status.
            Select Return-Register assign to "RTNRPT"
              organization is sequential
              file status is mrt-rtnrpt-status.
            Select Aging-Report assign to "AGERPT"
              organization is sequential
              file status is mrt-agerpt-status.
            Select Sort-Work-File assign to "SORTWK01".

       Data division.
        File section.

        FD  Returned-Mail-File
            label records are standard.
        copy JPRRTML.

        FD  Stmt-Register-In
            label records are standard.
         1 stmt-register-in-line pic x(132).

        FD  Client-Master-File
            label records are standard.
        copy JPRCMST.

        FD  Maint-Transaction-File
            label records are standard.
        copy JPRCMTX.

        FD  Return-Register
            label records are standard.
         1 Return-Register-Line pic x(132).

        FD  Aging-Report
            label records are standard.
         1 Aging-Report-Line pic x(132).

        SD  Sort-Work-File.
         1 sort-record.
          3 srt-account-num pic 9(12).
          3 srt-stmt-date   pic x(08).
          3 srt-rec-type    pic x(01).
           88 srt-mailed            value '1'.
           88 srt-returned          value '2'.
          3 srt-reason      pic x(20).
          3 filler          pic x(09).

        Working-storage section.

      ******************************************************************
      * Section: File Status and Switches
      ******************************************************************

         1 mrt-rtnmail-status pic x(02) value '00'.
           88 mrt-rtnmail-ok           value '00'.
           88 mrt-rtnmail-eof          value '10'.

         1 mrt-stmtreg-status pic x(02) value '00'.
           88 mrt-stmtreg-ok           value '00'.
           88 mrt-stmtreg-eof          value '10'.

         1 mrt-cltmst-status  pic x(02) value '00'.
           88 mrt-cltmst-ok            value '00'.
           88 mrt-cltmst-eof           value '10'.
           88 mrt-cltmst-notfnd        value '23'.

         1 mrt-mntout-status  pic x(02) value '00'.
           88 mrt-mntout-ok            value '00'.

         1 mrt-rtnrpt-status  pic x(02) value '00'.
           88 mrt-rtnrpt-ok            value '00'.

         1 mrt-agerpt-status  pic x(02) value '00'.
           88 mrt-agerpt-ok            value '00'.

         1 mrt-switches.
          3 mrt-rtnmail-eof-sw pic x(01) value 'N'.
           88 mrt-rtnmail-done        value 'Y'.
          3 mrt-stmtreg-eof-sw pic x(01) value 'N'.
           88 mrt-stmtreg-done        value 'Y'.
          3 mrt-sort-eof-sw   pic x(01) value 'N'.
           88 mrt-sort-done           value 'Y'.
          3 mrt-cltmst-eof-sw pic x(01) value 'N'.
           88 mrt-cltmst-done         value 'Y'.
          3 mrt-master-found-sw pic x(01) value 'N'.
           88 mrt-master-found        value 'Y'.
          3 mrt-fatal-error-sw pic x(01) value 'N'.
           88 mrt-fatal-error         value 'Y'.

      ******************************************************************
      * Section: Register Line Recognition
      * Description: The statement registers are print files (the
      * JPRSREG layout).  A heading line starts each register and
      * carries its run date in positions 28-35 -- the date the
      * statements under it were produced, and the statement date
      * the mail house reads off a returned envelope.  Detail lines
      * carry the account in the first 12 positions and the channel
      * in positions 39-48; only PRINT lines were mailed.  Detail
      * lines ahead of any heading have no date and are skipped.
      ******************************************************************
         1 mrt-reg-heading-text pic x(27) value
             "STATEMENT REGISTER  RUN OF ".
         77 mrt-reg-date-pos    pic 9(02) usage comp value 28 .
         77 mrt-reg-channel-pos pic 9(02) usage comp value 39 .
         1 mrt-reg-print-text   pic x(10) value "PRINT".
         1 mrt-register-date    pic x(08) value spaces.

      ******************************************************************
      * Section: Match Keys
      * Description: A return matches when a PRINT register line
      * with the same account and statement date sorted ahead of
      * it.  The last mailed key seen is held for the returns that
      * follow it.
      ******************************************************************
         1 mrt-mailed-key.
          3 mrt-mailed-account pic 9(12) value zero.
          3 mrt-mailed-date    pic x(08) value spaces.

         1 mrt-rtn-key.
          3 mrt-rtn-account    pic 9(12) value zero.
          3 mrt-rtn-date       pic x(08) value spaces.

         1 mrt-operator-id     pic x(08) value 'RTNMAIL'.
         1 mrt-result          pic x(30) value spaces.

      ******************************************************************
      * Section: Flagged This Run
      * Description: Accounts this run writes a 'U' transaction for,
      * in the account order the sort returns them.  clt_maint sets
      * the flag in the next step, after this program has read the
      * master, so the aging report lists these from the table as
      * held from today.  A day's returns beyond the table stop the
      * run rather than leave flagged accounts off the aging report.
      ******************************************************************
         77 mrt-new-max       pic 9(05) usage comp value 5000 .
         77 mrt-new-count     pic 9(05) usage comp value zero .
         1 mrt-new-flag-table.
          3 mrt-new-account   pic 9(12) occurs 5000 times
                                indexed by new-idx.

      ******************************************************************
      * Section: Aging
      * Description: Days held run from the master's flag date to
      * the run date, and fall into the bands client services
      * chases by.  A flag date that cannot be read as a date is
      * listed UNDATED rather than guessed at.
      ******************************************************************
         77 mrt-run-date-int  pic s9(09) usage comp value zero .
         77 mrt-held-date-int pic s9(09) usage comp value zero .
         77 mrt-days-held     pic s9(09) usage comp value zero .
         1 mrt-date-work      pic 9(08) value zero.
         1 mrt-held-since     pic x(08) value spaces.
         1 mrt-age-band       pic x(10) value spaces.

      ******************************************************************
      * Section: Run Counters
      ******************************************************************
         77 mrt-mailed-count   pic 9(09) usage comp value zero .
         77 mrt-return-count   pic 9(09) usage comp value zero .
         77 mrt-flagged-count  pic 9(09) usage comp value zero .
         77 mrt-already-count  pic 9(09) usage comp value zero .
         77 mrt-unmatched-count pic 9(09) usage comp value zero .
         77 mrt-nomaster-count pic 9(09) usage comp value zero .
         77 mrt-invalid-count  pic 9(09) usage comp value zero .
         77 mrt-held-count     pic 9(09) usage comp value zero .
         77 mrt-band-30-count  pic 9(09) usage comp value zero .
         77 mrt-band-60-count  pic 9(09) usage comp value zero .
         77 mrt-band-90-count  pic 9(09) usage comp value zero .
         77 mrt-band-over-count pic 9(09) usage comp value zero .
         77 mrt-undated-count  pic 9(09) usage comp value zero .

         1 mrt-run-date.
          3 mrt-run-yyyymmdd pic x(08).
          3 filler           pic x(13).

        copy JPRRMRP.

       Procedure division.
      ****************************************************************
      * Paragraph: 0000-Main-Logic
      * Description: Entry point.  Sorts the mailed register lines
      * and the returns together on account + statement date,
      * matches each return to its mailed statement, then closes
      * the register with its totals and produces the aging report.
      ****************************************************************
       0000-Main-Logic.

           Perform 1000-Initialize.

           If not mrt-fatal-error
              Sort Sort-Work-File
                on ascending key srt-account-num srt-stmt-date
                                 srt-rec-type
                input procedure 2000-Release-Mail-And-Returns
                output procedure 3000-Match-Returns
           end-if.

           If not mrt-fatal-error
              Perform 5000-Write-Register-Totals
           end-if.

           If not mrt-fatal-error
              Perform 6000-Write-Aging-Report
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.

           Goback.

      ****************************************************************
      * Paragraph: 1000-Initialize
      ****************************************************************
       1000-Initialize.

           Move function current-date to mrt-run-date.
           Move mrt-run-yyyymmdd to mrt-date-work.
           Compute mrt-run-date-int =
             function integer-of-date(mrt-date-work).

           Open input Returned-Mail-File.

           If not mrt-rtnmail-ok
              Display "mail_return: unable to open RTNMAIL, status "
                mrt-rtnmail-status
              Move 'Y' to mrt-fatal-error-sw
           end-if.

           Open input Stmt-Register-In.

           If not mrt-stmtreg-ok
              Display "mail_return: unable to open STMTREG, status "
                mrt-stmtreg-status
              Move 'Y' to mrt-fatal-error-sw
           end-if.

           Open input Client-Master-File.

           If not mrt-cltmst-ok
              Display "mail_return: unable to open CLTMST, status "
                mrt-cltmst-status
              Move 'Y' to mrt-fatal-error-sw
           end-if.

           Open output Maint-Transaction-File.

           If not mrt-mntout-ok
              Display "mail_return: unable to open MNTOUT, status "
                mrt-mntout-status
              Move 'Y' to mrt-fatal-error-sw
           end-if.

           Open output Return-Register.

           If not mrt-rtnrpt-ok
              Display "mail_return: unable to open RTNRPT, status "
                mrt-rtnrpt-status
              Move 'Y' to mrt-fatal-error-sw
           end-if.

           Open output Aging-Report.

           If not mrt-agerpt-ok
              Display "mail_return: unable to open AGERPT, status "
                mrt-agerpt-status
              Move 'Y' to mrt-fatal-error-sw
           end-if.

           If not mrt-fatal-error
              Move mrt-run-yyyymmdd to rmhl-run-date
              Write Return-Register-Line from rmrp-heading-line
              Perform 8950-Check-Rtnrpt-Status
              Write Return-Register-Line from rmrp-blank-line
              Perform 8950-Check-Rtnrpt-Status
              Write Return-Register-Line from rmrp-column-heading-line
              Perform 8950-Check-Rtnrpt-Status
           end-if.

      ****************************************************************
      * Paragraph: 2000-Release-Mail-And-Returns
      * Description: SORT input procedure: releases every PRINT
      * detail line off the register history, dated by its
      * register's heading, then every readable return.
      ****************************************************************
       2000-Release-Mail-And-Returns.

           Perform 2100-Read-Register-Line.

           Perform 2200-Release-Register-Line
             until mrt-stmtreg-done.

           Perform 2300-Read-Returned-Mail.

           Perform 2400-Release-Return
             until mrt-rtnmail-done.

      ****************************************************************
      * Paragraph: 2100-Read-Register-Line
      ****************************************************************
       2100-Read-Register-Line.

           Read Stmt-Register-In
             at end
               Move 'Y' to mrt-stmtreg-eof-sw
           end-read.

           If not mrt-stmtreg-ok and not mrt-stmtreg-eof
              Display "mail_return: STMTREG read error, status "
                mrt-stmtreg-status
              Move 'Y' to mrt-stmtreg-eof-sw
              Move 'Y' to mrt-rtnmail-eof-sw
              Move 'Y' to mrt-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2200-Release-Register-Line
      * Description: A register heading sets the statement date for
      * the detail lines under it; a detail line on the PRINT
      * channel is released as mailed.  Electronic, suppressed and
      * held lines, and every other print line, fall through.
      ****************************************************************
       2200-Release-Register-Line.

           If stmt-register-in-line(1:27) = mrt-reg-heading-text
              Move stmt-register-in-line(mrt-reg-date-pos:8)
                to mrt-register-date
           Else
           If stmt-register-in-line(1:12) is numeric
              and stmt-register-in-line(mrt-reg-channel-pos:10)
                = mrt-reg-print-text
              and mrt-register-date not = spaces
              Move spaces to sort-record
              Move stmt-register-in-line(1:12) to srt-account-num
              Move mrt-register-date to srt-stmt-date
              Set srt-mailed to true
              Release sort-record
              Add 1 to mrt-mailed-count
           end-if
           end-if.

           Perform 2100-Read-Register-Line.

      ****************************************************************
      * Paragraph: 2300-Read-Returned-Mail
      ****************************************************************
       2300-Read-Returned-Mail.

           Read Returned-Mail-File
             at end
               Move 'Y' to mrt-rtnmail-eof-sw
           end-read.

           If not mrt-rtnmail-ok and not mrt-rtnmail-eof
              Display "mail_return: RTNMAIL read error, status "
                mrt-rtnmail-status
              Move 'Y' to mrt-rtnmail-eof-sw
              Move 'Y' to mrt-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2400-Release-Return
      * Description: A return whose account or statement date is
      * not numeric cannot be matched; it is listed as an exception
      * here and not released.
      ****************************************************************
       2400-Release-Return.

           Add 1 to mrt-return-count.

           If rml-account-num is not numeric
              or rml-stmt-date is not numeric
              Move rml-account-num   to rmdl-account-num
              Move rml-stmt-date     to rmdl-stmt-date
              Move rml-return-reason to rmdl-reason
              Move spaces            to rmdl-name-last
              If rml-account-num is not numeric
                 Move 'INVALID ACCOUNT NUMBER' to rmdl-result
              Else
                 Move 'INVALID STATEMENT DATE' to rmdl-result
              end-if
              Write Return-Register-Line from rmrp-detail-line
              Perform 8950-Check-Rtnrpt-Status
              Add 1 to mrt-invalid-count
           Else
              Move spaces to sort-record
              Move rml-account-num   to srt-account-num
              Move rml-stmt-date     to srt-stmt-date
              Set srt-returned to true
              Move rml-return-reason to srt-reason
              Release sort-record
           end-if.

           Perform 2300-Read-Returned-Mail.

      ****************************************************************
      * Paragraph: 3000-Match-Returns
      * Description: SORT output procedure: each mailed line
      * refreshes the mailed key, and each return that follows is
      * matched against it.
      ****************************************************************
       3000-Match-Returns.

           Perform 3100-Return-Sorted-Record.

           Perform 3200-Process-Sorted-Record
             until mrt-sort-done.

      ****************************************************************
      * Paragraph: 3100-Return-Sorted-Record
      ****************************************************************
       3100-Return-Sorted-Record.

           Return Sort-Work-File
             at end
               Move 'Y' to mrt-sort-eof-sw
           end-return.

      ****************************************************************
      * Paragraph: 3200-Process-Sorted-Record
      ****************************************************************
       3200-Process-Sorted-Record.

           If srt-mailed
              Move srt-account-num to mrt-mailed-account
              Move srt-stmt-date   to mrt-mailed-date
           Else
              Perform 3300-Process-Return
           end-if.

           If not mrt-sort-done
              Perform 3100-Return-Sorted-Record
           end-if.

      ****************************************************************
      * Paragraph: 3300-Process-Return
      * Description: A return with no PRINT line for its account and
      * statement date was not mailed by us and flags nothing.  A
      * matched return is looked up on the master: an account not
      * on it is an exception, an address already held -- on the
      * master or by an earlier return in this run -- is listed
      * with no new transaction, and any other gets the
      * undeliverable flag.
      ****************************************************************
       3300-Process-Return.

           Move srt-account-num to mrt-rtn-account.
           Move srt-stmt-date   to mrt-rtn-date.

           Move srt-account-num to rmdl-account-num
           Move srt-stmt-date   to rmdl-stmt-date
           Move srt-reason      to rmdl-reason
           Move spaces          to rmdl-name-last.

           If mrt-rtn-key not = mrt-mailed-key
              Move 'NO PRINTED STATEMENT ON FILE' to mrt-result
              Add 1 to mrt-unmatched-count
           Else
              Perform 3400-Lookup-Master
              Evaluate true
                when mrt-fatal-error
                  Move 'MASTER READ ERROR' to mrt-result
                when not mrt-master-found
                  Move 'NOT ON MASTER' to mrt-result
                  Add 1 to mrt-nomaster-count
                when cmr-mail-returned
                  Move cmr-name-last to rmdl-name-last
                  Move spaces to mrt-result
                  String 'ALREADY HELD SINCE ' delimited by size
                         cmr-mail-return-date delimited by size
                    into mrt-result
                  end-string
                  Add 1 to mrt-already-count
                when mrt-new-count > zero
                  and mrt-new-account(mrt-new-count)
                    = srt-account-num
                  Move cmr-name-last to rmdl-name-last
                  Move 'ALREADY FLAGGED THIS RUN' to mrt-result
                  Add 1 to mrt-already-count
                when other
                  Move cmr-name-last to rmdl-name-last
                  Perform 3500-Write-Undeliverable
              End-evaluate
           end-if.

           Move mrt-result to rmdl-result.
           Write Return-Register-Line from rmrp-detail-line.
           Perform 8950-Check-Rtnrpt-Status.

      ****************************************************************
      * Paragraph: 3400-Lookup-Master
      ****************************************************************
       3400-Lookup-Master.

           Move 'N' to mrt-master-found-sw.
           Move srt-account-num to cmr-account-num.

           Read Client-Master-File
             invalid key
               Continue
             not invalid key
               Move 'Y' to mrt-master-found-sw
           end-read.

           If not mrt-cltmst-ok and not mrt-cltmst-notfnd
              Display "mail_return: CLTMST read error, status "
                mrt-cltmst-status
              Move 'Y' to mrt-fatal-error-sw
              Move 'Y' to mrt-sort-eof-sw
           end-if.

      ****************************************************************
      * Paragraph: 3500-Write-Undeliverable
      * Description: Writes the transaction clt_maint applies:
      * action 'U', dated today, keyed to the returned-mail
      * operator so the change report shows where it came from,
      * and remembers the account for the aging report.
      ****************************************************************
       3500-Write-Undeliverable.

           If mrt-new-count >= mrt-new-max
              Display "mail_return: more than " mrt-new-max
                " addresses to flag - run stopped"
              Move 'TOO MANY RETURNS - NOT FLAGGED' to mrt-result
              Move 'Y' to mrt-fatal-error-sw
              Move 'Y' to mrt-sort-eof-sw
           Else
              Move spaces to client-maint-record
              Set mtr-action-undeliverable to true
              Move srt-account-num  to mtr-account-num
              Move mrt-run-yyyymmdd to mtr-return-date
              Move mrt-operator-id  to mtr-operator-id

              Write client-maint-record

              If not mrt-mntout-ok
                 Display "mail_return: MNTOUT write error, status "
                   mrt-mntout-status
                 Move 'MNTOUT WRITE ERROR' to mrt-result
                 Move 'Y' to mrt-fatal-error-sw
                 Move 'Y' to mrt-sort-eof-sw
              Else
                 Add 1 to mrt-new-count
                 Move srt-account-num to mrt-new-account(mrt-new-count)
                 Add 1 to mrt-flagged-count
                 Move 'FLAGGED UNDELIVERABLE' to mrt-result
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 5000-Write-Register-Totals
      ****************************************************************
       5000-Write-Register-Totals.

           Write Return-Register-Line from rmrp-blank-line.
           Perform 8950-Check-Rtnrpt-Status.

           Move 'PRINTED STATEMENTS ON REGISTERS' to rmct-label
           Move mrt-mailed-count to rmct-count.
           Write Return-Register-Line from rmrp-count-line.
           Perform 8950-Check-Rtnrpt-Status.

           Move 'RETURNS READ' to rmct-label
           Move mrt-return-count to rmct-count.
           Write Return-Register-Line from rmrp-count-line.
           Perform 8950-Check-Rtnrpt-Status.

           Move 'FLAGGED UNDELIVERABLE' to rmct-label
           Move mrt-flagged-count to rmct-count.
           Write Return-Register-Line from rmrp-count-line.
           Perform 8950-Check-Rtnrpt-Status.

           Move 'ALREADY HELD' to rmct-label
           Move mrt-already-count to rmct-count.
           Write Return-Register-Line from rmrp-count-line.
           Perform 8950-Check-Rtnrpt-Status.

           Move 'NO PRINTED STATEMENT ON FILE' to rmct-label
           Move mrt-unmatched-count to rmct-count.
           Write Return-Register-Line from rmrp-count-line.
           Perform 8950-Check-Rtnrpt-Status.

           Move 'NOT ON MASTER' to rmct-label
           Move mrt-nomaster-count to rmct-count.
           Write Return-Register-Line from rmrp-count-line.
           Perform 8950-Check-Rtnrpt-Status.

           Move 'UNREADABLE RETURNS' to rmct-label
           Move mrt-invalid-count to rmct-count.
           Write Return-Register-Line from rmrp-count-line.
           Perform 8950-Check-Rtnrpt-Status.

      ****************************************************************
      * Paragraph: 6000-Write-Aging-Report
      * Description: Reads the whole master in account order from
      * the top, listing every address held for returned mail.  The
      * accounts flagged by this run are merged in from the
      * flagged-this-run table, which is in the same order.
      ****************************************************************
       6000-Write-Aging-Report.

           Move mrt-run-yyyymmdd to rahl-run-date.
           Write Aging-Report-Line from ragp-heading-line.
           Perform 8960-Check-Agerpt-Status.
           Write Aging-Report-Line from rmrp-blank-line.
           Perform 8960-Check-Agerpt-Status.
           Write Aging-Report-Line from ragp-column-heading-line.
           Perform 8960-Check-Agerpt-Status.

           Set new-idx to 1.
           Move zero to cmr-account-num.

           Start Client-Master-File key is not less than
             cmr-account-num
             invalid key
               Move 'Y' to mrt-cltmst-eof-sw
           end-start.

           If not mrt-cltmst-ok and not mrt-cltmst-notfnd
              Display "mail_return: CLTMST start error, status "
                mrt-cltmst-status
              Move 'Y' to mrt-cltmst-eof-sw
              Move 'Y' to mrt-fatal-error-sw
           end-if.

           If not mrt-cltmst-done
              Perform 6100-Read-Next-Master
           end-if.

           Perform 6200-Age-One-Account
             until mrt-cltmst-done.

           Perform 6900-Write-Aging-Totals.

      ****************************************************************
      * Paragraph: 6100-Read-Next-Master
      ****************************************************************
       6100-Read-Next-Master.

           Read Client-Master-File next record
             at end
               Move 'Y' to mrt-cltmst-eof-sw
           end-read.

           If not mrt-cltmst-ok and not mrt-cltmst-eof
              Display "mail_return: CLTMST read error, status "
                mrt-cltmst-status
              Move 'Y' to mrt-cltmst-eof-sw
              Move 'Y' to mrt-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 6200-Age-One-Account
      * Description: An address flagged on the master ages from its
      * flag date; one flagged by this run is held from today.
      ****************************************************************
       6200-Age-One-Account.

           Perform 6250-Skip-New-Account
             until new-idx > mrt-new-count
                or mrt-new-account(new-idx) not < cmr-account-num.

           If cmr-mail-returned
              Move cmr-mail-return-date to mrt-held-since
              Perform 6300-Write-Aging-Line
           Else
           If new-idx not > mrt-new-count
              and mrt-new-account(new-idx) = cmr-account-num
              Move mrt-run-yyyymmdd to mrt-held-since
              Perform 6300-Write-Aging-Line
           end-if
           end-if.

           Perform 6100-Read-Next-Master.

      ****************************************************************
      * Paragraph: 6250-Skip-New-Account
      ****************************************************************
       6250-Skip-New-Account.

           Set new-idx up by 1.

      ****************************************************************
      * Paragraph: 6300-Write-Aging-Line
      * Description: Ages the held address from mrt-held-since and
      * writes its line, counting it in its band.
      ****************************************************************
       6300-Write-Aging-Line.

           Add 1 to mrt-held-count.
           Move zero to mrt-days-held.

           If mrt-held-since is not numeric
              or mrt-held-since(5:2) < '01'
              or mrt-held-since(5:2) > '12'
              or mrt-held-since(7:2) < '01'
              or mrt-held-since(7:2) > '31'
              Move 'UNDATED' to mrt-age-band
              Add 1 to mrt-undated-count
           Else
              Move mrt-held-since to mrt-date-work
              Compute mrt-held-date-int =
                function integer-of-date(mrt-date-work)
              Compute mrt-days-held =
                mrt-run-date-int - mrt-held-date-int
              Evaluate true
                when mrt-days-held <= 30
                  Move '0-30 DAYS' to mrt-age-band
                  Add 1 to mrt-band-30-count
                when mrt-days-held <= 60
                  Move '31-60 DAYS' to mrt-age-band
                  Add 1 to mrt-band-60-count
                when mrt-days-held <= 90
                  Move '61-90 DAYS' to mrt-age-band
                  Add 1 to mrt-band-90-count
                when other
                  Move 'OVER 90' to mrt-age-band
                  Add 1 to mrt-band-over-count
              End-evaluate
           end-if.

           Move cmr-account-num   to radl-account-num
           Move cmr-name-last     to radl-name-last
           Move cmr-name-first    to radl-name-first
           Move cmr-delivery-pref to radl-pref
           Move mrt-held-since    to radl-held-since
           Move mrt-days-held     to radl-days-held
           Move mrt-age-band      to radl-age-band
           Move cmr-addr-street   to radl-street.

           Write Aging-Report-Line from ragp-detail-line.
           Perform 8960-Check-Agerpt-Status.

      ****************************************************************
      * Paragraph: 6900-Write-Aging-Totals
      ****************************************************************
       6900-Write-Aging-Totals.

           Write Aging-Report-Line from rmrp-blank-line.
           Perform 8960-Check-Agerpt-Status.

           Move 'ADDRESSES HELD' to ract-label
           Move mrt-held-count to ract-count.
           Write Aging-Report-Line from ragp-count-line.
           Perform 8960-Check-Agerpt-Status.

           Move 'OF WHICH FLAGGED THIS RUN' to ract-label
           Move mrt-flagged-count to ract-count.
           Write Aging-Report-Line from ragp-count-line.
           Perform 8960-Check-Agerpt-Status.

           Move 'HELD 0-30 DAYS' to ract-label
           Move mrt-band-30-count to ract-count.
           Write Aging-Report-Line from ragp-count-line.
           Perform 8960-Check-Agerpt-Status.

           Move 'HELD 31-60 DAYS' to ract-label
           Move mrt-band-60-count to ract-count.
           Write Aging-Report-Line from ragp-count-line.
           Perform 8960-Check-Agerpt-Status.

           Move 'HELD 61-90 DAYS' to ract-label
           Move mrt-band-90-count to ract-count.
           Write Aging-Report-Line from ragp-count-line.
           Perform 8960-Check-Agerpt-Status.

           Move 'HELD OVER 90 DAYS' to ract-label
           Move mrt-band-over-count to ract-count.
           Write Aging-Report-Line from ragp-count-line.
           Perform 8960-Check-Agerpt-Status.

           Move 'UNDATED' to ract-label
           Move mrt-undated-count to ract-count.
           Write Aging-Report-Line from ragp-count-line.
           Perform 8960-Check-Agerpt-Status.

      ****************************************************************
      * Paragraph: 8950-Check-Rtnrpt-Status
      ****************************************************************
       8950-Check-Rtnrpt-Status.

           If not mrt-rtnrpt-ok
              Display "mail_return: RTNRPT write error, status "
                mrt-rtnrpt-status
              Move 'Y' to mrt-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 8960-Check-Agerpt-Status
      ****************************************************************
       8960-Check-Agerpt-Status.

           If not mrt-agerpt-ok
              Display "mail_return: AGERPT write error, status "
                mrt-agerpt-status
              Move 'Y' to mrt-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 9000-Terminate
      ****************************************************************
       9000-Terminate.

           Close Returned-Mail-File.
           Close Stmt-Register-In.
           Close Client-Master-File.
           Close Maint-Transaction-File.
           Close Return-Register.
           Close Aging-Report.

           Display "mail_return: returns read " mrt-return-count
             ", flagged " mrt-flagged-count
             ", already held " mrt-already-count
             ", addresses held " mrt-held-count.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
      * Description: Sets RETURN-CODE for the scheduler: 8 on any
      * I/O, sort or table error -- the flags must not be applied
      * -- 4 when returns are listed as exceptions (no printed
      * statement on file, not on master, unreadable), otherwise 0.
      * Flags and already-held returns are the normal output of the
      * run and do not raise the code.
      ****************************************************************
       9200-Set-Return-Code.

           If mrt-fatal-error
              Move 8 to return-code
           Else
           If mrt-unmatched-count > zero
              or mrt-nomaster-count > zero
              or mrt-invalid-count > zero
              Move 4 to return-code
           Else
              Move 0 to return-code
           end-if
           end-if.

       End program mail_return.
