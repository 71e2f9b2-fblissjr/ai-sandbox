CBL CODEPAGE(DCBS)
       Identification division.
      ******************************************************************
      * Program ID: clt_intake
      * Purpose: Builds the day's CLTIN for json_parse out of the
      * client extract files the upstream source systems land, in
      * place of operations concatenating them by hand.  The
      * expected-feeds schedule (JPRFEED) lists, for the processing
      * date, every source system that is to deliver, the extract
      * date its file must carry, whether the batch may run without
      * it, and when it is due.  Every file on the landed feeds
      * (FEEDIN, each file its own 'H' header, 'D' details and 'T'
      * trailer in the JPRCLIN layout) is checked on its own: header
      * first, one trailer last, the trailer count against the
      * details and the trailer hash against the balances parsed out
      * of the client-data JSON, the source and extract date against
      * the schedule, and the file's identity -- source, extract date
      * and trailer hash -- against the feed-file history (JPRFACC),
      * so a whole-file re-send of a file already merged is refused
      * before it is ever parsed.  When every required feed has a
      * file accepted, the accepted files' details are sorted on
      * account-num into one CLTIN under a single header and a
      * recomputed combined trailer; when one has not, nothing is
      * written and the run ends with the hold return code, so the
      * batch does not run on half a day's clients.  The intake
      * register (JPRITRP) shows each expected feed as arrived, late,
      * missing or refused, and every file received with the reason
      * it was refused.
      * Author: [Authors' Name]
      * Date: [Date]
      *
      * Modification History:
      *   2026-10-15  Maintainer  Initial version, replacing the
      *               hand concatenation of the source systems'
      *               client extract files into CLTIN.
      ******************************************************************
         Program-id. clt_intake.
       Environment division.
        Input-output section.
        File-control.
            Select Feed-Schedule-File assign to "FEEDSCHD"
              organization is sequential
              file status is itk-feedschd-status.
            Select Feed-In-File assign to "FEEDIN"
              organization is sequential
              file status is itk-feedin-status.
            Select optional Feed-History-File assign to "FEEDHIST"
              organization is indexed
              access is random
              record key is fac-feed-key
              file status is itk-feedhist-status.
            Select Merged-Client-File assign to "CLTOUT"
              organization is sequential
              file status is itk-cltout-status.
            Select Intake-Register assign to "INTKRPT"
              organization is sequential
              file status is itk-intkrpt-status.
            Select Sort-Work-File assign to "SORTWK01".

       Data division.
        File section.

        FD  Feed-Schedule-File
            label records are standard.
        copy JPRFEED.

        FD  Feed-In-File
            label records are standard.
        copy JPRCLIN.

        FD  Feed-History-File
            label records are standard.
        copy JPRFACC.

      * The merged CLTIN is the JPRCLIN layout; its header and
      * trailer are built here, its details are the sorted records
      * exactly as they arrived.
        FD  Merged-Client-File
            label records are standard.
         1 merged-client-record.
          3 mcr-record-type      pic x(01).
          3 mcr-record-body      pic x(4816).
          3 mcr-header-body redefines mcr-record-body.
           5 mcr-extract-date    pic x(08).
           5 mcr-source-system   pic x(08).
           5 filler              pic x(4800).
          3 mcr-trailer-body redefines mcr-record-body.
           5 mcr-client-count    pic 9(09).
           5 mcr-hash-total      pic s9(13)v99.
           5 filler              pic x(4792).

        FD  Intake-Register
            label records are standard.
         1 Intake-Register-Line pic x(132).

        SD  Sort-Work-File.
         1 sort-record.
          3 srt-account-num    pic 9(12).
          3 srt-client-record  pic x(4817).

        Working-storage section.

      ******************************************************************
      * Section: File Status and Switches
      ******************************************************************

         1 itk-feedschd-status pic x(02) value '00'.
           88 itk-feedschd-ok           value '00'.
           88 itk-feedschd-eof          value '10'.

         1 itk-feedin-status   pic x(02) value '00'.
           88 itk-feedin-ok             value '00'.
           88 itk-feedin-eof            value '10'.

         1 itk-feedhist-status pic x(02) value '00'.
           88 itk-feedhist-ok           value '00'.
           88 itk-feedhist-created      value '05'.
           88 itk-feedhist-notfnd       value '23'.

         1 itk-cltout-status   pic x(02) value '00'.
           88 itk-cltout-ok             value '00'.

         1 itk-intkrpt-status  pic x(02) value '00'.
           88 itk-intkrpt-ok            value '00'.

         1 itk-switches.
          3 itk-sched-eof-sw    pic x(01) value 'N'.
           88 itk-sched-done           value 'Y'.
          3 itk-feed-eof-sw     pic x(01) value 'N'.
           88 itk-feed-done            value 'Y'.
          3 itk-sort-eof-sw     pic x(01) value 'N'.
           88 itk-sort-done            value 'Y'.
          3 itk-fatal-error-sw  pic x(01) value 'N'.
           88 itk-fatal-error          value 'Y'.
          3 itk-control-error-sw pic x(01) value 'N'.
           88 itk-control-error        value 'Y'.
          3 itk-hold-sw         pic x(01) value 'N'.
           88 itk-hold                 value 'Y'.
          3 itk-released-sw     pic x(01) value 'N'.
           88 itk-released             value 'Y'.
          3 itk-register-open-sw pic x(01) value 'N'.
           88 itk-register-open        value 'Y'.
          3 itk-feed-found-sw   pic x(01) value 'N'.
           88 itk-feed-found           value 'Y'.
          3 itk-same-file-sw    pic x(01) value 'N'.
           88 itk-same-file            value 'Y'.
          3 itk-json-valid-sw   pic x(01) value 'Y'.
           88 itk-json-valid           value 'Y'.

      ******************************************************************
      * Section: Processing and Extract Dates
      * Description: The processing date is the run date unless the
      * PARM names one (a rerun that crosses midnight).  The extract
      * date is the one the schedule lists for the processing date;
      * a catch-up day whose schedule lists more than one must name
      * the extract date being taken in the PARM, and the intake is
      * then run once per extract date, in date order, ahead of each
      * json_parse run.
      ******************************************************************
         1 itk-run-date.
          3 itk-run-yyyymmdd   pic x(08).
          3 itk-run-hhmmss     pic x(06).
          3 filler             pic x(07).

         1 itk-process-date    pic x(08) value spaces.
         1 itk-extract-date    pic x(08) value spaces.
         1 itk-parm-extract-date pic x(08) value spaces.

         1 itk-search-source   pic x(08) value spaces.

         1 itk-seen-stamp.
          3 itk-seen-stamp-date pic x(08).
          3 itk-seen-stamp-time pic x(04).

      ******************************************************************
      * Section: Expected Feeds Table
      * Description: The schedule entries for the processing date
      * (and the PARM extract date, where one is named), one per
      * source system.  Each entry collects the file accepted for
      * it, the count of files refused for it, and the status the
      * register prints.
      ******************************************************************
         77 itk-fds-max-entries pic 9(05) usage comp value 50 .
         77 itk-fds-count       pic 9(05) usage comp value zero .

         1 itk-fds-table.
          3 itk-fds-entry occurs 50 times indexed by fds-idx.
           5 itk-fds-source          pic x(08).
           5 itk-fds-extract-date    pic x(08).
           5 itk-fds-required-sw     pic x(01).
            88 itk-fds-required              value 'Y'.
           5 itk-fds-due-stamp.
            7 itk-fds-due-date       pic x(08).
            7 itk-fds-due-time       pic x(04).
           5 itk-fds-status          pic x(08).
            88 itk-fds-late                  value 'LATE'.
           5 itk-fds-file-num        pic 9(05) usage comp.
           5 itk-fds-refused-count   pic 9(05) usage comp.

      ******************************************************************
      * Section: Files Received Table
      * Description: One entry per file found on FEEDIN, in the
      * order landed.  A new file starts at every 'H' header; records
      * ahead of the first header are a file of their own with no
      * header, so they are refused rather than silently joined to a
      * neighbour.  Both passes over FEEDIN number the files by the
      * same rule, so the second pass releases the details of the
      * files the first pass accepted.
      ******************************************************************
         77 itk-fil-max-entries pic 9(05) usage comp value 99 .
         77 itk-fil-count       pic 9(05) usage comp value zero .
         77 itk-file-num        pic 9(05) usage comp value zero .
         77 itk-cmp-sub         pic 9(05) usage comp value zero .

         1 itk-fil-table.
          3 itk-fil-entry occurs 99 times indexed by fil-idx.
           5 itk-fil-source          pic x(08).
           5 itk-fil-extract-date    pic x(08).
           5 itk-fil-detail-count    pic 9(09) usage comp.
           5 itk-fil-trailer-count   pic 9(09) usage comp.
           5 itk-fil-trailer-hash    pic s9(13)v99 usage comp-3.
           5 itk-fil-parsed-hash     pic s9(13)v99 usage comp-3.
           5 itk-fil-header-sw       pic x(01).
            88 itk-fil-header-seen           value 'Y'.
           5 itk-fil-trailer-sw      pic x(01).
            88 itk-fil-trailer-seen          value 'Y'.
           5 itk-fil-extra-sw        pic x(01).
            88 itk-fil-after-trailer         value 'Y'.
           5 itk-fil-badtype-sw      pic x(01).
            88 itk-fil-bad-type              value 'Y'.
           5 itk-fil-hash-sw         pic x(01).
            88 itk-fil-hash-verified         value 'Y'.
           5 itk-fil-history-sw      pic x(01).
            88 itk-fil-on-history            value 'Y'.
           5 itk-fil-disposition     pic x(01).
            88 itk-fil-accepted              value 'A'.
            88 itk-fil-refused               value 'R'.
           5 itk-fil-reason          pic x(40).
           5 itk-fil-feed-num        pic 9(05) usage comp.
           5 itk-fil-seen-date       pic x(08).
           5 itk-fil-seen-time       pic x(06).

      ******************************************************************
      * Section: Intake Counters
      ******************************************************************
         77 itk-accepted-count  pic 9(09) usage comp value zero .
         77 itk-refused-count   pic 9(09) usage comp value zero .
         77 itk-unverified-count pic 9(09) usage comp value zero .
         77 itk-arrived-count   pic 9(09) usage comp value zero .
         77 itk-late-count      pic 9(09) usage comp value zero .
         77 itk-missing-count   pic 9(09) usage comp value zero .
         77 itk-feed-refused-count pic 9(09) usage comp value zero .
         77 itk-required-count  pic 9(09) usage comp value zero .
         77 itk-required-absent pic 9(09) usage comp value zero .
         77 itk-optional-absent pic 9(09) usage comp value zero .
         77 itk-accepted-clients pic 9(09) usage comp value zero .
         77 itk-released-count  pic 9(09) usage comp value zero .
         77 itk-merged-count    pic 9(09) usage comp value zero .
         77 itk-repeat-account-count pic 9(09) usage comp value zero .

         77 itk-accepted-hash   pic s9(13)v99 usage comp-3 value zero .

         77 itk-prev-account    pic 9(12) value zero .

         1 jtxt-1208 pic x(4000) value is all x'20'.

      ******************************************************************
      * Section: Parse Validation Structures
      * Description: Each detail's client-data JSON is parsed into
      * this structure only to sum the balances the file's trailer
      * hash must equal -- the same total json_parse verifies.  The
      * layout mirrors json_parse's parsed client-data.  A detail
      * whose client-data will not parse leaves the file's hash
      * unverifiable, as in json_parse, and the file is taken on its
      * trailer count alone; json_parse rejects that client itself.
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

      ******************************************************************
      * Section: Intake Register Print Lines
      ******************************************************************
        copy JPRITRP.

      ******************************************************************
      * Section: Linkage
      * Description: An optional PARM: 'yyyymmdd' names the
      * processing date, 'yyyymmdd-yyyymmdd' the processing date and
      * the extract date to take.  Anything else passed is a hard
      * stop; no PARM means the run date.
      ******************************************************************
       Linkage section.

         1 lk-parm-area.
          3 lk-parm-len    pic 9(04) usage comp.
          3 lk-parm-data   pic x(17).

       Procedure division using lk-parm-area.
      ****************************************************************
      * Paragraph: 0000-Main-Logic
      * Description: Entry point.  Loads the day's expected feeds,
      * checks every landed file, judges each expected feed, and --
      * unless a required feed is absent -- sorts the accepted files'
      * clients into the merged CLTIN.  The feed-file history is
      * updated for the files taken, and the intake register closes
      * the run.
      ****************************************************************
       0000-Main-Logic.

           Perform 1000-Initialize.

           If not itk-fatal-error and not itk-control-error
              Perform 2000-Check-Landed-Files
           end-if.

           If not itk-fatal-error and not itk-control-error
              Perform 3000-Judge-Expected-Feeds
           end-if.

           If not itk-fatal-error and not itk-control-error
              and not itk-hold
              Sort Sort-Work-File
                on ascending key srt-account-num
                input procedure 4000-Release-Accepted-Clients
                output procedure 5000-Write-Merged-Extract
           end-if.

           If not itk-fatal-error and not itk-control-error
              Perform 6000-Update-Feed-History
           end-if.

           If itk-register-open
              Perform 8000-Print-Intake-Register
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.

           Goback.

      ****************************************************************
      * Paragraph: 1000-Initialize
      ****************************************************************
       1000-Initialize.

           Move function current-date to itk-run-date.

           Perform 1050-Resolve-Parm.

           Open input Feed-Schedule-File.

           If not itk-feedschd-ok
              Display "clt_intake: unable to open FEEDSCHD, status "
                itk-feedschd-status
              Move 'Y' to itk-fatal-error-sw
           end-if.

           Open input Feed-In-File.

           If not itk-feedin-ok
              Display "clt_intake: unable to open FEEDIN, status "
                itk-feedin-status
              Move 'Y' to itk-fatal-error-sw
           end-if.

      * The OPTIONAL SELECT lets the first run open a defined but
      * never-loaded history KSDS.
           Open i-o Feed-History-File.

           If not itk-feedhist-ok and not itk-feedhist-created
              Display "clt_intake: unable to open FEEDHIST, status "
                itk-feedhist-status
              Move 'Y' to itk-fatal-error-sw
           end-if.

           Open output Intake-Register.

           If not itk-intkrpt-ok
              Display "clt_intake: unable to open INTKRPT, status "
                itk-intkrpt-status
              Move 'Y' to itk-fatal-error-sw
           Else
              Move 'Y' to itk-register-open-sw
           end-if.

           If not itk-fatal-error and not itk-control-error
              Perform 1100-Load-Schedule
           end-if.

      ****************************************************************
      * Paragraph: 1050-Resolve-Parm
      * Description: An unusable PARM is a hard stop, the same policy
      * as json_parse: an intake run against the wrong day's
      * schedule would merge the wrong day's files.
      ****************************************************************
       1050-Resolve-Parm.

           Move itk-run-yyyymmdd to itk-process-date.

           If lk-parm-len > 0
              Evaluate true
                when lk-parm-len = 8
                  and lk-parm-data(1:8) is numeric
                  Move lk-parm-data(1:8) to itk-process-date
                when lk-parm-len = 17
                  and lk-parm-data(9:1) = '-'
                  and lk-parm-data(1:8) is numeric
                  and lk-parm-data(10:8) is numeric
                  Move lk-parm-data(1:8)  to itk-process-date
                  Move lk-parm-data(10:8) to itk-parm-extract-date
                when other
                  Display "clt_intake: PARM is not yyyymmdd or "
                    "yyyymmdd-yyyymmdd - run stopped"
                  Move 'Y' to itk-control-error-sw
              End-evaluate
           end-if.

           If not itk-control-error
              Display "clt_intake: processing date " itk-process-date
           end-if.

      ****************************************************************
      * Paragraph: 1100-Load-Schedule
      * Description: Collects the schedule entries for the
      * processing date into itk-fds-table.  A date with no feeds
      * scheduled, a source listed twice, a required flag other than
      * Y or N, or -- with no extract date named in the PARM -- more
      * than one extract date for the day is a schedule error and
      * stops the run before anything is merged.
      ****************************************************************
       1100-Load-Schedule.

           Perform 1150-Read-Schedule-Record.

           Perform 1200-Store-Schedule-Entry
             until itk-sched-done.

           If itk-fds-count = zero
              and not itk-fatal-error and not itk-control-error
              Display "clt_intake: no feeds scheduled for processing "
                "date " itk-process-date " " itk-parm-extract-date
                " - run stopped"
              Move 'Y' to itk-control-error-sw
           end-if.

           If not itk-fatal-error and not itk-control-error
              Display "clt_intake: taking extract date "
                itk-extract-date " from " itk-fds-count
                " scheduled feeds"
           end-if.

      ****************************************************************
      * Paragraph: 1150-Read-Schedule-Record
      ****************************************************************
       1150-Read-Schedule-Record.

           Read Feed-Schedule-File
             at end
               Move 'Y' to itk-sched-eof-sw
           end-read.

           If not itk-feedschd-ok and not itk-feedschd-eof
              Display "clt_intake: FEEDSCHD read error, status "
                itk-feedschd-status
              Move 'Y' to itk-sched-eof-sw
              Move 'Y' to itk-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 1200-Store-Schedule-Entry
      ****************************************************************
       1200-Store-Schedule-Entry.

           Evaluate true
             when fds-process-date not = itk-process-date
               Continue
             when itk-parm-extract-date not = spaces
               and fds-extract-date not = itk-parm-extract-date
               Continue
             when not fds-required and not fds-optional
               Display "clt_intake: FEEDSCHD required flag for "
                 fds-source-system " is not Y or N - run stopped"
               Move 'Y' to itk-control-error-sw
             when itk-fds-count >= itk-fds-max-entries
               Display "clt_intake: FEEDSCHD overflows the expected "
                 "feeds table at " itk-fds-max-entries " entries"
               Move 'Y' to itk-control-error-sw
             when itk-extract-date not = spaces
               and fds-extract-date not = itk-extract-date
               Display "clt_intake: FEEDSCHD lists more than one "
                 "extract date for " itk-process-date
                 " - name the extract date in the PARM"
               Move 'Y' to itk-control-error-sw
             when other
               Perform 1300-Add-Schedule-Entry
           End-evaluate.

           If itk-control-error
              Move 'Y' to itk-sched-eof-sw
           Else
              Perform 1150-Read-Schedule-Record
           end-if.

      ****************************************************************
      * Paragraph: 1250-Find-Feed
      * Description: Searches the expected feeds for the source in
      * itk-search-source, leaving fds-idx set on a hit.
      ****************************************************************
       1250-Find-Feed.

           Move 'N' to itk-feed-found-sw.

           Set fds-idx to 1.

           Search itk-fds-entry
             at end
               Continue
             when itk-fds-source(fds-idx) = itk-search-source
               and fds-idx <= itk-fds-count
               Move 'Y' to itk-feed-found-sw
           end-search.

      ****************************************************************
      * Paragraph: 1300-Add-Schedule-Entry
      * Description: A feed with no due date is due on the
      * processing date; with no due time it is never judged late.
      ****************************************************************
       1300-Add-Schedule-Entry.

           Move fds-source-system to itk-search-source.
           Perform 1250-Find-Feed.

           If itk-feed-found
              Display "clt_intake: FEEDSCHD lists source "
                fds-source-system " twice for " itk-process-date
                " - run stopped"
              Move 'Y' to itk-control-error-sw
           Else
              Add 1 to itk-fds-count
              Set fds-idx to itk-fds-count
              Move fds-source-system to itk-fds-source(fds-idx)
              Move fds-extract-date  to itk-fds-extract-date(fds-idx)
              Move fds-required-sw   to itk-fds-required-sw(fds-idx)
              Move fds-due-date      to itk-fds-due-date(fds-idx)
              Move fds-due-time      to itk-fds-due-time(fds-idx)
              Move spaces            to itk-fds-status(fds-idx)
              Move zero              to itk-fds-file-num(fds-idx)
              Move zero              to itk-fds-refused-count(fds-idx)
              If itk-fds-due-date(fds-idx) = spaces
                 Move itk-process-date to itk-fds-due-date(fds-idx)
              end-if
              If fds-required
                 Add 1 to itk-required-count
              end-if
              Move fds-extract-date to itk-extract-date
           end-if.

      ****************************************************************
      * Paragraph: 2000-Check-Landed-Files
      * Description: First pass over FEEDIN: each file's records are
      * tallied into its itk-fil-table entry and the file is judged
      * when the next file's header, or end of FEEDIN, closes it.
      ****************************************************************
       2000-Check-Landed-Files.

           Perform 2100-Read-Feed-Record.

           Perform 2200-Check-One-Record
             until itk-feed-done.

           If itk-file-num > 0
              and not itk-fatal-error and not itk-control-error
              Perform 2500-Judge-File
           end-if.

           Close Feed-In-File.

      ****************************************************************
      * Paragraph: 2100-Read-Feed-Record
      ****************************************************************
       2100-Read-Feed-Record.

           Read Feed-In-File
             at end
               Move 'Y' to itk-feed-eof-sw
           end-read.

           If not itk-feedin-ok and not itk-feedin-eof
              Display "clt_intake: FEEDIN read error, status "
                itk-feedin-status
              Move 'Y' to itk-feed-eof-sw
              Move 'Y' to itk-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2200-Check-One-Record
      * Description: Tallies the record just read into the current
      * file's entry.  Anything after the file's trailer -- a
      * detail, a second trailer -- marks the file, since a trailer
      * that does not close its file proves nothing.
      ****************************************************************
       2200-Check-One-Record.

           If cjr-header-record or itk-file-num = 0
              If itk-file-num > 0
                 Perform 2500-Judge-File
              end-if
              Perform 2300-Start-File-Entry
           end-if.

           If not itk-control-error
              Set fil-idx to itk-file-num
              Evaluate true
                when cjr-header-record
                  Continue
                when itk-fil-trailer-seen(fil-idx)
                  Move 'Y' to itk-fil-extra-sw(fil-idx)
                when cjr-client-record
                  Add 1 to itk-fil-detail-count(fil-idx)
                  Perform 2400-Hash-Client-Balance
                when cjr-trailer-record
                  Move ctr-client-count
                    to itk-fil-trailer-count(fil-idx)
                  Move ctr-hash-total
                    to itk-fil-trailer-hash(fil-idx)
                  Move 'Y' to itk-fil-trailer-sw(fil-idx)
                when other
                  Move 'Y' to itk-fil-badtype-sw(fil-idx)
              End-evaluate
              Perform 2100-Read-Feed-Record
           end-if.

      ****************************************************************
      * Paragraph: 2300-Start-File-Entry
      ****************************************************************
       2300-Start-File-Entry.

           If itk-fil-count >= itk-fil-max-entries
              Display "clt_intake: FEEDIN carries more than "
                itk-fil-max-entries " files - run stopped"
              Move 'Y' to itk-feed-eof-sw
              Move 'Y' to itk-control-error-sw
           Else
              Add 1 to itk-fil-count
              Move itk-fil-count to itk-file-num
              Set fil-idx to itk-file-num
              Initialize itk-fil-entry(fil-idx)
              Move 'N' to itk-fil-header-sw(fil-idx)
              Move 'N' to itk-fil-trailer-sw(fil-idx)
              Move 'N' to itk-fil-extra-sw(fil-idx)
              Move 'N' to itk-fil-badtype-sw(fil-idx)
              Move 'Y' to itk-fil-hash-sw(fil-idx)
              Move 'N' to itk-fil-history-sw(fil-idx)
              If cjr-header-record
                 Move 'Y' to itk-fil-header-sw(fil-idx)
                 Move chr-source-system
                   to itk-fil-source(fil-idx)
                 Move chr-extract-date
                   to itk-fil-extract-date(fil-idx)
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 2400-Hash-Client-Balance
      * Description: Parses the detail's client-data JSON and rolls
      * its balance into the file's parsed hash.  A detail that will
      * not parse leaves the file's hash unverifiable.
      ****************************************************************
       2400-Hash-Client-Balance.

           If cjr-client-json-len > 0
              and cjr-client-json-len <= 800
              Move 'Y' to itk-json-valid-sw
              Initialize client-data
              Initialize jtxt-1208 all value
              Move cjr-client-json-text(1:cjr-client-json-len)
                to jtxt-1208(1:cjr-client-json-len)
              Json parse
                jtxt-1208(1:cjr-client-json-len)
                into client-data with detail
                on exception
                  move 'N' to itk-json-valid-sw
              end-json
              If itk-json-valid
                 Add balance to itk-fil-parsed-hash(fil-idx)
              Else
                 Move 'N' to itk-fil-hash-sw(fil-idx)
              end-if
           Else
              Move 'N' to itk-fil-hash-sw(fil-idx)
           end-if.

      ****************************************************************
      * Paragraph: 2500-Judge-File
      * Description: Judges the file just closed: its own header and
      * trailer first, then its place on the schedule, then whether
      * it has been delivered before.  A file that passes everything
      * is accepted for its feed; the reason for any refusal is kept
      * for the register.
      ****************************************************************
       2500-Judge-File.

           Set fil-idx to itk-file-num.
           Move zero to itk-fil-feed-num(fil-idx).

           If itk-fil-header-seen(fil-idx)
              Move itk-fil-source(fil-idx) to itk-search-source
              Perform 1250-Find-Feed
              If itk-feed-found
                 Set itk-fil-feed-num(fil-idx) to fds-idx
              end-if
           end-if.

           Evaluate true
             when not itk-fil-header-seen(fil-idx)
               Move 'NO HEADER RECORD AHEAD OF THESE RECORDS'
                 to itk-fil-reason(fil-idx)
             when itk-fil-bad-type(fil-idx)
               Move 'UNKNOWN RECORD TYPE IN FILE'
                 to itk-fil-reason(fil-idx)
             when not itk-fil-trailer-seen(fil-idx)
               Move 'NO TRAILER RECORD'
                 to itk-fil-reason(fil-idx)
             when itk-fil-after-trailer(fil-idx)
               Move 'RECORDS AFTER THE TRAILER'
                 to itk-fil-reason(fil-idx)
             when itk-fil-detail-count(fil-idx)
               not = itk-fil-trailer-count(fil-idx)
               Move 'TRAILER COUNT DISAGREES WITH DETAILS'
                 to itk-fil-reason(fil-idx)
             when itk-fil-hash-verified(fil-idx)
               and itk-fil-parsed-hash(fil-idx)
               not = itk-fil-trailer-hash(fil-idx)
               Move 'TRAILER HASH DISAGREES WITH BALANCES'
                 to itk-fil-reason(fil-idx)
             when itk-fil-feed-num(fil-idx) = zero
               Move 'SOURCE NOT SCHEDULED FOR THIS INTAKE'
                 to itk-fil-reason(fil-idx)
             when itk-fil-extract-date(fil-idx)
               not = itk-extract-date
               Move 'EXTRACT DATE IS NOT THE SCHEDULED DATE'
                 to itk-fil-reason(fil-idx)
             when other
               Perform 2600-Check-Repeat-Delivery
           End-evaluate.

           If itk-fil-reason(fil-idx) = spaces
              and not itk-fatal-error
              Move 'A' to itk-fil-disposition(fil-idx)
              Set fds-idx to itk-fil-feed-num(fil-idx)
              Move itk-file-num to itk-fds-file-num(fds-idx)
              Add 1 to itk-accepted-count
              Add itk-fil-detail-count(fil-idx)
                to itk-accepted-clients
              Add itk-fil-trailer-hash(fil-idx) to itk-accepted-hash
              If not itk-fil-hash-verified(fil-idx)
                 Add 1 to itk-unverified-count
              end-if
           Else
              Move 'R' to itk-fil-disposition(fil-idx)
              Add 1 to itk-refused-count
              If itk-fil-feed-num(fil-idx) > zero
                 Set fds-idx to itk-fil-feed-num(fil-idx)
                 Add 1 to itk-fds-refused-count(fds-idx)
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 2600-Check-Repeat-Delivery
      * Description: A file is identified by its source, its extract
      * date and its trailer hash.  The same file landed twice in
      * one intake is taken once; a second, different file for a
      * feed that already has one is refused, since both cannot be
      * the day's file; and a file the history shows merged into an
      * earlier released CLTIN is a re-send.  A file the history
      * shows only on a held run is taken, and keeps the time it was
      * first seen.
      ****************************************************************
       2600-Check-Repeat-Delivery.

           Set fds-idx to itk-fil-feed-num(fil-idx).

           Move 'N' to itk-same-file-sw.

           Perform 2650-Compare-Earlier-File
             varying itk-cmp-sub from 1 by 1
             until itk-cmp-sub >= itk-file-num
                or itk-same-file.

           Evaluate true
             when itk-same-file
               Move 'SAME FILE LANDED TWICE IN THIS INTAKE'
                 to itk-fil-reason(fil-idx)
             when itk-fds-file-num(fds-idx) > zero
               Move 'FEED ALREADY DELIVERED IN THIS INTAKE'
                 to itk-fil-reason(fil-idx)
             when other
               Perform 2700-Check-Feed-History
           End-evaluate.

      ****************************************************************
      * Paragraph: 2650-Compare-Earlier-File
      ****************************************************************
       2650-Compare-Earlier-File.

           If itk-fil-accepted(itk-cmp-sub)
              and itk-fil-source(itk-cmp-sub) = itk-fil-source(fil-idx)
              and itk-fil-extract-date(itk-cmp-sub)
                = itk-fil-extract-date(fil-idx)
              and itk-fil-trailer-hash(itk-cmp-sub)
                = itk-fil-trailer-hash(fil-idx)
              Move 'Y' to itk-same-file-sw
           end-if.

      ****************************************************************
      * Paragraph: 2700-Check-Feed-History
      ****************************************************************
       2700-Check-Feed-History.

           Move itk-fil-source(fil-idx)       to fac-source-system.
           Move itk-fil-extract-date(fil-idx) to fac-extract-date.
           Move itk-fil-trailer-hash(fil-idx) to fac-hash-total.

           Read Feed-History-File
             invalid key
               Continue
           end-read.

           Evaluate true
             when itk-feedhist-notfnd
               Move itk-run-yyyymmdd to itk-fil-seen-date(fil-idx)
               Move itk-run-hhmmss   to itk-fil-seen-time(fil-idx)
             when not itk-feedhist-ok
               Display "clt_intake: FEEDHIST read error, status "
                 itk-feedhist-status
               Move 'Y' to itk-feed-eof-sw
               Move 'Y' to itk-fatal-error-sw
             when fac-accepted
               String 'ALREADY MERGED ON ' delimited by size
                      fac-accepted-date   delimited by size
                      ' - RE-SEND'        delimited by size
                 into itk-fil-reason(fil-idx)
               end-string
             when other
               Move 'Y' to itk-fil-history-sw(fil-idx)
               Move fac-first-seen-date to itk-fil-seen-date(fil-idx)
               Move fac-first-seen-time to itk-fil-seen-time(fil-idx)
           End-evaluate.

      ****************************************************************
      * Paragraph: 3000-Judge-Expected-Feeds
      * Description: Gives every expected feed its register status.
      * A required feed with no file accepted -- none landed, or
      * every one refused -- holds the intake.
      ****************************************************************
       3000-Judge-Expected-Feeds.

           Perform 3100-Judge-One-Feed
             varying fds-idx from 1 by 1
             until fds-idx > itk-fds-count.

           If itk-hold
              Display "clt_intake: " itk-required-absent
                " required feed(s) not arrived - intake held"
           end-if.

      ****************************************************************
      * Paragraph: 3100-Judge-One-Feed
      * Description: A feed whose file was first seen after its due
      * date and time is LATE; it is still merged.
      ****************************************************************
       3100-Judge-One-Feed.

           If itk-fds-file-num(fds-idx) > zero
              Set fil-idx to itk-fds-file-num(fds-idx)
              Move itk-fil-seen-date(fil-idx) to itk-seen-stamp-date
              Move itk-fil-seen-time(fil-idx)(1:4)
                to itk-seen-stamp-time
              If itk-fds-due-time(fds-idx) not = spaces
                 and itk-seen-stamp > itk-fds-due-stamp(fds-idx)
                 Move 'LATE' to itk-fds-status(fds-idx)
                 Add 1 to itk-late-count
              Else
                 Move 'ARRIVED' to itk-fds-status(fds-idx)
                 Add 1 to itk-arrived-count
              end-if
           Else
              If itk-fds-refused-count(fds-idx) > zero
                 Move 'REFUSED' to itk-fds-status(fds-idx)
                 Add 1 to itk-feed-refused-count
              Else
                 Move 'MISSING' to itk-fds-status(fds-idx)
                 Add 1 to itk-missing-count
              end-if
              If itk-fds-required(fds-idx)
                 Add 1 to itk-required-absent
                 Move 'Y' to itk-hold-sw
              Else
                 Add 1 to itk-optional-absent
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 4000-Release-Accepted-Clients
      * Description: SORT input procedure: second pass over FEEDIN,
      * numbering the files by the first pass's rule and releasing
      * the details of the accepted files.
      ****************************************************************
       4000-Release-Accepted-Clients.

           Open input Feed-In-File.

           If not itk-feedin-ok
              Display "clt_intake: unable to reopen FEEDIN, status "
                itk-feedin-status
              Move 'Y' to itk-fatal-error-sw
           Else
              Move 'N' to itk-feed-eof-sw
              Move zero to itk-file-num
              Perform 2100-Read-Feed-Record
              Perform 4100-Release-One-Record
                until itk-feed-done
              Close Feed-In-File
           end-if.

      ****************************************************************
      * Paragraph: 4100-Release-One-Record
      ****************************************************************
       4100-Release-One-Record.

           If cjr-header-record or itk-file-num = 0
              Add 1 to itk-file-num
           end-if.

           If itk-file-num > itk-fil-count
              Display "clt_intake: FEEDIN changed between passes "
                "- run stopped"
              Move 'Y' to itk-feed-eof-sw
              Move 'Y' to itk-fatal-error-sw
           Else
              Set fil-idx to itk-file-num
              If cjr-client-record and itk-fil-accepted(fil-idx)
                 Move cjr-account-num    to srt-account-num
                 Move client-json-record to srt-client-record
                 Release sort-record
                 Add 1 to itk-released-count
              end-if
              Perform 2100-Read-Feed-Record
           end-if.

      ****************************************************************
      * Paragraph: 5000-Write-Merged-Extract
      * Description: SORT output procedure: writes the merged CLTIN
      * -- one header, the accepted clients in account-num order (the
      * order json_parse's restart relies on), and a trailer whose
      * count is the clients written and whose hash is the sum of
      * the accepted files' hashes, which json_parse then verifies
      * against the balances as it always has.
      ****************************************************************
       5000-Write-Merged-Extract.

           Open output Merged-Client-File.

           If not itk-cltout-ok
              Display "clt_intake: unable to open CLTOUT, status "
                itk-cltout-status
              Move 'Y' to itk-fatal-error-sw
           Else
              Perform 5100-Write-Merged-Header
              Perform 5200-Return-Sorted-Client
              Perform 5300-Write-Merged-Client
                until itk-sort-done
              Perform 5400-Write-Merged-Trailer
              Close Merged-Client-File
           end-if.

           If not itk-fatal-error
              If itk-merged-count = itk-accepted-clients
                 and itk-released-count = itk-accepted-clients
                 Move 'Y' to itk-released-sw
              Else
                 Display "clt_intake: merged " itk-merged-count
                   " clients, released " itk-released-count
                   ", accepted files carry " itk-accepted-clients
                 Move 'Y' to itk-fatal-error-sw
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 5100-Write-Merged-Header
      ****************************************************************
       5100-Write-Merged-Header.

           Move spaces to merged-client-record.
           Move 'H' to mcr-record-type.
           Move itk-extract-date to mcr-extract-date.
           Move 'CLTINTK ' to mcr-source-system.

           Write merged-client-record.
           Perform 5950-Check-Cltout-Status.

      ****************************************************************
      * Paragraph: 5200-Return-Sorted-Client
      ****************************************************************
       5200-Return-Sorted-Client.

           Return Sort-Work-File
             at end
               Move 'Y' to itk-sort-eof-sw
           end-return.

      ****************************************************************
      * Paragraph: 5300-Write-Merged-Client
      * Description: An account delivered more than once -- by two
      * feeds, or twice by one -- is merged as delivered and counted
      * for the register; json_parse processes each occurrence.
      ****************************************************************
       5300-Write-Merged-Client.

           If itk-merged-count > 0
              and srt-account-num = itk-prev-account
              Add 1 to itk-repeat-account-count
              Display "clt_intake: account " srt-account-num
                " delivered more than once"
           end-if.

           Move srt-account-num to itk-prev-account.

           Write merged-client-record from srt-client-record.
           Perform 5950-Check-Cltout-Status.

           Add 1 to itk-merged-count.

           If itk-fatal-error
              Move 'Y' to itk-sort-eof-sw
           Else
              Perform 5200-Return-Sorted-Client
           end-if.

      ****************************************************************
      * Paragraph: 5400-Write-Merged-Trailer
      ****************************************************************
       5400-Write-Merged-Trailer.

           Move spaces to merged-client-record.
           Move 'T' to mcr-record-type.
           Move itk-merged-count  to mcr-client-count.
           Move itk-accepted-hash to mcr-hash-total.

           Write merged-client-record.
           Perform 5950-Check-Cltout-Status.

      ****************************************************************
      * Paragraph: 5950-Check-Cltout-Status
      ****************************************************************
       5950-Check-Cltout-Status.

           If not itk-cltout-ok
              Display "clt_intake: CLTOUT write error, status "
                itk-cltout-status
              Move 'Y' to itk-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 5960-Check-Intkrpt-Status
      ****************************************************************
       5960-Check-Intkrpt-Status.

           If not itk-intkrpt-ok
              Display "clt_intake: INTKRPT write error, status "
                itk-intkrpt-status
              Move 'Y' to itk-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 6000-Update-Feed-History
      * Description: Records the accepted files on the feed-file
      * history.  On a released run each is marked merged, so the
      * same file landing again is refused; on a held run each not
      * already there is recorded as seen, so the rerun judges it
      * late or on time by when it first arrived.
      ****************************************************************
       6000-Update-Feed-History.

           Perform 6100-Record-One-File
             varying fil-idx from 1 by 1
             until fil-idx > itk-fil-count
                or itk-fatal-error.

      ****************************************************************
      * Paragraph: 6100-Record-One-File
      ****************************************************************
       6100-Record-One-File.

           If itk-fil-accepted(fil-idx)
              and (itk-released or not itk-fil-on-history(fil-idx))
              Move spaces to feed-history-record
              Move itk-fil-source(fil-idx)       to fac-source-system
              Move itk-fil-extract-date(fil-idx) to fac-extract-date
              Move itk-fil-trailer-hash(fil-idx) to fac-hash-total
              Move itk-fil-detail-count(fil-idx) to fac-client-count
              Move itk-fil-seen-date(fil-idx) to fac-first-seen-date
              Move itk-fil-seen-time(fil-idx) to fac-first-seen-time
              Move itk-process-date to fac-process-date
              If itk-released
                 Move 'A' to fac-status
                 Move itk-run-yyyymmdd to fac-accepted-date
                 Move itk-run-hhmmss   to fac-accepted-time
              Else
                 Move 'H' to fac-status
              end-if
              If itk-fil-on-history(fil-idx)
                 Rewrite feed-history-record
                   invalid key
                     Continue
                 end-rewrite
              Else
                 Write feed-history-record
                   invalid key
                     Continue
                 end-write
              end-if
              If not itk-feedhist-ok
                 Display "clt_intake: FEEDHIST update error, status "
                   itk-feedhist-status " for "
                   itk-fil-source(fil-idx) " "
                   itk-fil-extract-date(fil-idx)
                 Move 'Y' to itk-fatal-error-sw
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 8000-Print-Intake-Register
      ****************************************************************
       8000-Print-Intake-Register.

           Move itk-process-date      to ithl-process-date.
           Move itk-extract-date      to ithl-extract-date.
           Move itk-run-yyyymmdd      to ithl-run-date.
           Move itk-run-hhmmss(1:4)   to ithl-run-time.
           Write Intake-Register-Line from itrp-heading-line.
           Perform 5960-Check-Intkrpt-Status.

           Write Intake-Register-Line from itrp-blank-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'EXPECTED FEEDS' to itsl-title.
           Write Intake-Register-Line from itrp-section-line.
           Perform 5960-Check-Intkrpt-Status.
           Write Intake-Register-Line from itrp-feed-heading-line.
           Perform 5960-Check-Intkrpt-Status.

           If itk-fds-count = zero
              Write Intake-Register-Line from itrp-none-line
              Perform 5960-Check-Intkrpt-Status
           Else
              Perform 8100-Print-Feed-Line
                varying fds-idx from 1 by 1
                until fds-idx > itk-fds-count
           end-if.

           Write Intake-Register-Line from itrp-blank-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'FILES RECEIVED' to itsl-title.
           Write Intake-Register-Line from itrp-section-line.
           Perform 5960-Check-Intkrpt-Status.
           Write Intake-Register-Line from itrp-file-heading-line.
           Perform 5960-Check-Intkrpt-Status.

           If itk-fil-count = zero
              Write Intake-Register-Line from itrp-none-line
              Perform 5960-Check-Intkrpt-Status
           Else
              Perform 8200-Print-File-Line
                varying fil-idx from 1 by 1
                until fil-idx > itk-fil-count
           end-if.

           Perform 8300-Print-Totals.

           Perform 8400-Print-Result.

      ****************************************************************
      * Paragraph: 8100-Print-Feed-Line
      ****************************************************************
       8100-Print-Feed-Line.

           Move itk-fds-source(fds-idx)   to itfl-source.
           If itk-fds-required(fds-idx)
              Move 'REQ' to itfl-required
           Else
              Move 'OPT' to itfl-required
           end-if.
           Move itk-fds-due-date(fds-idx) to itfl-due-date.
           Move itk-fds-due-time(fds-idx) to itfl-due-time.
           Move itk-fds-status(fds-idx)   to itfl-status.

           If itk-fds-file-num(fds-idx) > zero
              Set fil-idx to itk-fds-file-num(fds-idx)
              Move itk-fil-seen-date(fil-idx)      to itfl-seen-date
              Move itk-fil-seen-time(fil-idx)(1:4) to itfl-seen-time
              Move itk-fil-trailer-count(fil-idx)  to itfl-count
              Move itk-fil-trailer-hash(fil-idx)   to itfl-hash
              Evaluate true
                when itk-fds-late(fds-idx)
                  Move 'FIRST SEEN AFTER DUE TIME' to itfl-note
                when not itk-fil-hash-verified(fil-idx)
                  Move 'HASH NOT VERIFIED - COUNT ONLY' to itfl-note
                when other
                  Move spaces to itfl-note
              End-evaluate
           Else
              Move spaces to itfl-seen-date
              Move spaces to itfl-seen-time
              Move zero   to itfl-count
              Move zero   to itfl-hash
              Evaluate true
                when itk-fds-required(fds-idx)
                  Move 'REQUIRED - INTAKE HELD' to itfl-note
                when itk-fds-refused-count(fds-idx) > zero
                  Move 'OPTIONAL - SEE FILES RECEIVED' to itfl-note
                when other
                  Move 'OPTIONAL - NOT WAITED FOR' to itfl-note
              End-evaluate
           end-if.

           Write Intake-Register-Line from itrp-feed-line.
           Perform 5960-Check-Intkrpt-Status.

      ****************************************************************
      * Paragraph: 8200-Print-File-Line
      ****************************************************************
       8200-Print-File-Line.

           Set itk-cmp-sub to fil-idx.
           Move itk-cmp-sub to itxl-seq.
           Move itk-fil-source(fil-idx)        to itxl-source.
           Move itk-fil-extract-date(fil-idx)  to itxl-extract-date.
           Move itk-fil-detail-count(fil-idx)  to itxl-count.
           Move itk-fil-trailer-hash(fil-idx)  to itxl-hash.

           Evaluate true
             when itk-fil-accepted(fil-idx)
               Move 'ACCEPTED' to itxl-result
               If itk-fil-hash-verified(fil-idx)
                  Move spaces to itxl-reason
               Else
                  Move 'HASH NOT VERIFIED - COUNT ONLY'
                    to itxl-reason
               end-if
             when itk-fil-refused(fil-idx)
               Move 'REFUSED' to itxl-result
               Move itk-fil-reason(fil-idx) to itxl-reason
             when other
               Move spaces to itxl-result
               Move 'NOT JUDGED - RUN STOPPED' to itxl-reason
           End-evaluate.

           Write Intake-Register-Line from itrp-file-line.
           Perform 5960-Check-Intkrpt-Status.

      ****************************************************************
      * Paragraph: 8300-Print-Totals
      ****************************************************************
       8300-Print-Totals.

           Write Intake-Register-Line from itrp-blank-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'INTAKE TOTALS' to itsl-title.
           Write Intake-Register-Line from itrp-section-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'FEEDS EXPECTED' to itcl-label.
           Move itk-fds-count to itcl-count.
           Write Intake-Register-Line from itrp-count-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'FEEDS REQUIRED' to itcl-label.
           Move itk-required-count to itcl-count.
           Write Intake-Register-Line from itrp-count-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'FEEDS ARRIVED ON TIME' to itcl-label.
           Move itk-arrived-count to itcl-count.
           Write Intake-Register-Line from itrp-count-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'FEEDS ARRIVED LATE' to itcl-label.
           Move itk-late-count to itcl-count.
           Write Intake-Register-Line from itrp-count-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'FEEDS MISSING' to itcl-label.
           Move itk-missing-count to itcl-count.
           Write Intake-Register-Line from itrp-count-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'FEEDS REFUSED' to itcl-label.
           Move itk-feed-refused-count to itcl-count.
           Write Intake-Register-Line from itrp-count-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'REQUIRED FEEDS NOT ARRIVED' to itcl-label.
           Move itk-required-absent to itcl-count.
           Write Intake-Register-Line from itrp-count-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'FILES RECEIVED' to itcl-label.
           Move itk-fil-count to itcl-count.
           Write Intake-Register-Line from itrp-count-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'FILES ACCEPTED' to itcl-label.
           Move itk-accepted-count to itcl-count.
           Write Intake-Register-Line from itrp-count-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'FILES ACCEPTED ON COUNT ONLY' to itcl-label.
           Move itk-unverified-count to itcl-count.
           Write Intake-Register-Line from itrp-count-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'FILES REFUSED' to itcl-label.
           Move itk-refused-count to itcl-count.
           Write Intake-Register-Line from itrp-count-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'CLIENTS MERGED' to itcl-label.
           Move itk-merged-count to itcl-count.
           Write Intake-Register-Line from itrp-count-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'ACCOUNTS DELIVERED MORE THAN ONCE' to itcl-label.
           Move itk-repeat-account-count to itcl-count.
           Write Intake-Register-Line from itrp-count-line.
           Perform 5960-Check-Intkrpt-Status.

           Move 'MERGED TRAILER HASH TOTAL' to ital-label.
           Move itk-accepted-hash to ital-amount.
           Write Intake-Register-Line from itrp-amount-line.
           Perform 5960-Check-Intkrpt-Status.

      ****************************************************************
      * Paragraph: 8400-Print-Result
      ****************************************************************
       8400-Print-Result.

           Write Intake-Register-Line from itrp-blank-line.
           Perform 5960-Check-Intkrpt-Status.

           Evaluate true
             when itk-control-error
               Move 'STOPPED - SCHEDULE OR PARM ERROR, NO CLTIN WRITTEN'
                 to itrl-result
             when itk-fatal-error
               Move 'STOPPED - I/O ERROR - DO NOT RUN THE BATCH'
                 to itrl-result
             when itk-hold
               Move 'HELD - REQUIRED FEED NOT ARRIVED, NO CLTIN WRITTEN'
                 to itrl-result
             when other
               Move 'RELEASED - MERGED CLTIN WRITTEN FOR THE BATCH'
                 to itrl-result
           End-evaluate.

           Write Intake-Register-Line from itrp-result-line.
           Perform 5960-Check-Intkrpt-Status.

      ****************************************************************
      * Paragraph: 9000-Terminate
      ****************************************************************
       9000-Terminate.

           Close Feed-Schedule-File.
           Close Feed-History-File.
           Close Intake-Register.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
      * Description: Sets RETURN-CODE for the scheduler.  A schedule
      * or PARM error yields 12 and an I/O error 8; nothing usable was
      * written.  A required feed not arrived yields 16, the hold:
      * no CLTIN was written and the day's batch must not be
      * released until the feed lands and the intake is rerun.  A
      * released run that merged around an optional feed, took a
      * late feed, refused a file, took a file on its count alone or
      * merged an account more than once yields 4, so the register
      * gets read before json_parse runs; a clean intake leaves 0.
      ****************************************************************
       9200-Set-Return-Code.

           If itk-control-error
              Move 12 to return-code
           Else
           If itk-fatal-error
              Move 8 to return-code
           Else
           If itk-hold
              Move 16 to return-code
           Else
              If itk-optional-absent > 0 or itk-late-count > 0
                 or itk-refused-count > 0 or itk-unverified-count > 0
                 or itk-repeat-account-count > 0
                 Move 4 to return-code
              Else
                 Move 0 to return-code
              end-if
           end-if
           end-if
           end-if.

       End program clt_intake.
