       Identification division.
      ******************************************************************
      * Program ID: inq_build
      * Purpose: Nightly build of the account inquiry file (JPRINQR)
      * the online account inquiry reads.  The client master itself
      * is read live online; everything else client services needs
      * on a call lives on sequential files the online region cannot
      * browse by account, so it is gathered here:
      *   - the retained GL extracts and adjustment extracts, sorted
      *     on account-num + tx-uid and matched against the GLHIST
      *     posted-history KSDS read in key order, one H record per
      *     transaction: posted (on both), not posted (extract only)
      *     or detail purged (GLHIST only, its extract no longer
      *     retained)
      *   - the day's reject file and the cumulative disposition
      *     file, sorted together on account-num + parse-type, one R
      *     record per reject still open
      *   - the e-statement pending generation, one P record per
      *     statement awaiting vendor confirmation
      *   - the suspense open-items generation, one S record per
      *     open item
      * Records are written in build order; the job sorts them into
      * key order and reloads the KSDS.
      * Author: [Authors' Name]
      * Date: [Date]
      *
      * Modification History:
      *   2026-10-15  Maintainer  Initial version, so a client's call
      *               can be answered while the client is on the
      *               line.
      ******************************************************************
         Program-id. inq_build.
       Environment division.
        Input-output section.
        File-control.
            Select Gl-Extract-File assign to "GLHIN"
              organization is sequential
              file status is inb-glhin-status.
            Select Adj-Extract-File assign to "ADJHIN"
              organization is sequential
              file status is inb-adjhin-status.
            Select Gl-History-File assign to "GLHIST"
              organization is indexed
              access is sequential
              record key is ghr-history-key
              file status is inb-glhist-status.
            Select Reject-File assign to "REJIN"
              organization is sequential
              file status is inb-rejin-status.
            Select Disposition-File assign to "DISPIN"
              organization is sequential
              file status is inb-dispin-status.
            Select Pending-File assign to "EPNDIN"
              organization is sequential
              file status is inb-epndin-status.
            Select Suspense-Item-File assign to "SUSPIN"
              organization is sequential
              file status is inb-suspin-status.
            Select Inquiry-File assign to "INQOUT"
              organization is sequential
              file status is inb-inqout-status.
            Select Sort-Work-File assign to "SORTWK01".
            Select Reject-Sort-File assign to "SORTWK02".

       Data division.
        File section.

        FD  Gl-Extract-File
            label records are standard.
        copy JPRGLEX.

        FD  Adj-Extract-File
            label records are standard.
         1 adj-extract-record pic x(134).

        FD  Gl-History-File
            label records are standard.
        copy JPRHIST.

        FD  Reject-File
            label records are standard.
        copy JPRRJCT.

        FD  Disposition-File
            label records are standard.
        copy JPRDISP.

        FD  Pending-File
            label records are standard.
        copy JPREPND.

        FD  Suspense-Item-File
            label records are standard.
        copy JPRSUSP.

        FD  Inquiry-File
            label records are standard.
        copy JPRINQR.

        SD  Sort-Work-File.
         1 sort-record.
          3 srt-extract.
           5 srt-account-num pic 9(12).
           5 srt-tx-uid      pic 9(05).
           5 srt-item-desc   pic x(30).
           5 srt-item-uid    pic 9(05).
           5 srt-price       pic -9(7).99.
           5 srt-currency    pic x(03).
           5 srt-comment     pic x(60).
           5 srt-post-date   pic x(08).
          3 srt-source       pic x(01).

        SD  Reject-Sort-File.
         1 reject-sort-record.
          3 rsr-account-num  pic 9(12).
          3 rsr-parse-type   pic x(12).
          3 rsr-timestamp    pic x(21).
          3 rsr-source       pic x(01).
           88 rsr-from-disposition      value 'D'.
           88 rsr-from-reject           value 'J'.
          3 rsr-disposition  pic x(01).
          3 rsr-reason       pic x(40).

        Working-storage section.

      ******************************************************************
      * Section: File Status and Switches
      ******************************************************************

         1 inb-glhin-status   pic x(02) value '00'.
           88 inb-glhin-ok             value '00'.
           88 inb-glhin-eof            value '10'.

         1 inb-adjhin-status  pic x(02) value '00'.
           88 inb-adjhin-ok            value '00'.
           88 inb-adjhin-eof           value '10'.

         1 inb-glhist-status  pic x(02) value '00'.
           88 inb-glhist-ok            value '00'.
           88 inb-glhist-eof           value '10'.

         1 inb-rejin-status   pic x(02) value '00'.
           88 inb-rejin-ok             value '00'.
           88 inb-rejin-eof            value '10'.

         1 inb-dispin-status  pic x(02) value '00'.
           88 inb-dispin-ok            value '00'.
           88 inb-dispin-eof           value '10'.

         1 inb-epndin-status  pic x(02) value '00'.
           88 inb-epndin-ok            value '00'.
           88 inb-epndin-eof           value '10'.

         1 inb-suspin-status  pic x(02) value '00'.
           88 inb-suspin-ok            value '00'.
           88 inb-suspin-eof           value '10'.

         1 inb-inqout-status  pic x(02) value '00'.
           88 inb-inqout-ok            value '00'.

         1 inb-switches.
          3 inb-glhin-eof-sw  pic x(01) value 'N'.
           88 inb-glhin-done          value 'Y'.
          3 inb-adjhin-eof-sw pic x(01) value 'N'.
           88 inb-adjhin-done         value 'Y'.
          3 inb-glhist-eof-sw pic x(01) value 'N'.
           88 inb-glhist-done         value 'Y'.
          3 inb-sort-eof-sw   pic x(01) value 'N'.
           88 inb-sort-done           value 'Y'.
          3 inb-rejin-eof-sw  pic x(01) value 'N'.
           88 inb-rejin-done          value 'Y'.
          3 inb-dispin-eof-sw pic x(01) value 'N'.
           88 inb-dispin-done         value 'Y'.
          3 inb-rsort-eof-sw  pic x(01) value 'N'.
           88 inb-rsort-done          value 'Y'.
          3 inb-epndin-eof-sw pic x(01) value 'N'.
           88 inb-epndin-done         value 'Y'.
          3 inb-suspin-eof-sw pic x(01) value 'N'.
           88 inb-suspin-done         value 'Y'.
          3 inb-fatal-error-sw pic x(01) value 'N'.
           88 inb-fatal-error         value 'Y'.
          3 inb-reject-seen-sw pic x(01) value 'N'.
           88 inb-reject-seen         value 'Y'.

      ******************************************************************
      * Section: History Match Keys
      * Description: GLHIST and the sorted extract stream are matched
      * on account-num + tx-uid.  The GLHIST key and posted date are
      * staged at read time, as the match loop reads ahead.  A
      * tx-uid recurring on more than one retained extract gets a
      * key sequence number of its own.
      ******************************************************************
         1 inb-glhist-key.
          3 inb-glhist-account pic 9(12).
          3 inb-glhist-uid     pic 9(05).
         1 inb-glhist-posted  pic x(08) value spaces.

         1 inb-extract-key.
          3 inb-extract-account pic 9(12).
          3 inb-extract-uid     pic 9(05).

         1 inb-inq-date       pic x(08) value spaces.
         1 inb-seq-key        pic x(17) value low-values.
         77 inb-key-seq       pic 9(03) value zero .

      ******************************************************************
      * Section: Reject Group
      * Description: One account-num + parse-type group at a time off
      * the reject sort: the latest disposition keyed up for it, and
      * whether the day's reject file carries it.  rej_repair
      * dispositions every reject on the day it runs, so a reject
      * whose latest disposition is dated before today is still
      * awaiting repair; a repaired or written-off group is closed.
      ******************************************************************
         1 inb-group-key.
          3 inb-group-account    pic 9(12).
          3 inb-group-parse-type pic x(12).
         1 inb-rsort-key.
          3 inb-rsort-account    pic 9(12).
          3 inb-rsort-parse-type pic x(12).

         1 inb-last-disp      pic x(01) value space.
           88 inb-last-disp-none      value space.
           88 inb-last-disp-open      values 'U' 'E'.
         1 inb-last-disp-date pic x(08) value spaces.
         1 inb-reject-reason  pic x(40) value spaces.

         77 inb-rej-seq       pic 9(03) value zero .
         77 inb-susp-seq      pic 9(03) value zero .

      ******************************************************************
      * Section: Run Counts
      ******************************************************************
         77 inb-glhin-count    pic 9(09) usage comp value zero .
         77 inb-adjhin-count   pic 9(09) usage comp value zero .
         77 inb-glhist-count   pic 9(09) usage comp value zero .
         77 inb-posted-count   pic 9(09) usage comp value zero .
         77 inb-unposted-count pic 9(09) usage comp value zero .
         77 inb-purged-count   pic 9(09) usage comp value zero .
         77 inb-rejin-count    pic 9(09) usage comp value zero .
         77 inb-dispin-count   pic 9(09) usage comp value zero .
         77 inb-reject-count   pic 9(09) usage comp value zero .
         77 inb-pending-count  pic 9(09) usage comp value zero .
         77 inb-suspense-count pic 9(09) usage comp value zero .
         77 inb-inqout-count   pic 9(09) usage comp value zero .

         1 inb-run-date.
          3 inb-run-yyyymmdd pic x(08).
          3 filler           pic x(13).

       Procedure division.
      ****************************************************************
      * Paragraph: 0000-Main-Logic
      * Description: Entry point.  Builds the transaction history
      * records, then the open rejects, then the pending
      * e-statements and the suspense open items.
      ****************************************************************
       0000-Main-Logic.

           Perform 1000-Initialize.

           If not inb-fatal-error
              Sort Sort-Work-File
                on ascending key srt-account-num srt-tx-uid
                                 srt-post-date
                input procedure 2000-Release-Extracts
                output procedure 3000-Match-History
           end-if.

           If not inb-fatal-error
              Sort Reject-Sort-File
                on ascending key rsr-account-num rsr-parse-type
                                 rsr-timestamp rsr-source
                input procedure 4000-Release-Rejects
                output procedure 4500-Build-Open-Rejects
           end-if.

           If not inb-fatal-error
              Perform 5000-Build-Pending-Estmts
           end-if.

           If not inb-fatal-error
              Perform 6000-Build-Suspense-Items
           end-if.

           Perform 9000-Terminate.

           Perform 9200-Set-Return-Code.

           Goback.

      ****************************************************************
      * Paragraph: 1000-Initialize
      ****************************************************************
       1000-Initialize.

           Move function current-date to inb-run-date.

           Open input Gl-Extract-File.

           If not inb-glhin-ok
              Display "inq_build: unable to open GLHIN, status "
                inb-glhin-status
              Move 'Y' to inb-fatal-error-sw
           end-if.

           Open input Adj-Extract-File.

           If not inb-adjhin-ok
              Display "inq_build: unable to open ADJHIN, status "
                inb-adjhin-status
              Move 'Y' to inb-fatal-error-sw
           end-if.

           Open input Gl-History-File.

           If not inb-glhist-ok
              Display "inq_build: unable to open GLHIST, status "
                inb-glhist-status
              Move 'Y' to inb-fatal-error-sw
           end-if.

           Open input Reject-File.

           If not inb-rejin-ok
              Display "inq_build: unable to open REJIN, status "
                inb-rejin-status
              Move 'Y' to inb-fatal-error-sw
           end-if.

           Open input Disposition-File.

           If not inb-dispin-ok
              Display "inq_build: unable to open DISPIN, status "
                inb-dispin-status
              Move 'Y' to inb-fatal-error-sw
           end-if.

           Open input Pending-File.

           If not inb-epndin-ok
              Display "inq_build: unable to open EPNDIN, status "
                inb-epndin-status
              Move 'Y' to inb-fatal-error-sw
           end-if.

           Open input Suspense-Item-File.

           If not inb-suspin-ok
              Display "inq_build: unable to open SUSPIN, status "
                inb-suspin-status
              Move 'Y' to inb-fatal-error-sw
           end-if.

           Open output Inquiry-File.

           If not inb-inqout-ok
              Display "inq_build: unable to open INQOUT, status "
                inb-inqout-status
              Move 'Y' to inb-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2000-Release-Extracts
      * Description: SORT input procedure: releases every retained
      * GL extract record, then every adjustment extract record,
      * each tagged with its source.  Both carry the JPRGLEX layout.
      ****************************************************************
       2000-Release-Extracts.

           Perform 2100-Read-Gl-Extract.

           Perform 2200-Release-Gl-Extract
             until inb-glhin-done.

           Perform 2300-Read-Adj-Extract.

           Perform 2400-Release-Adj-Extract
             until inb-adjhin-done.

      ****************************************************************
      * Paragraph: 2100-Read-Gl-Extract
      ****************************************************************
       2100-Read-Gl-Extract.

           Read Gl-Extract-File
             at end
               Move 'Y' to inb-glhin-eof-sw
           end-read.

           If not inb-glhin-ok and not inb-glhin-eof
              Display "inq_build: GLHIN read error, status "
                inb-glhin-status
              Move 'Y' to inb-glhin-eof-sw
              Move 'Y' to inb-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2200-Release-Gl-Extract
      ****************************************************************
       2200-Release-Gl-Extract.

           Move gl-extract-record to srt-extract.
           Move 'G' to srt-source.
           Release sort-record.
           Add 1 to inb-glhin-count.

           Perform 2100-Read-Gl-Extract.

      ****************************************************************
      * Paragraph: 2300-Read-Adj-Extract
      ****************************************************************
       2300-Read-Adj-Extract.

           Read Adj-Extract-File
             at end
               Move 'Y' to inb-adjhin-eof-sw
           end-read.

           If not inb-adjhin-ok and not inb-adjhin-eof
              Display "inq_build: ADJHIN read error, status "
                inb-adjhin-status
              Move 'Y' to inb-adjhin-eof-sw
              Move 'Y' to inb-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 2400-Release-Adj-Extract
      ****************************************************************
       2400-Release-Adj-Extract.

           Move adj-extract-record to srt-extract.
           Move 'A' to srt-source.
           Release sort-record.
           Add 1 to inb-adjhin-count.

           Perform 2300-Read-Adj-Extract.

      ****************************************************************
      * Paragraph: 3000-Match-History
      * Description: SORT output procedure: matches GLHIST against
      * the sorted extract stream on account-num + tx-uid.  Every
      * extract record for a GLHIST key is written as posted before
      * GLHIST moves on.
      ****************************************************************
       3000-Match-History.

           If inb-fatal-error
              Move 'Y' to inb-glhist-eof-sw
              Move 'Y' to inb-sort-eof-sw
           Else
              Perform 3100-Read-Gl-History
              Perform 3200-Return-Sorted-Extract
           end-if.

           Perform 3300-Match-One-Key
             until inb-glhist-done and inb-sort-done.

      ****************************************************************
      * Paragraph: 3100-Read-Gl-History
      ****************************************************************
       3100-Read-Gl-History.

           Read Gl-History-File next record
             at end
               Move 'Y' to inb-glhist-eof-sw
           end-read.

           If not inb-glhist-ok and not inb-glhist-eof
              Display "inq_build: GLHIST read error, status "
                inb-glhist-status
              Move 'Y' to inb-glhist-eof-sw
              Move 'Y' to inb-sort-eof-sw
              Move 'Y' to inb-fatal-error-sw
           end-if.

           If not inb-glhist-done
              Move ghr-account-num to inb-glhist-account
              Move ghr-tx-uid      to inb-glhist-uid
              Move ghr-posted-date to inb-glhist-posted
              Add 1 to inb-glhist-count
           end-if.

      ****************************************************************
      * Paragraph: 3200-Return-Sorted-Extract
      ****************************************************************
       3200-Return-Sorted-Extract.

           Return Sort-Work-File
             at end
               Move 'Y' to inb-sort-eof-sw
           end-return.

           If not inb-sort-done
              Move srt-account-num to inb-extract-account
              Move srt-tx-uid      to inb-extract-uid
           end-if.

      ****************************************************************
      * Paragraph: 3300-Match-One-Key
      ****************************************************************
       3300-Match-One-Key.

           Evaluate true
             when inb-sort-done
               Perform 3400-Write-Purged-Detail
               Perform 3100-Read-Gl-History
             when inb-glhist-done
               Perform 3500-Write-Extract-Detail
               Perform 3200-Return-Sorted-Extract
             when inb-glhist-key < inb-extract-key
               Perform 3400-Write-Purged-Detail
               Perform 3100-Read-Gl-History
             when inb-glhist-key > inb-extract-key
               Perform 3500-Write-Extract-Detail
               Perform 3200-Return-Sorted-Extract
             when other
               Perform 3600-Write-Posted-Detail
                 until inb-sort-done
                    or inb-extract-key not = inb-glhist-key
               Perform 3100-Read-Gl-History
           End-evaluate.

      ****************************************************************
      * Paragraph: 3400-Write-Purged-Detail
      * Description: A GLHIST key whose extract is no longer
      * retained: the posted date is all there is to show.
      ****************************************************************
       3400-Write-Purged-Detail.

           Move spaces to inquiry-record.
           Move inb-glhist-account to inq-account-num.
           Set inq-history to true.
           Move inb-glhist-posted  to inq-date.
           Move inb-glhist-uid     to inq-tx-uid.
           Move zero               to inq-key-seq.
           Move zero               to inh-item-uid.
           Move zero               to inh-price.
           Move inb-glhist-posted  to inh-posted-date.
           Set inh-detail-purged to true.

           Perform 8000-Write-Inquiry-Record.
           Add 1 to inb-purged-count.

      ****************************************************************
      * Paragraph: 3500-Write-Extract-Detail
      * Description: An extract transaction with no GLHIST key --
      * diverted or discarded before history was hardened.  It is
      * dated by its extract date.
      ****************************************************************
       3500-Write-Extract-Detail.

           Move srt-post-date to inb-inq-date.
           Perform 3700-Format-Extract-Detail.
           Move spaces to inh-posted-date.
           Set inh-not-posted to true.

           Perform 8000-Write-Inquiry-Record.
           Add 1 to inb-unposted-count.

      ****************************************************************
      * Paragraph: 3600-Write-Posted-Detail
      ****************************************************************
       3600-Write-Posted-Detail.

           Move inb-glhist-posted to inb-inq-date.
           Perform 3700-Format-Extract-Detail.
           Move inb-glhist-posted to inh-posted-date.
           Set inh-posted to true.

           Perform 8000-Write-Inquiry-Record.
           Add 1 to inb-posted-count.

           Perform 3200-Return-Sorted-Extract.

      ****************************************************************
      * Paragraph: 3700-Format-Extract-Detail
      * Description: Formats the H record for the extract record in
      * hand, dated by inb-inq-date.  A tx-uid seen again for
      * the same account takes the next key sequence number.
      ****************************************************************
       3700-Format-Extract-Detail.

           If inb-extract-key = inb-seq-key
              Add 1 to inb-key-seq
           Else
              Move inb-extract-key to inb-seq-key
              Move zero to inb-key-seq
           end-if.

           Move spaces to inquiry-record.
           Move srt-account-num   to inq-account-num.
           Set inq-history to true.
           Move inb-inq-date      to inq-date.
           Move srt-tx-uid        to inq-tx-uid.
           Move inb-key-seq       to inq-key-seq.
           Move srt-item-uid      to inh-item-uid.
           Move srt-item-desc     to inh-item-desc.
           Move srt-price         to inh-price.
           Move srt-currency      to inh-currency.
           Move srt-post-date     to inh-extract-date.
           Move srt-source        to inh-source.

      ****************************************************************
      * Paragraph: 4000-Release-Rejects
      * Description: SORT input procedure: releases every disposition
      * with its timestamp, then every reject on the day's reject
      * file with a high-values timestamp so it sorts behind the
      * dispositions of its account-num + parse-type group.
      ****************************************************************
       4000-Release-Rejects.

           Perform 4100-Read-Disposition.

           Perform 4200-Release-Disposition
             until inb-dispin-done.

           Perform 4300-Read-Reject.

           Perform 4400-Release-Reject
             until inb-rejin-done.

      ****************************************************************
      * Paragraph: 4100-Read-Disposition
      ****************************************************************
       4100-Read-Disposition.

           Read Disposition-File
             at end
               Move 'Y' to inb-dispin-eof-sw
           end-read.

           If not inb-dispin-ok and not inb-dispin-eof
              Display "inq_build: DISPIN read error, status "
                inb-dispin-status
              Move 'Y' to inb-dispin-eof-sw
              Move 'Y' to inb-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 4200-Release-Disposition
      ****************************************************************
       4200-Release-Disposition.

           Move dsp-account-num to rsr-account-num.
           Move dsp-parse-type  to rsr-parse-type.
           Move dsp-timestamp   to rsr-timestamp.
           Set rsr-from-disposition to true.
           Move dsp-disposition to rsr-disposition.
           Move spaces          to rsr-reason.
           Release reject-sort-record.
           Add 1 to inb-dispin-count.

           Perform 4100-Read-Disposition.

      ****************************************************************
      * Paragraph: 4300-Read-Reject
      ****************************************************************
       4300-Read-Reject.

           Read Reject-File
             at end
               Move 'Y' to inb-rejin-eof-sw
           end-read.

           If not inb-rejin-ok and not inb-rejin-eof
              Display "inq_build: REJIN read error, status "
                inb-rejin-status
              Move 'Y' to inb-rejin-eof-sw
              Move 'Y' to inb-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 4400-Release-Reject
      ****************************************************************
       4400-Release-Reject.

           Move rjr-account-num      to rsr-account-num.
           Move rjr-parse-type       to rsr-parse-type.
           Move high-values          to rsr-timestamp.
           Set rsr-from-reject to true.
           Move space                to rsr-disposition.
           Move rjr-exception-status to rsr-reason.
           Release reject-sort-record.
           Add 1 to inb-rejin-count.

           Perform 4300-Read-Reject.

      ****************************************************************
      * Paragraph: 4500-Build-Open-Rejects
      * Description: SORT output procedure: works the reject sort one
      * account-num + parse-type group at a time.
      ****************************************************************
       4500-Build-Open-Rejects.

           If inb-fatal-error
              Move 'Y' to inb-rsort-eof-sw
           Else
              Perform 4600-Return-Reject-Sort
           end-if.

           Perform 4700-Work-Reject-Group
             until inb-rsort-done.

      ****************************************************************
      * Paragraph: 4600-Return-Reject-Sort
      ****************************************************************
       4600-Return-Reject-Sort.

           Return Reject-Sort-File
             at end
               Move 'Y' to inb-rsort-eof-sw
           end-return.

           If not inb-rsort-done
              Move rsr-account-num to inb-rsort-account
              Move rsr-parse-type  to inb-rsort-parse-type
           end-if.

      ****************************************************************
      * Paragraph: 4700-Work-Reject-Group
      * Description: Takes the group's latest disposition and notes
      * a reject on the day's file, then decides whether the group
      * is open:
      *   - on the day's reject file with no disposition dated
      *     today: awaiting repair
      *   - latest disposition unresolved or correction invalid:
      *     open, whether or not it is on the day's file
      *   - latest disposition repaired or written off: closed
      ****************************************************************
       4700-Work-Reject-Group.

           Move inb-rsort-key to inb-group-key.
           Move space  to inb-last-disp.
           Move spaces to inb-last-disp-date.
           Move spaces to inb-reject-reason.
           Move 'N' to inb-reject-seen-sw.

           Perform 4750-Take-Reject-Entry
             until inb-rsort-done
                or inb-rsort-key not = inb-group-key.

           Evaluate true
             when inb-reject-seen
               and (inb-last-disp-none
                    or inb-last-disp-date < inb-run-yyyymmdd)
               Move space to inb-last-disp
               Move inb-run-yyyymmdd to inb-last-disp-date
               Perform 4800-Write-Open-Reject
             when inb-last-disp-open
               Perform 4800-Write-Open-Reject
             when other
               Continue
           End-evaluate.

      ****************************************************************
      * Paragraph: 4750-Take-Reject-Entry
      ****************************************************************
       4750-Take-Reject-Entry.

           If rsr-from-reject
              Move 'Y' to inb-reject-seen-sw
              Move rsr-reason to inb-reject-reason
           Else
              Move rsr-disposition to inb-last-disp
              Move rsr-timestamp(1:8) to inb-last-disp-date
           end-if.

           Perform 4600-Return-Reject-Sort.

      ****************************************************************
      * Paragraph: 4800-Write-Open-Reject
      ****************************************************************
       4800-Write-Open-Reject.

           If inb-rej-seq = 999
              Move zero to inb-rej-seq
           Else
              Add 1 to inb-rej-seq
           end-if.

           Move spaces to inquiry-record.
           Move inb-group-account    to inq-account-num.
           Set inq-reject to true.
           Move inb-last-disp-date   to inq-date.
           Move zero                 to inq-tx-uid.
           Move inb-rej-seq          to inq-key-seq.
           Move inb-group-parse-type to inr-parse-type.
           Move inb-last-disp        to inr-disposition.
           Move inb-reject-reason    to inr-reason.

           Perform 8000-Write-Inquiry-Record.
           Add 1 to inb-reject-count.

      ****************************************************************
      * Paragraph: 5000-Build-Pending-Estmts
      ****************************************************************
       5000-Build-Pending-Estmts.

           Perform 5100-Read-Pending.

           Perform 5200-Write-Pending-Estmt
             until inb-epndin-done.

      ****************************************************************
      * Paragraph: 5100-Read-Pending
      ****************************************************************
       5100-Read-Pending.

           Read Pending-File
             at end
               Move 'Y' to inb-epndin-eof-sw
           end-read.

           If not inb-epndin-ok and not inb-epndin-eof
              Display "inq_build: EPNDIN read error, status "
                inb-epndin-status
              Move 'Y' to inb-epndin-eof-sw
              Move 'Y' to inb-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 5200-Write-Pending-Estmt
      ****************************************************************
       5200-Write-Pending-Estmt.

           Move spaces to inquiry-record.
           Move epd-account-num to inq-account-num.
           Set inq-pending-estmt to true.
           Move epd-stmt-date   to inq-date.
           Move zero            to inq-tx-uid.
           Move zero            to inq-key-seq.
           Move epd-stmt-date   to inp-stmt-date.

           Perform 8000-Write-Inquiry-Record.
           Add 1 to inb-pending-count.

           Perform 5100-Read-Pending.

      ****************************************************************
      * Paragraph: 6000-Build-Suspense-Items
      ****************************************************************
       6000-Build-Suspense-Items.

           Perform 6100-Read-Suspense.

           Perform 6200-Write-Suspense-Item
             until inb-suspin-done.

      ****************************************************************
      * Paragraph: 6100-Read-Suspense
      ****************************************************************
       6100-Read-Suspense.

           Read Suspense-Item-File
             at end
               Move 'Y' to inb-suspin-eof-sw
           end-read.

           If not inb-suspin-ok and not inb-suspin-eof
              Display "inq_build: SUSPIN read error, status "
                inb-suspin-status
              Move 'Y' to inb-suspin-eof-sw
              Move 'Y' to inb-fatal-error-sw
           end-if.

      ****************************************************************
      * Paragraph: 6200-Write-Suspense-Item
      ****************************************************************
       6200-Write-Suspense-Item.

           If inb-susp-seq = 999
              Move zero to inb-susp-seq
           Else
              Add 1 to inb-susp-seq
           end-if.

           Move spaces to inquiry-record.
           Move sus-account-num   to inq-account-num.
           Set inq-suspense to true.
           Move sus-suspense-date to inq-date.
           Move sus-tx-uid        to inq-tx-uid.
           Move inb-susp-seq      to inq-key-seq.
           Move sus-item-uid      to ins-item-uid.
           Move sus-item-desc     to ins-item-desc.
           Move sus-price         to ins-price.
           Move sus-currency      to ins-currency.
           Move sus-post-date     to ins-post-date.

           Perform 8000-Write-Inquiry-Record.
           Add 1 to inb-suspense-count.

           Perform 6100-Read-Suspense.

      ****************************************************************
      * Paragraph: 8000-Write-Inquiry-Record
      ****************************************************************
       8000-Write-Inquiry-Record.

           Write inquiry-record.

           If not inb-inqout-ok
              Display "inq_build: INQOUT write error, status "
                inb-inqout-status
              Move 'Y' to inb-fatal-error-sw
              Move 'Y' to inb-glhist-eof-sw
              Move 'Y' to inb-sort-eof-sw
              Move 'Y' to inb-rsort-eof-sw
              Move 'Y' to inb-epndin-eof-sw
              Move 'Y' to inb-suspin-eof-sw
           Else
              Add 1 to inb-inqout-count
           end-if.

      ****************************************************************
      * Paragraph: 9000-Terminate
      ****************************************************************
       9000-Terminate.

           Close Gl-Extract-File
                 Adj-Extract-File
                 Gl-History-File
                 Reject-File
                 Disposition-File
                 Pending-File
                 Suspense-Item-File
                 Inquiry-File.

           Display "inq_build: GLHIN read " inb-glhin-count
             ", ADJHIN read " inb-adjhin-count
             ", GLHIST read " inb-glhist-count.
           Display "inq_build: history posted " inb-posted-count
             ", not posted " inb-unposted-count
             ", detail purged " inb-purged-count.
           Display "inq_build: REJIN read " inb-rejin-count
             ", DISPIN read " inb-dispin-count
             ", open rejects " inb-reject-count.
           Display "inq_build: pending e-statements "
             inb-pending-count ", suspense items "
             inb-suspense-count.
           Display "inq_build: inquiry records written "
             inb-inqout-count.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
      * Description: Sets RETURN-CODE for the scheduler: 8 on any
      * I/O or sort error -- the inquiry file must not be reloaded
      * from a partial build, and the online inquiry keeps showing
      * the prior night's -- otherwise 0.
      ****************************************************************
       9200-Set-Return-Code.

           If inb-fatal-error
              Move 8 to return-code
           Else
              Move 0 to return-code
           end-if.

       End program inq_build.
