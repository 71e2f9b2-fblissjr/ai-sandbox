       Identification division.
      ******************************************************************
      * Program ID: acct_inquiry
      * Purpose: Online account inquiry for client services,
      * transaction ACIQ, pseudo-conversational over mapset JPRIQM.
      *   Summary screen (JPRIQ1): the client master record read
      *   live from CLTMST, the five most recent transactions, the
      *   open rejects, the e-statements still pending vendor
      *   confirmation and the open suspense items for the account.
      *   History screen (JPRIQ2): the account's transactions fifteen
      *   to a page, newest first, from the most recent or from a
      *   date keyed by the operator; PF7/PF8 page newer and older.
      * Everything but the master comes from the inquiry file
      * (INQHIST) inq_build reloads each night, so the screens show
      * the position as of the last nightly run.  Both files are
      * read only: changes to the client still go through clt_maint.
      * Author: [Authors' Name]
      * Date: [Date]
      *
      * Modification History:
      *   2026-10-15  Maintainer  Initial version, so a client's call
      *               can be answered while the client is on the
      *               line.
      ******************************************************************
         Program-id. acct_inquiry.
       Environment division.

       Data division.
        Working-storage section.

      ******************************************************************
      * Section: Commarea
      * Description: Carried between tasks: the screen last sent, the
      * account and client name being inquired on, and the first and
      * last keys of the history page on display.
      ******************************************************************
         1 aiq-commarea.
          3 aiq-ca-screen       pic x(01) value '1'.
           88 aiq-ca-summary            value '1'.
           88 aiq-ca-history            value '2'.
          3 aiq-ca-account      pic 9(12) value zero.
          3 aiq-ca-name         pic x(36) value spaces.
          3 aiq-ca-first-key    pic x(29) value spaces.
          3 aiq-ca-last-key     pic x(29) value spaces.
          3 aiq-ca-older-sw     pic x(01) value 'N'.
           88 aiq-ca-older-exists       value 'Y'.

      ******************************************************************
      * Section: Switches
      ******************************************************************
         1 aiq-switches.
          3 aiq-browse-active-sw pic x(01) value 'N'.
           88 aiq-browse-active         value 'Y'.
          3 aiq-browse-end-sw    pic x(01) value 'N'.
           88 aiq-browse-done           value 'Y'.
          3 aiq-browse-notfnd-sw pic x(01) value 'N'.
           88 aiq-browse-notfnd         value 'Y'.
          3 aiq-exclusive-sw     pic x(01) value 'N'.
           88 aiq-exclusive             value 'Y'.
          3 aiq-inq-error-sw     pic x(01) value 'N'.
           88 aiq-inq-error             value 'Y'.
          3 aiq-master-found-sw  pic x(01) value 'N'.
           88 aiq-master-found          value 'Y'.

      ******************************************************************
      * Section: Browse Keys
      * Description: aiq-browse-key is the RIDFLD for every browse of
      * the inquiry file; aiq-limit-key holds where a browse started,
      * so records the positioning lands past can be stepped over.
      ******************************************************************
         1 aiq-browse-key.
          3 aiq-bk-account      pic 9(12).
          3 aiq-bk-type         pic x(01).
          3 aiq-bk-rest.
           5 aiq-bk-date        pic x(08).
           5 aiq-bk-uid-seq     pic x(08).
         1 aiq-limit-key        pic x(29) value spaces.

      ******************************************************************
      * Section: History Page
      * Description: The page being built, slot 1 the newest line.
      ******************************************************************
         1 aiq-page-table.
          3 aiq-page-entry occurs 15 times indexed by aiq-page-idx.
           5 aiq-page-key       pic x(29).
           5 aiq-page-line      pic x(79).

         77 aiq-line-count      pic s9(04) usage comp value zero .
         77 aiq-line-max        pic s9(04) usage comp value zero .
         77 aiq-slot            pic s9(04) usage comp value zero .
         77 aiq-reject-count    pic 9(05) usage comp value zero .
         77 aiq-pending-count   pic 9(05) usage comp value zero .
         77 aiq-suspense-count  pic 9(05) usage comp value zero .

      ******************************************************************
      * Section: Screen Lines
      * Description: Layouts of the 79-byte history, reject and
      * suspense lines and the pending e-statement line.  The history
      * line lines up under the DATE / TX-UID / DESCRIPTION and
      * AMOUNT CUR SRC STATUS column headings on both maps.
      ******************************************************************
         1 aiq-history-line.
          3 aiqh-date           pic x(08).
          3 filler              pic x(01) value spaces.
          3 aiqh-tx-uid         pic 9(05).
          3 filler              pic x(02) value spaces.
          3 aiqh-item-desc      pic x(30).
          3 filler              pic x(01) value spaces.
          3 aiqh-amount.
           5 aiqh-price         pic ----,--9.99.
          3 filler              pic x(01) value spaces.
          3 aiqh-currency       pic x(03).
          3 filler              pic x(01) value spaces.
          3 aiqh-source         pic x(03).
          3 filler              pic x(01) value spaces.
          3 aiqh-state          pic x(12).

         1 aiq-reject-line.
          3 aiqr-parse-type     pic x(12).
          3 filler              pic x(01) value spaces.
          3 aiqr-date           pic x(08).
          3 filler              pic x(01) value spaces.
          3 aiqr-state          pic x(20).
          3 filler              pic x(01) value spaces.
          3 aiqr-reason         pic x(36).

         1 aiq-suspense-line.
          3 aiqs-post-date      pic x(08).
          3 filler              pic x(01) value spaces.
          3 aiqs-tx-uid         pic 9(05).
          3 filler              pic x(02) value spaces.
          3 aiqs-item-desc      pic x(30).
          3 filler              pic x(01) value spaces.
          3 aiqs-price          pic ----,--9.99.
          3 filler              pic x(01) value spaces.
          3 aiqs-currency       pic x(03).
          3 filler              pic x(01) value spaces.
          3 filler              pic x(05) value 'ITEM '.
          3 aiqs-item-uid       pic 9(05).
          3 filler              pic x(06) value spaces.

         1 aiq-pending-line.
          3 aiqp-stmt-entry occurs 4 times.
           5 aiqp-stmt-date     pic x(08).
           5 filler             pic x(02).
          3 aiqp-more-label     pic x(04).
          3 aiqp-more-count     pic zzz9.
          3 aiqp-more-suffix    pic x(05).
          3 filler              pic x(07).

         1 aiq-count-message.
          3 aiqm-rejects        pic zzz9.
          3 filler              pic x(15) value ' OPEN REJECTS  '.
          3 aiqm-pending        pic zzz9.
          3 filler              pic x(18) value
              ' PENDING E-STMTS  '.
          3 aiqm-suspense       pic zzz9.
          3 filler              pic x(20) value
              ' OPEN SUSPENSE ITEMS'.
          3 filler              pic x(13) value spaces.

         1 aiq-resp-message.
          3 aiqe-text           pic x(40).
          3 filler              pic x(06) value ' RESP '.
          3 aiqe-resp           pic ----9.
          3 filler              pic x(27) value spaces.

      ******************************************************************
      * Section: Work Areas
      ******************************************************************
         1 aiq-resp             pic s9(08) usage comp value zero .
         1 aiq-abstime          pic s9(15) usage comp-3 value zero .
         1 aiq-today            pic x(08) value spaces.
         1 aiq-message          pic x(78) value spaces.
         1 aiq-price-work       pic s9(07)v99 value zero .
         1 aiq-from-date        pic x(08) value spaces.
         1 aiq-end-text         pic x(30) value
             'ACIQ ACCOUNT INQUIRY ENDED'.

        copy DFHAID.

        copy JPRCMST.

        copy JPRINQR.

        copy JPRIQM.

        Linkage section.
         1 dfhcommarea          pic x(108).

       Procedure division.
      ****************************************************************
      * Paragraph: 0000-Main-Logic
      * Description: Entry point for each task of the conversation.
      * A first entry sends the empty summary screen; CLEAR ends the
      * conversation; otherwise the key is handled for the screen
      * the commarea says was last sent.
      ****************************************************************
       0000-Main-Logic.

           Perform 1000-Initialize.

           If eibcalen = 0
              Perform 2000-First-Entry
           Else
              If eibaid = dfhclear
                 Perform 8800-End-Session
              end-if
              If aiq-ca-summary
                 Perform 3000-Process-Summary-Key
              Else
                 Perform 5000-Process-History-Key
              end-if
           end-if.

           Perform 9000-Return.

      ****************************************************************
      * Paragraph: 1000-Initialize
      ****************************************************************
       1000-Initialize.

           Exec cics asktime
                abstime(aiq-abstime)
           end-exec.

           Exec cics formattime
                abstime(aiq-abstime)
                yyyymmdd(aiq-today)
           end-exec.

           If eibcalen = length of aiq-commarea
              Move dfhcommarea to aiq-commarea
           end-if.

      ****************************************************************
      * Paragraph: 2000-First-Entry
      ****************************************************************
       2000-First-Entry.

           Move zero to aiq-ca-account.
           Move "ENTER AN ACCOUNT NUMBER" to aiq-message.
           Perform 3500-Build-Summary.
           Perform 3900-Send-Summary.

      ****************************************************************
      * Paragraph: 3000-Process-Summary-Key
      * Description: ENTER inquires on the account keyed; PF2 moves
      * to the history screen for the account on display; PF3 ends
      * the conversation.
      ****************************************************************
       3000-Process-Summary-Key.

           Move spaces to aiq-message.

           Evaluate true
             When eibaid = dfhenter
               Perform 3100-Receive-Summary
             When eibaid = dfhpf2
               If aiq-ca-account = zero
                  Move "ENTER AN ACCOUNT NUMBER FIRST" to aiq-message
               Else
                  Perform 5200-Page-Newest
               end-if
             When eibaid = dfhpf3
               Perform 8800-End-Session
             When other
               Move "KEY NOT ACTIVE ON THIS SCREEN" to aiq-message
           End-evaluate.

           If aiq-ca-summary
              Perform 3500-Build-Summary
              Perform 3900-Send-Summary
           Else
              Perform 5900-Send-History
           end-if.

      ****************************************************************
      * Paragraph: 3100-Receive-Summary
      ****************************************************************
       3100-Receive-Summary.

           Exec cics receive map('JPRIQ1')
                mapset('JPRIQM')
                into(JPRIQ1I)
                resp(aiq-resp)
           end-exec.

           If aiq-resp = dfhresp(mapfail)
              Move zero to aiq-ca-account
              Move "ENTER AN ACCOUNT NUMBER" to aiq-message
           Else
              If ACCT1L = 0
                 Move zero to aiq-ca-account
                 Move "ENTER AN ACCOUNT NUMBER" to aiq-message
              Else
                 If ACCT1I is numeric
                    Move ACCT1I to aiq-ca-account
                 Else
                    Move zero to aiq-ca-account
                    Move "ACCOUNT NUMBER MUST BE NUMERIC"
                      to aiq-message
                 end-if
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 3500-Build-Summary
      * Description: Fills the summary map for aiq-ca-account.  The
      * client master is read live; an account not on it is refused
      * and the account cleared so PF2 cannot page its history.
      ****************************************************************
       3500-Build-Summary.

           Move low-values to JPRIQ1O.
           Move aiq-today  to DATE1O.
           Move 'N'        to aiq-master-found-sw.
           Move 'N'        to aiq-inq-error-sw.
           Set aiq-ca-summary to true.

           If aiq-ca-account not = zero
              Exec cics read file('CLTMST')
                   into(client-master-record)
                   ridfld(aiq-ca-account)
                   resp(aiq-resp)
              end-exec
              Evaluate aiq-resp
                When dfhresp(normal)
                  Move 'Y' to aiq-master-found-sw
                When dfhresp(notfnd)
                  Move aiq-ca-account to ACCT1O
                  Move zero to aiq-ca-account
                  Move "ACCOUNT NOT ON THE CLIENT MASTER"
                    to aiq-message
                When other
                  Move aiq-ca-account to ACCT1O
                  Move zero to aiq-ca-account
                  Move "CLIENT MASTER UNAVAILABLE," to aiqe-text
                  Move aiq-resp to aiqe-resp
                  Move aiq-resp-message to aiq-message
              End-evaluate
           end-if.

           If aiq-master-found
              Perform 3510-Fill-Master-Fields
              Perform 3600-Fill-Recent-History
              Perform 3700-Fill-Open-Rejects
              Perform 3750-Fill-Pending-Estmts
              Perform 3800-Fill-Suspense-Items
              If aiq-inq-error
                 Move aiq-resp-message to aiq-message
              Else
                 If aiq-message = spaces
                    Move aiq-reject-count   to aiqm-rejects
                    Move aiq-pending-count  to aiqm-pending
                    Move aiq-suspense-count to aiqm-suspense
                    Move aiq-count-message  to aiq-message
                 end-if
              end-if
           end-if.

           Move aiq-message to MSG1O.

      ****************************************************************
      * Paragraph: 3510-Fill-Master-Fields
      ****************************************************************
       3510-Fill-Master-Fields.

           Move spaces to aiq-ca-name.
           String cmr-name-first delimited by '  '
                  ' '            delimited by size
                  cmr-name-last  delimited by '  '
             into aiq-ca-name
           end-string.

           Move cmr-account-num to ACCT1O.
           Move aiq-ca-name     to NAME1O.
           Move cmr-addr-street to STRT1O.
           Move cmr-addr-city   to CITY1O.
           Move cmr-addr-region to REGN1O.
           Move cmr-addr-code   to PCOD1O.

           Evaluate true
             When cmr-status-open
               Move "OPEN"   to STAT1O
             When cmr-status-closed
               Move "CLOSED" to STAT1O
             When cmr-status-frozen
               Move "FROZEN" to STAT1O
             When other
               Move cmr-account-status to STAT1O
           End-evaluate.

           Evaluate true
             When cmr-deliver-print
               Move "PAPER"      to DELV1O
             When cmr-deliver-electronic
               Move "ELECTRONIC" to DELV1O
             When cmr-deliver-suppress
               Move "SUPPRESSED" to DELV1O
             When other
               Move cmr-delivery-pref to DELV1O
           End-evaluate.

      ****************************************************************
      * Paragraph: 3600-Fill-Recent-History
      * Description: The five most recent transactions, newest
      * first.
      ****************************************************************
       3600-Fill-Recent-History.

           Move aiq-ca-account to aiq-bk-account.
           Move 'H'            to aiq-bk-type.
           Move high-values    to aiq-bk-rest.
           Move 'N'            to aiq-exclusive-sw.
           Move 5              to aiq-line-max.

           Perform 5500-Collect-Older.

           Perform 3610-Move-Recent-Line
             varying aiq-page-idx from 1 by 1
             until aiq-page-idx > aiq-line-count.

      ****************************************************************
      * Paragraph: 3610-Move-Recent-Line
      ****************************************************************
       3610-Move-Recent-Line.

           Move aiq-page-line (aiq-page-idx)
             to HIST1O (aiq-page-idx).

      ****************************************************************
      * Paragraph: 3700-Fill-Open-Rejects
      * Description: Counts the account's open rejects and shows the
      * first two.
      ****************************************************************
       3700-Fill-Open-Rejects.

           Move zero           to aiq-reject-count.
           Move aiq-ca-account to aiq-bk-account.
           Move 'R'            to aiq-bk-type.
           Move low-values     to aiq-bk-rest.

           Perform 7000-Start-Browse.

           If aiq-browse-active
              Perform 7200-Read-Next
              Perform 3710-Take-Reject
                until aiq-browse-done
              Perform 7300-End-Browse
           end-if.

      ****************************************************************
      * Paragraph: 3710-Take-Reject
      ****************************************************************
       3710-Take-Reject.

           If inq-account-num not = aiq-ca-account
              or not inq-reject
              Move 'Y' to aiq-browse-end-sw
           Else
              Add 1 to aiq-reject-count
              If aiq-reject-count not > 2
                 Move inr-parse-type to aiqr-parse-type
                 Move inq-date       to aiqr-date
                 Evaluate true
                   When inr-unresolved
                     Move "UNRESOLVED"         to aiqr-state
                   When inr-correction-bad
                     Move "CORRECTION INVALID" to aiqr-state
                   When other
                     Move "AWAITING REPAIR"    to aiqr-state
                 End-evaluate
                 Move inr-reason     to aiqr-reason
                 Move aiq-reject-line to REJL1O (aiq-reject-count)
              end-if
              Perform 7200-Read-Next
           end-if.

      ****************************************************************
      * Paragraph: 3750-Fill-Pending-Estmts
      * Description: Counts the e-statements pending vendor
      * confirmation and lists the first four statement dates.
      ****************************************************************
       3750-Fill-Pending-Estmts.

           Move zero           to aiq-pending-count.
           Move spaces         to aiq-pending-line.
           Move aiq-ca-account to aiq-bk-account.
           Move 'P'            to aiq-bk-type.
           Move low-values     to aiq-bk-rest.

           Perform 7000-Start-Browse.

           If aiq-browse-active
              Perform 7200-Read-Next
              Perform 3760-Take-Pending
                until aiq-browse-done
              Perform 7300-End-Browse
           end-if.

           If aiq-pending-count > 4
              Move "AND "  to aiqp-more-label
              Compute aiqp-more-count = aiq-pending-count - 4
              Move " MORE" to aiqp-more-suffix
           end-if.

           If aiq-pending-count > 0
              Move aiq-pending-line to PEND1O
           Else
              Move "NONE" to PEND1O
           end-if.

      ****************************************************************
      * Paragraph: 3760-Take-Pending
      ****************************************************************
       3760-Take-Pending.

           If inq-account-num not = aiq-ca-account
              or not inq-pending-estmt
              Move 'Y' to aiq-browse-end-sw
           Else
              Add 1 to aiq-pending-count
              If aiq-pending-count not > 4
                 Move inp-stmt-date
                   to aiqp-stmt-date (aiq-pending-count)
              end-if
              Perform 7200-Read-Next
           end-if.

      ****************************************************************
      * Paragraph: 3800-Fill-Suspense-Items
      * Description: Counts the account's open suspense items and
      * shows the first two.
      ****************************************************************
       3800-Fill-Suspense-Items.

           Move zero           to aiq-suspense-count.
           Move aiq-ca-account to aiq-bk-account.
           Move 'S'            to aiq-bk-type.
           Move low-values     to aiq-bk-rest.

           Perform 7000-Start-Browse.

           If aiq-browse-active
              Perform 7200-Read-Next
              Perform 3810-Take-Suspense
                until aiq-browse-done
              Perform 7300-End-Browse
           end-if.

      ****************************************************************
      * Paragraph: 3810-Take-Suspense
      ****************************************************************
       3810-Take-Suspense.

           If inq-account-num not = aiq-ca-account
              or not inq-suspense
              Move 'Y' to aiq-browse-end-sw
           Else
              Add 1 to aiq-suspense-count
              If aiq-suspense-count not > 2
                 Move ins-post-date  to aiqs-post-date
                 Move inq-tx-uid     to aiqs-tx-uid
                 Move ins-item-desc  to aiqs-item-desc
                 Move ins-price      to aiq-price-work
                 Move aiq-price-work to aiqs-price
                 Move ins-currency   to aiqs-currency
                 Move ins-item-uid   to aiqs-item-uid
                 Move aiq-suspense-line
                   to SUSL1O (aiq-suspense-count)
              end-if
              Perform 7200-Read-Next
           end-if.

      ****************************************************************
      * Paragraph: 3900-Send-Summary
      ****************************************************************
       3900-Send-Summary.

           Set aiq-ca-summary to true.

           Exec cics send map('JPRIQ1')
                mapset('JPRIQM')
                from(JPRIQ1O)
                erase
           end-exec.

      ****************************************************************
      * Paragraph: 5000-Process-History-Key
      * Description: ENTER pages from the date keyed (the most recent
      * when left blank); PF7 and PF8 page newer and older; PF3
      * returns to the summary for the same account.
      ****************************************************************
       5000-Process-History-Key.

           Move spaces to aiq-message.
           Move 'N'    to aiq-inq-error-sw.

           Evaluate true
             When eibaid = dfhenter
               Perform 5100-Receive-History
             When eibaid = dfhpf7
               Perform 5400-Page-Newer
             When eibaid = dfhpf8
               Perform 5300-Page-Older
             When eibaid = dfhpf3
               Set aiq-ca-summary to true
             When other
               Move "KEY NOT ACTIVE ON THIS SCREEN" to aiq-message
               Perform 5250-Page-Current
           End-evaluate.

           If aiq-ca-summary
              Perform 3500-Build-Summary
              Perform 3900-Send-Summary
           Else
              Perform 5900-Send-History
           end-if.

      ****************************************************************
      * Paragraph: 5100-Receive-History
      ****************************************************************
       5100-Receive-History.

           Exec cics receive map('JPRIQ2')
                mapset('JPRIQM')
                into(JPRIQ2I)
                resp(aiq-resp)
           end-exec.

           If aiq-resp = dfhresp(mapfail)
              Perform 5200-Page-Newest
           Else
              If FROM2L = 0
                 Perform 5200-Page-Newest
              Else
                 If FROM2L = 8 and FROM2I is numeric
                    Move FROM2I to aiq-from-date
                    Perform 5220-Page-From-Date
                 Else
                    Move "START DATE MUST BE YYYYMMDD" to aiq-message
                    Perform 5250-Page-Current
                 end-if
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 5200-Page-Newest
      * Description: The account's most recent fifteen transactions.
      ****************************************************************
       5200-Page-Newest.

           Set aiq-ca-history to true.
           Move aiq-ca-account to aiq-bk-account.
           Move 'H'            to aiq-bk-type.
           Move high-values    to aiq-bk-rest.
           Move 'N'            to aiq-exclusive-sw.

           Perform 5510-Collect-Page.

           If aiq-line-count = 0 and aiq-message = spaces
              Move "NO TRANSACTIONS ON FILE FOR THIS ACCOUNT"
                to aiq-message
           end-if.

      ****************************************************************
      * Paragraph: 5220-Page-From-Date
      * Description: Fifteen transactions dated on or before the
      * date keyed, newest first.
      ****************************************************************
       5220-Page-From-Date.

           Set aiq-ca-history to true.
           Move aiq-ca-account to aiq-bk-account.
           Move 'H'            to aiq-bk-type.
           Move aiq-from-date  to aiq-bk-date.
           Move high-values    to aiq-bk-uid-seq.
           Move 'N'            to aiq-exclusive-sw.

           Perform 5510-Collect-Page.

           If aiq-line-count = 0 and aiq-message = spaces
              Move "NO TRANSACTIONS ON OR BEFORE THAT DATE"
                to aiq-message
           end-if.

      ****************************************************************
      * Paragraph: 5250-Page-Current
      * Description: Rebuilds the page on display from its first
      * key, or the most recent page when none was shown.
      ****************************************************************
       5250-Page-Current.

           If aiq-ca-first-key = spaces
              Perform 5200-Page-Newest
           Else
              Set aiq-ca-history to true
              Move aiq-ca-first-key to aiq-browse-key
              Move 'N'              to aiq-exclusive-sw
              Perform 5510-Collect-Page
           end-if.

      ****************************************************************
      * Paragraph: 5300-Page-Older
      ****************************************************************
       5300-Page-Older.

           If aiq-ca-older-exists
              Move aiq-ca-last-key to aiq-browse-key
              Move 'Y'             to aiq-exclusive-sw
              Perform 5510-Collect-Page
           Else
              Move "NO OLDER TRANSACTIONS" to aiq-message
              Perform 5250-Page-Current
           end-if.

      ****************************************************************
      * Paragraph: 5400-Page-Newer
      * Description: Reads forward from the newest line on display
      * for the fifteen transactions after it, filling the page from
      * the bottom.  Fewer than fifteen means the most recent page
      * is reached, so that page is shown instead.
      ****************************************************************
       5400-Page-Newer.

           If aiq-ca-first-key = spaces
              Perform 5200-Page-Newest
           Else
              Move aiq-ca-first-key to aiq-browse-key
              Move aiq-ca-first-key to aiq-limit-key
              Move 'Y'              to aiq-exclusive-sw
              Move zero             to aiq-line-count
              Move spaces           to aiq-page-table
              Perform 7000-Start-Browse
              If aiq-browse-active
                 Perform 7200-Read-Next
                 Perform 5410-Take-Newer
                   until aiq-browse-done or aiq-line-count = 15
                 Perform 7300-End-Browse
              end-if
              Evaluate true
                When aiq-inq-error
                  Move aiq-resp-message to aiq-message
                  Perform 5250-Page-Current
                When aiq-line-count = 0
                  Move "NO NEWER TRANSACTIONS" to aiq-message
                  Perform 5250-Page-Current
                When aiq-line-count < 15
                  Perform 5200-Page-Newest
                When other
                  Move 'Y' to aiq-ca-older-sw
                  Move aiq-page-key (1)  to aiq-ca-first-key
                  Move aiq-page-key (15) to aiq-ca-last-key
                  Perform 5600-Fill-History-Map
              End-evaluate
           end-if.

      ****************************************************************
      * Paragraph: 5410-Take-Newer
      ****************************************************************
       5410-Take-Newer.

           If inq-key = aiq-limit-key
              Perform 7200-Read-Next
           Else
              If inq-account-num not = aiq-ca-account
                 or not inq-history
                 Move 'Y' to aiq-browse-end-sw
              Else
                 Add 1 to aiq-line-count
                 Compute aiq-slot = 16 - aiq-line-count
                 Perform 6000-Format-History-Line
                 Move inq-key to aiq-page-key (aiq-slot)
                 Move aiq-history-line to aiq-page-line (aiq-slot)
                 Perform 7200-Read-Next
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 5500-Collect-Older
      * Description: Reads backward from aiq-browse-key, collecting
      * up to aiq-line-max of the account's transactions newest
      * first.  Positioning lands on the first key not below the
      * start, so keys above it (or equal to it when the start is
      * exclusive) are stepped over.  When nothing at all is at or
      * above the start the browse restarts from the end of the
      * file.  The record read after the page is full tells whether
      * older transactions remain.
      ****************************************************************
       5500-Collect-Older.

           Move aiq-browse-key to aiq-limit-key.
           Move zero           to aiq-line-count.
           Move spaces         to aiq-page-table.
           Move 'N'            to aiq-ca-older-sw.

           Perform 7000-Start-Browse.

           If aiq-browse-notfnd
              Move high-values to aiq-browse-key
              Perform 7000-Start-Browse
           end-if.

      * READPREV straight after STARTBR must name a key that exists
      * (or the end of file), so unless positioned at the end, one
      * READNEXT first picks up the real key; the READPREV after it
      * returns that same record, and 5520 steps over it when it
      * lies above the start.
           If aiq-browse-active
              If aiq-browse-key not = high-values
                 Perform 7200-Read-Next
              end-if
              If not aiq-browse-done
                 Perform 7100-Read-Prev
              end-if
              Perform 5520-Take-Older
                until aiq-browse-done
                   or aiq-line-count = aiq-line-max
              If not aiq-browse-done
                 and inq-account-num = aiq-ca-account
                 and inq-history
                 Move 'Y' to aiq-ca-older-sw
              end-if
              Perform 7300-End-Browse
           end-if.

      ****************************************************************
      * Paragraph: 5510-Collect-Page
      * Description: A fifteen-line history page read backward from
      * aiq-browse-key, put on the history map.
      ****************************************************************
       5510-Collect-Page.

           Move 15 to aiq-line-max.

           Perform 5500-Collect-Older.

           If aiq-inq-error
              Move aiq-resp-message to aiq-message
           end-if.

           If aiq-line-count > 0
              Move aiq-page-key (1) to aiq-ca-first-key
              Move aiq-page-key (aiq-line-count) to aiq-ca-last-key
           Else
              Move spaces to aiq-ca-first-key
              Move spaces to aiq-ca-last-key
           end-if.

           Perform 5600-Fill-History-Map.

      ****************************************************************
      * Paragraph: 5520-Take-Older
      ****************************************************************
       5520-Take-Older.

           If inq-key > aiq-limit-key
              or (aiq-exclusive and inq-key = aiq-limit-key)
              Perform 7100-Read-Prev
           Else
              If inq-account-num not = aiq-ca-account
                 or not inq-history
                 Move 'Y' to aiq-browse-end-sw
              Else
                 Add 1 to aiq-line-count
                 Perform 6000-Format-History-Line
                 Move inq-key to aiq-page-key (aiq-line-count)
                 Move aiq-history-line
                   to aiq-page-line (aiq-line-count)
                 Perform 7100-Read-Prev
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 5600-Fill-History-Map
      ****************************************************************
       5600-Fill-History-Map.

           Move low-values     to JPRIQ2O.
           Move aiq-today      to DATE2O.
           Move aiq-ca-account to ACCT2O.
           Move aiq-ca-name    to NAME2O.

           Perform 5610-Move-Page-Line
             varying aiq-page-idx from 1 by 1
             until aiq-page-idx > 15.

      ****************************************************************
      * Paragraph: 5610-Move-Page-Line
      ****************************************************************
       5610-Move-Page-Line.

           Move aiq-page-line (aiq-page-idx)
             to HIST2O (aiq-page-idx).

      ****************************************************************
      * Paragraph: 5900-Send-History
      ****************************************************************
       5900-Send-History.

           If aiq-message = spaces
              If aiq-ca-older-exists
                 Move "PF8 FOR OLDER TRANSACTIONS" to aiq-message
              Else
                 Move "OLDEST TRANSACTION ON FILE SHOWN"
                   to aiq-message
              end-if
           end-if.

           Move aiq-message to MSG2O.

           Exec cics send map('JPRIQ2')
                mapset('JPRIQM')
                from(JPRIQ2O)
                erase
           end-exec.

      ****************************************************************
      * Paragraph: 6000-Format-History-Line
      * Description: A transaction line: adjustments are marked ADJ;
      * a GLHIST key whose extract detail is purged shows its posted
      * date alone.
      ****************************************************************
       6000-Format-History-Line.

           Move inq-date       to aiqh-date.
           Move inq-tx-uid     to aiqh-tx-uid.
           Move inh-item-desc  to aiqh-item-desc.
           Move inh-currency   to aiqh-currency.

           If inh-from-adjustment
              Move "ADJ"  to aiqh-source
           Else
              Move spaces to aiqh-source
           end-if.

           Evaluate true
             When inh-posted
               Move "POSTED"     to aiqh-state
             When inh-not-posted
               Move "NOT POSTED" to aiqh-state
             When other
               Move "NO DETAIL"  to aiqh-state
           End-evaluate.

           If inh-detail-purged
              Move spaces to aiqh-amount
           Else
              Move inh-price      to aiq-price-work
              Move aiq-price-work to aiqh-price
           end-if.

      ****************************************************************
      * Paragraph: 7000-Start-Browse
      * Description: Positions a browse of the inquiry file on the
      * first key not below aiq-browse-key.  Anything but NORMAL or
      * NOTFND leaves the inquiry-file error message for the screen.
      ****************************************************************
       7000-Start-Browse.

           Move 'N' to aiq-browse-active-sw.
           Move 'N' to aiq-browse-notfnd-sw.
           Move 'N' to aiq-browse-end-sw.

           Exec cics startbr file('INQHIST')
                ridfld(aiq-browse-key)
                gteq
                resp(aiq-resp)
           end-exec.

           Evaluate aiq-resp
             When dfhresp(normal)
               Move 'Y' to aiq-browse-active-sw
             When dfhresp(notfnd)
               Move 'Y' to aiq-browse-notfnd-sw
               Move 'Y' to aiq-browse-end-sw
             When other
               Move 'Y' to aiq-browse-end-sw
               Perform 8900-Inquiry-File-Error
           End-evaluate.

      ****************************************************************
      * Paragraph: 7100-Read-Prev
      ****************************************************************
       7100-Read-Prev.

           Exec cics readprev file('INQHIST')
                into(inquiry-record)
                ridfld(aiq-browse-key)
                resp(aiq-resp)
           end-exec.

           Evaluate aiq-resp
             When dfhresp(normal)
               Continue
             When dfhresp(endfile)
               Move 'Y' to aiq-browse-end-sw
             When other
               Move 'Y' to aiq-browse-end-sw
               Perform 8900-Inquiry-File-Error
           End-evaluate.

      ****************************************************************
      * Paragraph: 7200-Read-Next
      ****************************************************************
       7200-Read-Next.

           Exec cics readnext file('INQHIST')
                into(inquiry-record)
                ridfld(aiq-browse-key)
                resp(aiq-resp)
           end-exec.

           Evaluate aiq-resp
             When dfhresp(normal)
               Continue
             When dfhresp(endfile)
               Move 'Y' to aiq-browse-end-sw
             When other
               Move 'Y' to aiq-browse-end-sw
               Perform 8900-Inquiry-File-Error
           End-evaluate.

      ****************************************************************
      * Paragraph: 7300-End-Browse
      ****************************************************************
       7300-End-Browse.

           Exec cics endbr file('INQHIST')
                resp(aiq-resp)
           end-exec.

           Move 'N' to aiq-browse-active-sw.

      ****************************************************************
      * Paragraph: 8800-End-Session
      * Description: CLEAR, or PF3 from the summary: clears the
      * screen and ends the conversation without a next transid.
      ****************************************************************
       8800-End-Session.

           Exec cics send text
                from(aiq-end-text)
                length(length of aiq-end-text)
                erase
                freekb
           end-exec.

           Exec cics return
           end-exec.

      ****************************************************************
      * Paragraph: 8900-Inquiry-File-Error
      * Description: The inquiry file is closed (it is reloaded
      * overnight) or failed: the master still shows, with the
      * response code on the message line.
      ****************************************************************
       8900-Inquiry-File-Error.

           Move 'Y' to aiq-inq-error-sw.
           Move "INQUIRY FILE UNAVAILABLE," to aiqe-text.
           Move aiq-resp to aiqe-resp.

      ****************************************************************
      * Paragraph: 9000-Return
      * Description: Ends the task, keeping the conversation: the
      * next key from this terminal starts ACIQ with the commarea.
      ****************************************************************
       9000-Return.

           Exec cics return
                transid(eibtrnid)
                commarea(aiq-commarea)
                length(length of aiq-commarea)
           end-exec.

           Goback.

       End program acct_inquiry.
