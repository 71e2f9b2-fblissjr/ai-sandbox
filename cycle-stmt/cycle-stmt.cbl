      * glr-post-date order with a USD running total, per-currency
      * subtotals, and a closing balance that rolls to the new
      * balance generation.  Delivery honors the master's
      * preference -- paper, electronic extract, or suppressed,
      * with paper held while the address is flagged for returned
      * mail -- and every account gets a line on the cycle's own
      * statement register for balancing.  The cycle is the PARM
      * (yyyymm) or, unstated, the month before the run date.
      * Author: [Authors' Name]
      * Date: [Date]
      *
      * Modification History:
      *   2026-09-02  Maintainer  Initial version, replacing client
      *               services' hand-stapled month of daily pages.
      *   2026-10-15  Maintainer  Transactions with a dispute case
      *               still open or provisionally credited on the
      *               dispute case file (JPRDSPC) are marked UNDER
      *               DISPUTE, and counted under the closing balance.
      *   2026-10-15  Maintainer  Paper statements for an address
      *               flagged for returned mail are held, shown HELD
      *               on the register and counted.
      ******************************************************************
         Program-id. cycle_stmt.
       Environment division.
            Select Cycle-Register-Report assign to "CSTMREG"
              organization is sequential
              file status is cyc-cstmreg-status.
            Select optional Dispute-Case-File assign to "DSPCASE"
              organization is indexed
              access is random
              record key is dcr-case-key
              file status is cyc-dspcase-status.
            Select Sort-Work-File assign to "SORTWK01".

       Data division.
            label records are standard.
         1 Cycle-Register-Line pic x(132).

        FD  Dispute-Case-File
            label records are standard.
        copy JPRDSPC.

        SD  Sort-Work-File.
         1 sort-record.
          3 srt-account-num pic 9(12).
         1 cyc-cstmreg-status pic x(02) value '00'.
           88 cyc-cstmreg-ok           value '00'.

         1 cyc-dspcase-status pic x(02) value '00'.
           88 cyc-dspcase-ok           value '00'.
           88 cyc-dspcase-empty        value '05'.
           88 cyc-dspcase-notfnd       value '23'.

         1 cyc-switches.
          3 cyc-glhin-eof-sw  pic x(01) value 'N'.
           88 cyc-glhin-done          value 'Y'.
           88 cyc-master-found        value 'Y'.
          3 cyc-seq-error-sw  pic x(01) value 'N'.
           88 cyc-seq-error           value 'Y'.
          3 cyc-dspcase-absent-sw pic x(01) value 'N'.
           88 cyc-dspcase-absent      value 'Y'.

      ******************************************************************
      * Section: Cycle Selection
         77 cyc-estmt-count    pic 9(09) usage comp value zero .
         77 cyc-pages-total    pic 9(09) usage comp value zero .
         77 cyc-suppress-count pic 9(09) usage comp value zero .
         77 cyc-held-count     pic 9(09) usage comp value zero .
         77 cyc-nomaster-count pic 9(09) usage comp value zero .
         77 cyc-carried-count  pic 9(09) usage comp value zero .
         77 cyc-badfx-count    pic 9(09) usage comp value zero .
         77 cyc-disputed-count pic 9(09) usage comp value zero .
         77 cyc-stmt-disputed  pic 9(05) usage comp value zero .

      ******************************************************************
      * Section: Statement Register Print Lines
              Move 'Y' to cyc-fatal-error-sw
           end-if.

      * The dispute case file only marks lines, so the OPTIONAL
      * SELECT lets a cycle run before any case exists.
           Open input Dispute-Case-File.

           If cyc-dspcase-empty
              Move 'Y' to cyc-dspcase-absent-sw
           Else
              If not cyc-dspcase-ok
                 Display "cycle_stmt: unable to open DSPCASE, status "
                   cyc-dspcase-status
                 Move 'Y' to cyc-fatal-error-sw
              end-if
           end-if.

           If not cyc-fatal-error
              Move cyc-run-yyyymmdd to srhl-run-date
              Write Cycle-Register-Line from sreg-heading-line
           Move zero to cyc-cur-count.
           Move zero to cyc-stmt-page-num.
           Move zero to cyc-stmt-line-count.
           Move zero to cyc-stmt-disputed.

           Perform 3550-Set-Account-Channel.

             when cmr-deliver-electronic
               Move 'E' to cyc-stmt-channel
               Move 'ELECTRONIC' to cyc-register-channel
             when cmr-mail-returned
               Move 'S' to cyc-stmt-channel
               Move 'HELD      ' to cyc-register-channel
               Add 1 to cyc-held-count
             when other
               Move 'P' to cyc-stmt-channel
               Move 'PRINT     ' to cyc-register-channel
      ****************************************************************
      * Paragraph: 5100-Print-Transaction-Detail
      * Description: Prints one cycle transaction with the USD
      * running total and its dispute mark, throwing a page break
      * when the statement runs past a full page.
      ****************************************************************
       5100-Print-Transaction-Detail.

           Move srt-currency   to csd-currency
           Move cyc-run-total  to csd-run-total.

           Perform 5150-Check-Dispute.

           Move 1 to cyc-stmt-advance.
           Move cstm-detail-line to cyc-stmt-print-line.
           Perform 5990-Write-Stmt-Line.
           Add 1 to cyc-stmt-line-count.

      ****************************************************************
      * Paragraph: 5150-Check-Dispute
      * Description: A transaction is under dispute while its case
      * on the dispute case file is open or provisionally credited;
      * a resolved or withdrawn case leaves the line unmarked.
      ****************************************************************
       5150-Check-Dispute.

           Move spaces to csd-dispute.

           If not cyc-dspcase-absent
              Move srt-account-num to dcr-account-num
              Move srt-tx-uid      to dcr-tx-uid
              Read Dispute-Case-File
                invalid key
                  Continue
                not invalid key
                  If dcr-status-active
                     Move 'UNDER DISPUTE' to csd-dispute
                     Add 1 to cyc-stmt-disputed
                     Add 1 to cyc-disputed-count
                  end-if
              end-read
              If not cyc-dspcase-ok and not cyc-dspcase-notfnd
                 Display "cycle_stmt: DSPCASE read error, status "
                   cyc-dspcase-status
                 Move 'Y' to cyc-fatal-error-sw
              end-if
           end-if.

      ****************************************************************
      * Paragraph: 5900-Print-Statement-Header
      * Description: Throws a new page and prints the cycle
      * Paragraph: 5950-Print-Statement-Totals
      * Description: Closes the statement: per-currency subtotals
      * in the transactions' own currencies, then the USD closing
      * balance, and the count of transactions marked under
      * dispute when there are any.
      ****************************************************************
       5950-Print-Statement-Totals.

           Perform 5990-Write-Stmt-Line.
           Add 1 to cyc-stmt-line-count.

           If cyc-stmt-disputed > zero
              Move cyc-stmt-disputed to csu-count
              Move 1 to cyc-stmt-advance
              Move cstm-dispute-line to cyc-stmt-print-line
              Perform 5990-Write-Stmt-Line
              Add 1 to cyc-stmt-line-count
           end-if.

      ****************************************************************
      * Paragraph: 5960-Print-Currency-Subtotal
      ****************************************************************
           Close Cycle-Stmt-Report.
           Close Cycle-Estmt-File.
           Close Cycle-Register-Report.
           Close Dispute-Case-File.

           Display "cycle_stmt: cycle records " cyc-released-count
             ", paper " cyc-stmt-count
             ", electronic " cyc-estmt-count
             ", suppressed " cyc-suppress-count
             ", held " cyc-held-count
             ", no master " cyc-nomaster-count
             ", carried " cyc-carried-count
             ", unrecognized currency " cyc-badfx-count
             ", under dispute " cyc-disputed-count.

      ****************************************************************
      * Paragraph: 9200-Set-Return-Code
