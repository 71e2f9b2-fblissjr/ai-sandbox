      * (CLTMST) that json_parse validates every extract client
      * against.  Reads the maintenance transaction file keyed up by
      * client services (JPRCMTX records: add, status change, name
      * change, delivery-preference change, close, returned-mail
      * undeliverable flag), applies each
      * transaction to the master, and prints a before/after change
      * report carrying the action and the operator who keyed it, so
      * every master change is provable at audit time.  Transactions
      *               fields, so an address-only change shows on
      *               the change report instead of printing an
      *               identical-looking pair.
      *   2026-10-15  Maintainer  New 'U' action flags the address
      *               undeliverable (cmr-mail-return-flag and -date)
      *               for the returned-mail transactions mail_return
      *               writes; json_parse holds paper statements while
      *               it is set.  A name/address change clears it.
      *               The flag prints in the change report's new U
      *               column, with the address pair for a 'U'.
      ******************************************************************
         Program-id. clt_maint.
       Environment division.
                  Perform 3400-Apply-Delivery-Change
                when mtr-action-close
                  Perform 3500-Apply-Close
                when mtr-action-undeliverable
                  Perform 3600-Apply-Undeliverable
              End-evaluate
           end-if.


      ****************************************************************
      * Paragraph: 3300-Apply-Name-Change
      * Description: A name/address change is client services
      * confirming where the client now lives, so it also clears
      * any returned-mail flag and paper statements resume.
      ****************************************************************
       3300-Apply-Name-Change.

               If mtr-addr-code not = spaces
                  Move mtr-addr-code to cmr-addr-code
               end-if
               Move spaces to cmr-mail-return-flag
               Move spaces to cmr-mail-return-date
               Perform 4500-Rewrite-Master
           End-evaluate.

               Perform 4500-Rewrite-Master
           End-evaluate.

      ****************************************************************
      * Paragraph: 3600-Apply-Undeliverable
      * Description: Flags the mailing address undeliverable after
      * a statement came back as returned mail, dated from the
      * transaction's return date (the run date when blank).  An
      * account already flagged is rejected: the first return is
      * the one the hold is aged from.
      ****************************************************************
       3600-Apply-Undeliverable.

           Evaluate true
             when not cmt-master-found
               Move 'NOT ON MASTER' to mxdl-reason
               Perform 5000-Write-Maint-Exception
             when cmr-mail-returned
               Move 'ADDRESS ALREADY UNDELIVERABLE' to mxdl-reason
               Perform 5000-Write-Maint-Exception
             when mtr-return-date not = spaces
               and mtr-return-date is not numeric
               Move 'INVALID RETURN DATE' to mxdl-reason
               Perform 5000-Write-Maint-Exception
             when other
               Perform 4000-Write-Before-Line
               Move 'Y' to cmr-mail-return-flag
               If mtr-return-date = spaces
                  Move cmt-run-yyyymmdd to cmr-mail-return-date
               Else
                  Move mtr-return-date to cmr-mail-return-date
               end-if
               Perform 4500-Rewrite-Master
           End-evaluate.

      ****************************************************************
      * Paragraph: 4000-Write-Before-Line
      * Description: Writes the before image of the master record
      * about to be changed, with the transaction's action and
      * operator, so the after line 4100 writes reads as a pair.
      * A name change also prints the before address, since it can
      * change the address fields too, and so does an undeliverable
      * flag, so the report shows which address mail came back from.
      ****************************************************************
       4000-Write-Before-Line.

           Move cmr-account-status to cmcl-status
           Move cmr-name-last      to cmcl-name-last
           Move cmr-name-first     to cmcl-name-first
           Move cmr-delivery-pref  to cmcl-delivery
           Move cmr-mail-return-flag to cmcl-mail-flag.

           Write Change-Report-Line from cmnt-change-line.
           Perform 8950-Check-Chgrpt-Status.

           If mtr-action-name or mtr-action-undeliverable
              Move 'BEFORE:' to cmad-tag
              Perform 4150-Write-Addr-Line
           end-if.
           Move spaces          to cmcl-status
           Move spaces          to cmcl-name-last
           Move spaces          to cmcl-name-first
           Move spaces          to cmcl-delivery
           Move spaces          to cmcl-mail-flag.

           Write Change-Report-Line from cmnt-change-line.
           Perform 8950-Check-Chgrpt-Status.
      ****************************************************************
      * Paragraph: 4100-Write-After-Line
      * Description: Writes the after image of the master record
      * just applied, completing the before/after pair.  Adds,
      * name changes and undeliverable flags also print the after
      * address, so an address-only change is visible on the
      * report.
      ****************************************************************
       4100-Write-After-Line.

           Move cmr-account-status to cmcl-status
           Move cmr-name-last      to cmcl-name-last
           Move cmr-name-first     to cmcl-name-first
           Move cmr-delivery-pref  to cmcl-delivery
           Move cmr-mail-return-flag to cmcl-mail-flag.

           Write Change-Report-Line from cmnt-change-line.
           Perform 8950-Check-Chgrpt-Status.

           If mtr-action-add or mtr-action-name
              or mtr-action-undeliverable
              Move 'AFTER: ' to cmad-tag
              Perform 4150-Write-Addr-Line
           end-if.
