      ******************************************************************
      * Copybook:   JPRADJR
      * Used by:    ops_adjust, fee_assess, disp_case, acct_dormancy
      * Purpose:    Record layout for the operations adjustment file
      *             (ADJUSTMENT-FILE), keyed by operations when a
      *             transaction is wrong on the books: a price keyed
      *             wrong upstream, a fee to reverse.  ADJ-TX-UID is
      *             the adjustment's own transaction uid, allocated
      *             by operations from the reserved 90000-99999
      *             range so it cannot collide with upstream uids
      *             -- operations keys 90000-93999, 94000-94999 is
      *             kept for the dispute credits and re-debits
      *             disp_case raises, and 95000-99999 for the
      *             adjustments fee_assess raises (acct_dormancy
      *             passes over this block when dating an account's
      *             last activity -- keep the two in step);
      *             ADJ-REF-TX-UID is the posted transaction a
      *             reversal (type R) references and must exist on
      *             the GLHIST posted history.  Every record carries
