      ******************************************************************
      * Copybook:   JPRSVHS
      * Used by:    txn_surveil
      * Purpose:    Record layout for the surveillance activity
      *             history (SURVEILLANCE-HISTORY), the short-term
      *             per-account memory the daily surveillance run
      *             keeps for itself.  Two record types, in
      *             account-num + activity-date + type + tx-uid
      *             order:
      *               D  one per account per day with activity: the
      *                  day's transaction count and USD value moved,
      *                  the account's own history for the count
      *                  spike rule
      *               T  one per transaction that fell just under
      *                  the reportable threshold, with its amount,
      *                  the rolling window for the structuring rule
      *             Records older than the longer of the window and
      *             history periods are dropped as each new
      *             generation is written.
      ******************************************************************
         1 surveillance-history-record.
          3 svh-history-key.
           5 svh-account-num   pic 9(12).
           5 svh-activity-date pic x(08).
           5 svh-record-type   pic x(01).
            88 svh-day-summary           value 'D'.
            88 svh-near-threshold        value 'T'.
           5 svh-tx-uid        pic 9(05).
          3 svh-tx-count       pic 9(05).
          3 svh-currency       pic x(03).
          3 svh-amount         pic s9(09)v99 usage comp-3.
          3 svh-usd-amount     pic s9(13)v99 usage comp-3.
          3 filler             pic x(02).
