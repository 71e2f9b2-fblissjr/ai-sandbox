      ******************************************************************
      * Copybook:   JPRFACC
      * Used by:    clt_intake
      * Purpose:    Record layout for the feed-file history KSDS
      *             (FEED-HISTORY), one record per client extract file
      *             the intake has passed, keyed on what identifies a
      *             file: its source system, its header extract date
      *             and its trailer hash total.  FAC-STATUS 'A' marks
      *             a file merged into a released CLTIN -- the same
      *             file arriving again is refused as a re-send.
      *             'H' marks a file that passed its checks on an
      *             intake run held for a missing required feed; it is
      *             taken again on the rerun, and its first-seen time
      *             is what the rerun judges it late or on time by.
      ******************************************************************
         1 feed-history-record.
          3 fac-feed-key.
           5 fac-source-system   pic x(08).
           5 fac-extract-date    pic x(08).
           5 fac-hash-total      pic s9(13)v99.
          3 fac-status          pic x(01).
           88 fac-accepted                 value 'A'.
           88 fac-held                     value 'H'.
          3 fac-client-count    pic 9(09).
          3 fac-first-seen-date pic x(08).
          3 fac-first-seen-time pic x(06).
          3 fac-accepted-date   pic x(08).
          3 fac-accepted-time   pic x(06).
          3 fac-process-date    pic x(08).
          3 filler              pic x(23).
