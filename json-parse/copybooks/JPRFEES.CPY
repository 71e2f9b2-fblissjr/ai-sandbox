      ******************************************************************
      * Copybook:   JPRFEES
      * Used by:    fee_assess
      * Purpose:    Record layout for the month-end fee and interest
      *             schedule (FEE-SCHEDULE-FILE) maintained by
      *             operations.  Each line is one charge the
      *             assessment can raise, applying to every open
      *             account whose status and delivery preference it
      *             matches ('*' matches any); every line an account
      *             matches is raised, each with its own reason code.
      *               'F'  a flat monthly fee, charged to the client
      *                    as a positive price -- e.g. a maintenance
      *                    fee for all ('*'), a statement fee for
      *                    paper ('P') clients only
      *               'I'  interest on a credit balance: a closing
      *                    balance below zero (refunds above charges)
      *                    of at least the minimum, accrued at the
      *                    annual percentage rate for the days in the
      *                    cycle month on a 365-day year and paid to
      *                    the client as a negative price
      *             fsr-charge-slot (01-40) is the line's fixed place
      *             in the system tx-uid range (see JPRADJR); it must
      *             be unique on the file and must not be moved to
      *             another charge, so a rerun of a cycle produces
      *             the same adjustment keys and ops_adjust refuses
      *             the repeats as duplicates.  The item-uid must be
      *             mapped on the chart of accounts so gl_post can
      *             post the adjustment.
      ******************************************************************
         1 fee-schedule-record.
          3 fsr-record-type     pic x(01).
           88 fsr-fee-entry               value 'F'.
           88 fsr-interest-entry          value 'I'.
          3 fsr-charge-slot     pic 9(02).
          3 fsr-account-status  pic x(01).
          3 fsr-delivery-pref   pic x(01).
          3 fsr-reason-code     pic x(04).
          3 fsr-item-uid        pic 9(05).
          3 fsr-item-desc       pic x(30).
          3 fsr-fee-amount      pic 9(05)v99.
          3 fsr-annual-rate     pic 9(02)v9(04).
          3 fsr-min-balance     pic 9(09)v99.
          3 filler              pic x(12).
