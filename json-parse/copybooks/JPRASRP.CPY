      ******************************************************************
      * Copybook:   JPRASRP
      * Used by:    fee_assess
      * Purpose:    Print-line layouts for the month-end fee and
      *             interest assessment register (ASSESSMENT-
      *             REGISTER).  One line per charge raised: the
      *             account, its status and delivery preference, the
      *             schedule slot and reason code, the adjustment's
      *             tx-uid, the basis (the cycle closing balance), the
      *             annual rate and days accrued for interest, and the
      *             signed charge -- positive a fee to the client,
      *             negative interest paid.  Cycle balances for
      *             accounts missing from the master, and charges too
      *             large for an adjustment, are listed with the
      *             reason nothing was raised.  Run counts, the total
      *             per schedule line and the fee and interest totals
      *             close the register.
      ******************************************************************
         1 asrp-heading-line.
          3 filler           pic x(45) value
              "MONTH-END FEE AND INTEREST ASSESSMENT  CYCLE ".
          3 ashl-cycle       pic x(06).
          3 filler           pic x(08) value "  DAYS: ".
          3 ashl-days        pic z9.
          3 filler           pic x(10) value "   RUN OF ".
          3 ashl-run-date    pic x(08).
          3 filler           pic x(53) value spaces.

         1 asrp-column-heading-line.
          3 filler pic x(52) value
              "ACCOUNT       S D  SL RSN  TXID   DESCRIPTION       ".
          3 filler pic x(40) value
              "             BASIS     RATE  DY         ".
          3 filler pic x(40) value
              "  CHARGE  RESULT".

         1 asrp-detail-line.
          3 asdl-account-num pic 9(12).
          3 filler           pic x(02) value spaces.
          3 asdl-status      pic x(01).
          3 filler           pic x(01) value spaces.
          3 asdl-pref        pic x(01).
          3 filler           pic x(02) value spaces.
          3 asdl-slot        pic 9(02) blank when zero.
          3 filler           pic x(01) value spaces.
          3 asdl-reason      pic x(04).
          3 filler           pic x(01) value spaces.
          3 asdl-tx-uid      pic zzzzz blank when zero.
          3 filler           pic x(02) value spaces.
          3 asdl-item-desc   pic x(20).
          3 filler           pic x(01) value spaces.
          3 asdl-basis       pic ----,---,--9.99.
          3 filler           pic x(02) value spaces.
          3 asdl-rate        pic z9.9999 blank when zero.
          3 filler           pic x(02) value spaces.
          3 asdl-days        pic z9 blank when zero.
          3 filler           pic x(02) value spaces.
          3 asdl-charge      pic ----,---,--9.99.
          3 filler           pic x(02) value spaces.
          3 asdl-result      pic x(24).
          3 filler           pic x(06) value spaces.

         1 asrp-slot-line.
          3 filler           pic x(05) value "SLOT ".
          3 assl-slot        pic 9(02).
          3 filler           pic x(06) value "  RSN ".
          3 assl-reason      pic x(04).
          3 filler           pic x(02) value spaces.
          3 assl-item-desc   pic x(30).
          3 filler           pic x(10) value "  CHARGES ".
          3 assl-count       pic zzz,zz9.
          3 filler           pic x(08) value "  TOTAL ".
          3 assl-amount      pic ----,---,---,--9.99.
          3 filler           pic x(39) value spaces.

         1 asrp-count-line.
          3 asct-label       pic x(40).
          3 asct-count       pic zzz,zzz,zz9.
          3 filler           pic x(81) value spaces.

         1 asrp-total-line.
          3 astl-label       pic x(40).
          3 astl-amount      pic ----,---,---,--9.99.
          3 filler           pic x(73) value spaces.

         1 asrp-blank-line.
          3 filler           pic x(132) value spaces.
