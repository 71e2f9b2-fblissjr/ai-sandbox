      *             closing balance.  CSD-CURRENCY carries each
      *             transaction's own currency next to its
      *             unconverted price; the running total, opening
      *             and closing balances are USD.  CSD-DISPUTE marks
      *             a transaction with a dispute case still open or
      *             provisionally credited, and the dispute line
      *             under the closing balance counts them.
      ******************************************************************
         1 cstm-heading-line.
          3 filler           pic x(24) value
         1 cstm-column-heading-line.
          3 filler pic x(53) value
              "DATE        TXID  DESCRIPTION                    PRI".
          3 filler pic x(32) value
              "CE CUR  RUNNING TOTAL    DISPUTE".

         1 cstm-detail-line.
          3 csd-date       pic x(08).
          3 csd-currency   pic x(03).
          3 filler         pic x(01) value spaces.
          3 csd-run-total  pic -9(9).99.
          3 filler         pic x(02) value spaces.
          3 csd-dispute    pic x(13).

         1 cstm-cur-line.
          3 filler         pic x(10) value "SUBTOTAL  ".
          3 filler         pic x(20) value
              "CLOSING BALANCE:    ".
          3 csz-closing    pic -9(9).99.

         1 cstm-dispute-line.
          3 filler         pic x(28) value
              "TRANSACTIONS UNDER DISPUTE: ".
          3 csu-count      pic zzzz9.
