      ******************************************************************
      * Copybook:   JPRDSPT
      * Used by:    disp_case
      * Purpose:    Record layout for the dispute action file
      *             (DISPUTE-ACTION-FILE) client services keys, one
      *             record per case lifecycle action against the
      *             disputed transaction's account-num + tx-uid, as
      *             printed on the client's statement:
      *               O = open a case.  DSA-AMOUNT (the disputed
      *                   charge, positive), DSA-CURRENCY,
      *                   DSA-ITEM-UID, DSA-ITEM-DESC and the
      *                   client's DSA-DISPUTE-REASON are taken off
      *                   the statement; the transaction must be on
      *                   the GLHIST posted history.
      *               P = provisional credit to the client.
      *               F = resolved in the client's favor.
      *               A = resolved against the client.
      *               W = withdrawn by the client.
      *             P, F, A and W need only the key and the
      *             operator.  Actions apply in file order, so a
      *             case can be opened and credited on the same day.
      ******************************************************************
         1 dispute-action-record.
          3 dsa-action          pic x(01).
           88 dsa-action-open           value 'O'.
           88 dsa-action-credit         value 'P'.
           88 dsa-action-favor          value 'F'.
           88 dsa-action-against        value 'A'.
           88 dsa-action-withdrawn      value 'W'.
           88 dsa-action-valid          values 'O' 'P' 'F' 'A' 'W'.
          3 dsa-account-num     pic 9(12).
          3 dsa-tx-uid          pic 9(05).
          3 dsa-amount          pic -9(7).99.
          3 dsa-currency        pic x(03).
          3 dsa-item-uid        pic 9(05).
          3 dsa-item-desc       pic x(30).
          3 dsa-dispute-reason  pic x(04).
          3 dsa-operator-id     pic x(08).
          3 filler              pic x(21) value spaces.
