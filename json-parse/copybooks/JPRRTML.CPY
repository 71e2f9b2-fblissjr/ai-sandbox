      ******************************************************************
      * Copybook:   JPRRTML
      * Used by:    mail_return
      * Purpose:    Record layout for the mail house's returned-mail
      *             file (RETURNED-MAIL-FILE): one record per paper
      *             statement the post office sent back, carrying the
      *             account and the statement date printed on it --
      *             the run date of the statement register the
      *             statement was produced under, daily or cycle --
      *             and the post office's return reason as the mail
      *             house keys it (MOVED - NO FORWARDING, NO SUCH
      *             ADDRESS, ...).  The file may arrive in any order.
      ******************************************************************
         1 returned-mail-record.
          3 rml-account-num    pic 9(12).
          3 rml-stmt-date      pic x(08).
          3 rml-return-reason  pic x(20).
          3 filler             pic x(10) value spaces.
