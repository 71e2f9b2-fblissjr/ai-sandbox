      *             master change is provable at audit time, and
      *             actions that touch the mailing address print a
      *             second BEFORE/AFTER pair of address lines, so an
      *             address-only change is visible too.  The U
      *             column carries the returned-mail flag, so an
      *             address flagged undeliverable, and the name/
      *             address change that clears it, both show; rejected
      *             transactions carry a spelled-out reason on their
      *             own listing.
      ******************************************************************
          3 filler pic x(52) value
              "ACCOUNT       ACT OPERATOR          S LAST NAME     ".
          3 filler pic x(80) value
              "        FIRST NAME      P   U".

         1 cmnt-change-line.
          3 cmcl-account-num  pic 9(12).
          3 cmcl-name-first   pic x(15).
          3 filler            pic x(02) value spaces.
          3 cmcl-delivery     pic x(01).
          3 filler            pic x(02) value spaces.
          3 cmcl-mail-flag    pic x(01).
          3 filler            pic x(51) value spaces.

         1 cmnt-addr-line.
          3 filler            pic x(27) value spaces.
