      ******************************************************************
      * Copybook:   JPRRMRP
      * Used by:    mail_return
      * Purpose:    Print-line layouts for the returned-mail register
      *             (RETURN-REGISTER) and the returned-mail aging
      *             report (AGING-REPORT).  The register lists every
      *             return the mail house sent back with what was
      *             done about it: the address flagged undeliverable
      *             (an 'U' transaction written for clt_maint),
      *             already held, or an exception -- no printed
      *             statement for that account and date on the
      *             register history, the account not on the master,
      *             or an unreadable return record.  The aging report
      *             lists every address held for returned mail, the
      *             date it was flagged, the days held and the aging
      *             band, so client services chases the oldest first.
      *             Run counts close both.
      ******************************************************************
         1 rmrp-heading-line.
          3 filler           pic x(36) value
              "RETURNED MAIL REGISTER      RUN OF: ".
          3 rmhl-run-date    pic x(08).
          3 filler           pic x(88) value spaces.

         1 rmrp-column-heading-line.
          3 filler pic x(47) value
              "ACCOUNT       STMT DATE  RETURN REASON         ".
          3 filler pic x(85) value
              "CLIENT                 RESULT".

         1 rmrp-detail-line.
          3 rmdl-account-num pic x(12).
          3 filler           pic x(02) value spaces.
          3 rmdl-stmt-date   pic x(08).
          3 filler           pic x(03) value spaces.
          3 rmdl-reason      pic x(20).
          3 filler           pic x(02) value spaces.
          3 rmdl-name-last   pic x(20).
          3 filler           pic x(03) value spaces.
          3 rmdl-result      pic x(30).
          3 filler           pic x(32) value spaces.

         1 rmrp-count-line.
          3 rmct-label       pic x(36).
          3 rmct-count       pic zzz,zzz,zz9.
          3 filler           pic x(85) value spaces.

         1 rmrp-blank-line.
          3 filler           pic x(132) value spaces.

         1 ragp-heading-line.
          3 filler           pic x(36) value
              "RETURNED MAIL AGING - HELD  RUN OF: ".
          3 rahl-run-date    pic x(08).
          3 filler           pic x(88) value spaces.

         1 ragp-column-heading-line.
          3 filler pic x(53) value
              "ACCOUNT       CLIENT NAME                           D".
          3 filler pic x(79) value
              "  HELD SINCE  DAYS AGE         MAILING ADDRESS".

         1 ragp-detail-line.
          3 radl-account-num pic 9(12).
          3 filler           pic x(02) value spaces.
          3 radl-name-last   pic x(20).
          3 filler           pic x(01) value spaces.
          3 radl-name-first  pic x(15).
          3 filler           pic x(02) value spaces.
          3 radl-pref        pic x(01).
          3 filler           pic x(02) value spaces.
          3 radl-held-since  pic x(08).
          3 filler           pic x(02) value spaces.
          3 radl-days-held   pic zzzz9.
          3 filler           pic x(02) value spaces.
          3 radl-age-band    pic x(10).
          3 filler           pic x(02) value spaces.
          3 radl-street      pic x(30).
          3 filler           pic x(18) value spaces.

         1 ragp-count-line.
          3 ract-label       pic x(36).
          3 ract-count       pic zzz,zzz,zz9.
          3 filler           pic x(85) value spaces.
