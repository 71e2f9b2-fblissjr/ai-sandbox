      ******************************************************************
      * Copybook:   JPRCERT
      * Used by:    close_cert
      * Purpose:    Print-line layouts for the daily close
      *             certification report (CERTIFICATION-REPORT).  Per
      *             processing date: a heading, one line per job of
      *             the close showing whether it reported and how it
      *             ended, one tie line per currency per check --
      *             expected and actual record count, debits and
      *             credits, OK or BREAK -- and the certification
      *             line, CERTIFIED or NOT CERTIFIED.  The checks are:
      *               EXTRACTS TO POSTINGS   GL + adjustment extracts
      *                                      against gl_post's
      *                                      postings (two per
      *                                      transaction, gross
      *                                      value on each side)
      *               POSTINGS TO TRIAL BAL  gl_post + gl_reclass
      *                                      postings against the
      *                                      trial balance movement,
      *                                      revaluation set aside
      *               POSTINGS TO RELEASED   gl_post + gl_reclass
      *                                      postings against what
      *                                      gl_ackrec saw released
      *               RELEASED TO ACKED      released against what
      *                                      the ledger acknowledged
      *                                      at the amount sent
      *             A REVALUATION line shows, for information, the
      *             revaluation postings the trial balance rolled.
      *             Run totals close the report.
      ******************************************************************
         1 cert-heading-line.
          3 filler           pic x(44) value
              "DAILY CLOSE CERTIFICATION  PROCESSING DATE: ".
          3 crhl-proc-date   pic x(08).
          3 filler           pic x(12) value "    RUN OF: ".
          3 crhl-run-date    pic x(08).
          3 filler           pic x(60) value spaces.

         1 cert-job-line.
          3 filler           pic x(06) value "  JOB ".
          3 crjl-job-name    pic x(08).
          3 filler           pic x(02) value spaces.
          3 crjl-status      pic x(30).
          3 filler           pic x(86) value spaces.

         1 cert-column-heading-1.
          3 filler pic x(04) value "CUR ".
          3 filler pic x(23) value "CHECK".
          3 filler pic x(22) value "    RECORD COUNT".
          3 filler pic x(38) value
              "                DEBITS".
          3 filler pic x(38) value
              "               CREDITS".
          3 filler pic x(07) value "STATUS".

         1 cert-column-heading-2.
          3 filler pic x(27) value spaces.
          3 filler pic x(11) value "  EXPECTED ".
          3 filler pic x(11) value "    ACTUAL ".
          3 filler pic x(19) value "          EXPECTED ".
          3 filler pic x(19) value "            ACTUAL ".
          3 filler pic x(19) value "          EXPECTED ".
          3 filler pic x(19) value "            ACTUAL ".
          3 filler pic x(07) value spaces.

         1 cert-detail-line.
          3 crdl-currency    pic x(03).
          3 filler           pic x(01) value spaces.
          3 crdl-check       pic x(22).
          3 filler           pic x(01) value spaces.
          3 crdl-exp-count   pic zz,zzz,zz9.
          3 filler           pic x(01) value spaces.
          3 crdl-act-count   pic zz,zzz,zz9.
          3 filler           pic x(01) value spaces.
          3 crdl-exp-debit   pic zzz,zzz,zzz,zz9.99.
          3 filler           pic x(01) value spaces.
          3 crdl-act-debit   pic zzz,zzz,zzz,zz9.99.
          3 filler           pic x(01) value spaces.
          3 crdl-exp-credit  pic zzz,zzz,zzz,zz9.99.
          3 filler           pic x(01) value spaces.
          3 crdl-act-credit  pic zzz,zzz,zzz,zz9.99.
          3 filler           pic x(02) value spaces.
          3 crdl-status      pic x(05).
          3 filler           pic x(01) value spaces.

         1 cert-message-line.
          3 filler           pic x(02) value spaces.
          3 crml-text        pic x(80).
          3 filler           pic x(50) value spaces.

         1 cert-result-line.
          3 filler           pic x(16) value "PROCESSING DATE ".
          3 crrl-proc-date   pic x(08).
          3 filler           pic x(06) value "  *** ".
          3 crrl-result      pic x(13).
          3 filler           pic x(04) value " ***".
          3 filler           pic x(85) value spaces.

         1 cert-count-line.
          3 crct-label       pic x(34).
          3 crct-count       pic zzz,zz9.
          3 filler           pic x(91) value spaces.

         1 cert-blank-line.
          3 filler           pic x(132) value spaces.
