      ******************************************************************
      * Copybook:   JPRITRP
      * Used by:    clt_intake
      * Purpose:    Print-line layouts for the client feed intake
      *             register (INTAKE-REGISTER): one line per expected
      *             feed on the schedule with its status -- ARRIVED,
      *             LATE, MISSING or REFUSED -- then one line per file
      *             found on the landed feeds with its trailer count
      *             and hash and why it was accepted or refused, the
      *             intake totals, and whether the merged CLTIN was
      *             released to the day's batch or held.
      ******************************************************************
         1 itrp-heading-line.
          3 filler           pic x(47) value
              "CLIENT FEED INTAKE REGISTER   PROCESSING DATE: ".
          3 ithl-process-date pic x(08).
          3 filler           pic x(17) value "   EXTRACT DATE: ".
          3 ithl-extract-date pic x(08).
          3 filler           pic x(11) value "   RUN OF: ".
          3 ithl-run-date    pic x(08).
          3 filler           pic x(01) value spaces.
          3 ithl-run-time    pic x(04).
          3 filler           pic x(28) value spaces.

         1 itrp-section-line.
          3 itsl-title       pic x(40).
          3 filler           pic x(92) value spaces.

         1 itrp-feed-heading-line.
          3 filler pic x(42) value
              "  SOURCE    REQ  DUE DATE TIME  STATUS    ".
          3 filler pic x(28) value
              "FIRST SEEN         CLIENTS  ".
          3 filler pic x(28) value
              "            HASH TOTAL  NOTE".
          3 filler pic x(34) value spaces.

         1 itrp-feed-line.
          3 filler           pic x(02) value spaces.
          3 itfl-source      pic x(08).
          3 filler           pic x(02) value spaces.
          3 itfl-required    pic x(03).
          3 filler           pic x(02) value spaces.
          3 itfl-due-date    pic x(08).
          3 filler           pic x(01) value spaces.
          3 itfl-due-time    pic x(04).
          3 filler           pic x(02) value spaces.
          3 itfl-status      pic x(08).
          3 filler           pic x(02) value spaces.
          3 itfl-seen-date   pic x(08).
          3 filler           pic x(01) value spaces.
          3 itfl-seen-time   pic x(04).
          3 filler           pic x(02) value spaces.
          3 itfl-count       pic zzz,zzz,zz9.
          3 filler           pic x(02) value spaces.
          3 itfl-hash        pic ---,---,---,---,--9.99.
          3 filler           pic x(02) value spaces.
          3 itfl-note        pic x(30).
          3 filler           pic x(08) value spaces.

         1 itrp-file-heading-line.
          3 filler pic x(42) value
              "  SEQ  SOURCE    EXTRACT       CLIENTS    ".
          3 filler pic x(38) value
              "          HASH TOTAL  RESULT    REASON".
          3 filler pic x(52) value spaces.

         1 itrp-file-line.
          3 filler           pic x(02) value spaces.
          3 itxl-seq         pic zz9.
          3 filler           pic x(02) value spaces.
          3 itxl-source      pic x(08).
          3 filler           pic x(02) value spaces.
          3 itxl-extract-date pic x(08).
          3 filler           pic x(02) value spaces.
          3 itxl-count       pic zzz,zzz,zz9.
          3 filler           pic x(02) value spaces.
          3 itxl-hash        pic ---,---,---,---,--9.99.
          3 filler           pic x(02) value spaces.
          3 itxl-result      pic x(08).
          3 filler           pic x(02) value spaces.
          3 itxl-reason      pic x(40).
          3 filler           pic x(16) value spaces.

         1 itrp-none-line.
          3 filler           pic x(06) value "  NONE".
          3 filler           pic x(126) value spaces.

         1 itrp-count-line.
          3 filler           pic x(02) value spaces.
          3 itcl-label       pic x(40).
          3 itcl-count       pic zzz,zzz,zz9.
          3 filler           pic x(79) value spaces.

         1 itrp-amount-line.
          3 filler           pic x(02) value spaces.
          3 ital-label       pic x(40).
          3 ital-amount      pic ---,---,---,---,--9.99.
          3 filler           pic x(68) value spaces.

         1 itrp-result-line.
          3 filler           pic x(10) value "  RESULT: ".
          3 itrl-result      pic x(80).
          3 filler           pic x(42) value spaces.

         1 itrp-blank-line.
          3 filler           pic x(132) value spaces.
