      ******************************************************************
      * Copybook:   JPRFEED
      * Used by:    clt_intake
      * Purpose:    Record layout for the expected-feeds schedule
      *             (FEED-SCHEDULE), maintained by operations: one
      *             record per source system that is to deliver a
      *             client extract file for a processing date.  Each
      *             names the extract date the file's 'H' header must
      *             carry, whether the day's batch may run without it
      *             (FDS-REQUIRED 'N' = optional feed), and the date
      *             and time (hhmm, 24-hour) it is due by; a blank due
      *             time means the feed is never judged late.  A
      *             holiday-weekend catch-up day lists each dated
      *             extract's feeds under the same processing date,
      *             and the intake is run once per extract date.
      ******************************************************************
         1 feed-schedule-record.
          3 fds-process-date    pic x(08).
          3 fds-source-system   pic x(08).
          3 fds-extract-date    pic x(08).
          3 fds-required-sw     pic x(01).
           88 fds-required                 value 'Y'.
           88 fds-optional                 value 'N'.
          3 fds-due-date        pic x(08).
          3 fds-due-time        pic x(04).
          3 fds-description     pic x(30).
          3 filler              pic x(13).
